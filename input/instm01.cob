000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INSTM01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : MAINTENANCE UTILITY FOR THE STANDING-ENTRY    *
000060*                 MASTER OF ENTRIES THAT RECUR EVERY BUSINESS   *
000070*                 DAY, ON ONE WEEKDAY EACH WEEK, OR ON THE LAST *
000080*                 BUSINESS DAY OF THE MONTH.  LETS A SUPERVISOR *
000090*                 ADD AN ENTRY, CHANGE IT, DEACTIVATE IT, OR    *
000100*                 REACTIVATE IT.  THE CODE, TYPE AND AMOUNT ARE *
000110*                 EDITED AS INPUT01 EDITS THEM - THE CODE MUST  *
000120*                 BE ACTIVE ON THE VALID-VALUES MASTER, AN      *
000130*                 AMOUNT OVER THE HARD LIMIT IS REFUSED, AND    *
000140*                 ONE OVER THE WARNING LIMIT MUST BE CONFIRMED. *
000150*                 THE OWNING OPERATOR MUST BE ON THE SECURITY   *
000160*                 MASTER AND NOT REVOKED.  THE START-OF-DAY     *
000170*                 GENERATOR INSTG01 WRITES THE DUE ENTRIES.     *
000180*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000190*                 SIGN-ON, AND EVERY CHANGE IS RECORDED BEFORE  *
000200*                 AND AFTER ON THE MAINTENANCE HISTORY.         *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    2026-10-15  DK  ORIGINAL.                                  *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. INSTM01.
000290 AUTHOR. D. KUGEL.
000300 INSTALLATION. DATA ENTRY SYSTEMS.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STND-FILE ASSIGN TO "STANDING"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SO-ID
000410         FILE STATUS IS WS-STND-STATUS.
000420*
000430     SELECT VALV-FILE ASSIGN TO "VALVALS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS VV-CODE
000470         FILE STATUS IS WS-VALV-STATUS.
000480*
000490     SELECT LIMV-FILE ASSIGN TO "LIMITS"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS LM-KEY
000530         FILE STATUS IS WS-LIMV-STATUS.
000540*
000550     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OM-OPERATOR-ID
000590         FILE STATUS IS WS-OPER-STATUS.
000600*
000610     SELECT SECL-FILE ASSIGN TO "SECLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SECL-STATUS.
000640*
000650     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-MNTH-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*****************************************************************
000720*    STND-FILE - STANDING-ENTRY MASTER                          *
000730*****************************************************************
000740 FD  STND-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY STNDREC.
000780*
000790*****************************************************************
000800*    VALV-FILE - VALID-VALUES MASTER OF PERMITTED CODES         *
000810*****************************************************************
000820 FD  VALV-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY VALVREC.
000860*
000870*****************************************************************
000880*    LIMV-FILE - AMOUNT LIMITS BY CODE AND TYPE                 *
000890*****************************************************************
000900 FD  LIMV-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY LIMREC.
000940*
000950*****************************************************************
000960*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000970*****************************************************************
000980 FD  OPER-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY OPERMST.
001020*
001030*****************************************************************
001040*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
001050*****************************************************************
001060 FD  SECL-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY SECLREC.
001100*
001110*****************************************************************
001120*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
001130*****************************************************************
001140 FD  MNTH-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY MNTHREC.
001180*
001190 WORKING-STORAGE SECTION.
001200 01  WS-STND-STATUS               PIC X(02).
001210     88  WS-STND-OK                           VALUE "00".
001220     88  WS-STND-NOT-FOUND                    VALUE "35".
001230*
001240 01  WS-VALV-STATUS               PIC X(02).
001250     88  WS-VALV-OK                           VALUE "00".
001260     88  WS-VALV-FOUND                        VALUE "00".
001270*
001280 01  WS-LIMV-STATUS               PIC X(02).
001290     88  WS-LIMV-OK                           VALUE "00".
001300     88  WS-LIMV-FOUND                        VALUE "00".
001310*
001320 01  WS-OPER-STATUS               PIC X(02).
001330     88  WS-OPER-OK                           VALUE "00".
001340     88  WS-OPER-FOUND                        VALUE "00".
001350     88  WS-OPER-NOT-FOUND                    VALUE "35".
001360*
001370 01  WS-SECL-STATUS               PIC X(02).
001380     88  WS-SECL-OK                           VALUE "00".
001390     88  WS-SECL-NOT-FOUND                    VALUE "35".
001400*
001410 01  WS-MNTH-STATUS               PIC X(02).
001420     88  WS-MNTH-OK                           VALUE "00".
001430     88  WS-MNTH-NOT-FOUND                    VALUE "35".
001440*
001450     COPY OPERID.
001460     COPY PWDRULE.
001470*
001480 01  WS-SWITCHES.
001490     05  WS-DONE-SW              PIC X(01)   VALUE "N".
001500         88  MAINT-DONE                      VALUE "Y".
001510     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001520         88  RUN-ABORTED                     VALUE "Y".
001530     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001540         88  OPID-IS-VALID                   VALUE "Y".
001550     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
001560         88  SECL-FILE-OPEN                  VALUE "Y".
001570     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
001580         88  MNTH-FILE-OPEN                  VALUE "Y".
001590     05  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
001600         88  FIELD-IS-OK                     VALUE "Y".
001610     05  WS-AMT-VALID-SW         PIC X(01)   VALUE "N".
001620         88  AMT-IS-VALID                    VALUE "Y".
001630     05  WS-AMT-NEG-SW           PIC X(01)   VALUE "N".
001640         88  AMT-IS-NEGATIVE                 VALUE "Y".
001650     05  WS-AMT-DIGIT-SW         PIC X(01)   VALUE "N".
001660         88  AMT-DIGIT-SEEN                  VALUE "Y".
001670     05  WS-AMT-END-SW           PIC X(01)   VALUE "N".
001680         88  AMT-ENDED                       VALUE "Y".
001690*
001700 01  WS-FUNCTION-CODE             PIC X(01).
001710     88  FUNC-ADD                             VALUE "A".
001720     88  FUNC-CHANGE                          VALUE "C".
001730     88  FUNC-DEACTIVATE                      VALUE "D".
001740     88  FUNC-REACTIVATE                      VALUE "R".
001750     88  FUNC-END                             VALUE "E".
001760     88  FUNC-IS-VALID                        VALUE "A" "C"
001770                                              "D" "R" "E".
001780*
001790 01  WS-MAINT-ID                  PIC X(08).
001800 01  WS-MAINT-VAR1                PIC X(22).
001810 01  WS-MAINT-TYPE                PIC X(02).
001820     88  MAINT-TYPE-VALID                     VALUE "CR" "DB"
001830                                              "AD".
001840 01  WS-MAINT-FREQUENCY           PIC X(01).
001850     88  MAINT-FREQUENCY-VALID                VALUE "D" "W" "M".
001860     88  MAINT-WEEKLY                         VALUE "W".
001870 01  WS-MAINT-WEEKDAY             PIC X(01).
001880     88  MAINT-WEEKDAY-VALID                  VALUE "1" "2" "3"
001890                                              "4" "5".
001900 01  WS-MAINT-OPERATOR-ID         PIC X(08).
001910 01  WS-MAINT-DATE                PIC X(08).
001920 01  WS-MAINT-DATE-N REDEFINES WS-MAINT-DATE.
001930     05  WS-MAINT-CCYY           PIC 9(04).
001940     05  WS-MAINT-MM             PIC 9(02).
001950     05  WS-MAINT-DD             PIC 9(02).
001960 01  WS-MAINT-DATE-9 REDEFINES WS-MAINT-DATE
001970                                  PIC 9(08).
001980*
001990 01  WS-AMOUNT-IN                 PIC X(10).
002000 01  WS-AMOUNT-NUM                PIC 9(09)   COMP.
002010 01  WS-AMT-DIGIT                 PIC 9(01).
002020 77  WS-AMT-SUB                   PIC 9(02)   COMP.
002030 77  WS-AMT-DIGIT-COUNT           PIC 9(02)   COMP.
002040 01  WS-NEW-AMOUNT                PIC S9(07)V99 COMP-3.
002050 01  WS-ABS-AMOUNT                PIC 9(07)V99.
002060 01  WS-AMOUNT-EDIT               PIC Z(06)9.99-.
002070 01  WS-LIMIT-EDIT                PIC Z(06)9.99.
002080 01  WS-CONFIRM-IN                PIC X(01).
002090     88  OVER-WARN-CONFIRMED                  VALUE "Y" "y".
002100*
002110 01  WS-STAMP-DATE                PIC X(06).
002120 01  WS-STAMP-TIME                PIC X(06).
002130 01  WS-STAMP-FIELDS.
002140     05  WS-STAMP-YY             PIC 9(02).
002150     05  WS-STAMP-MM             PIC 9(02).
002160     05  WS-STAMP-DD             PIC 9(02).
002170     05  WS-STAMP-CCYY           PIC 9(04).
002180 01  WS-STAMP-CCYYMMDD            PIC 9(08).
002190*
002200 PROCEDURE DIVISION.
002210*****************************************************************
002220*    0000-MAINLINE                                               *
002230*****************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002260     IF NOT RUN-ABORTED
002270         PERFORM 2000-PROCESS-FUNCTION UNTIL MAINT-DONE
002280     END-IF
002290     PERFORM 9000-TERMINATE
002300     GOBACK.
002310*
002320*****************************************************************
002330*    1000-INITIALIZE - SIGN ON, OPEN THE EDIT MASTERS, THEN OPEN *
002340*                      THE STANDING-ENTRY MASTER FOR UPDATE,     *
002350*                      CREATING IT ON THE FIRST-EVER RUN         *
002360*****************************************************************
002370 1000-INITIALIZE.
002380     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
002390     IF RUN-ABORTED
002400         GO TO 1000-INITIALIZE-EXIT
002410     END-IF
002420     OPEN INPUT VALV-FILE
002430     IF NOT WS-VALV-OK
002440         DISPLAY "unable to open VALVALS, file status: "
002450             WS-VALV-STATUS " - run INVAL01 to build it"
002460         MOVE "Y" TO WS-ABORT-SW
002470         GO TO 1000-INITIALIZE-EXIT
002480     END-IF
002490     OPEN INPUT LIMV-FILE
002500     IF NOT WS-LIMV-OK
002510         DISPLAY "unable to open LIMITS, file status: "
002520             WS-LIMV-STATUS " - run INLIM01 to build it"
002530         MOVE "Y" TO WS-ABORT-SW
002540         GO TO 1000-INITIALIZE-EXIT
002550     END-IF
002560     OPEN I-O STND-FILE
002570     IF WS-STND-NOT-FOUND
002580         DISPLAY "standing-entry master not found - creating it"
002590         OPEN OUTPUT STND-FILE
002600         IF WS-STND-OK
002610             CLOSE STND-FILE
002620             OPEN I-O STND-FILE
002630         END-IF
002640     END-IF
002650     IF NOT WS-STND-OK
002660         DISPLAY "unable to open STANDING, file status: "
002670             WS-STND-STATUS
002680         MOVE "Y" TO WS-ABORT-SW
002690     END-IF.
002700 1000-INITIALIZE-EXIT.
002710     EXIT.
002720*
002730*****************************************************************
002740*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
002750*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
002760*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
002770*                   ALLOWED THAT CANNOT BE RECORDED              *
002780*****************************************************************
002790 1100-SIGN-ON.
002800     MOVE SPACES TO OPERATOR-ID
002810     OPEN I-O OPER-FILE
002820     IF NOT WS-OPER-OK
002830         DISPLAY "unable to open OPERMAST, file status: "
002840             WS-OPER-STATUS
002850         MOVE "Y" TO WS-ABORT-SW
002860         GO TO 1100-SIGN-ON-EXIT
002870     END-IF
002880     OPEN EXTEND SECL-FILE
002890     IF WS-SECL-NOT-FOUND
002900         OPEN OUTPUT SECL-FILE
002910     END-IF
002920     IF WS-SECL-OK
002930         MOVE "Y" TO WS-SECL-OPEN-SW
002940     ELSE
002950         DISPLAY "unable to open SECLOG - attempts not "
002960             "logged"
002970     END-IF
002980     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002990         OR RUN-ABORTED
003000     IF RUN-ABORTED
003010         GO TO 1100-SIGN-ON-EXIT
003020     END-IF
003030     OPEN EXTEND MNTH-FILE
003040     IF WS-MNTH-NOT-FOUND
003050         OPEN OUTPUT MNTH-FILE
003060     END-IF
003070     IF WS-MNTH-OK
003080         MOVE "Y" TO WS-MNTH-OPEN-SW
003090     ELSE
003100         DISPLAY "unable to open MNTHIST, file status: "
003110             WS-MNTH-STATUS " - no change can be recorded"
003120         MOVE "Y" TO WS-ABORT-SW
003130     END-IF.
003140 1100-SIGN-ON-EXIT.
003150     EXIT.
003160*
003170*****************************************************************
003180*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
003190*                            ID, REJECT AN ALL-SPACES ENTRY,     *
003200*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
003210*                            ON THE MASTER - A FAILED SIGN-ON    *
003220*                            IS LOGGED AND ENDS THE RUN          *
003230*****************************************************************
003240 1200-EDIT-OPERATOR-ID.
003250     DISPLAY "enter operator id:"
003260     ACCEPT OPERATOR-ID
003270     IF OPERATOR-ID = SPACES
003280         MOVE "N" TO WS-OPID-VALID-SW
003290     ELSE
003300         PERFORM 1250-CHECK-OPERATOR
003310     END-IF.
003320*
003330*****************************************************************
003340*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
003350*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
003360*                          LOGGING AND ABORTING ON ANY FAILURE   *
003370*****************************************************************
003380 1250-CHECK-OPERATOR.
003390     MOVE OPERATOR-ID TO OM-OPERATOR-ID
003400     READ OPER-FILE
003410         INVALID KEY
003420             DISPLAY "operator id not on security master"
003430             MOVE "NOT ON SECURITY FILE" TO SL-REASON
003440             PERFORM 1300-LOG-SIGNON-FAILURE
003450             MOVE "Y" TO WS-ABORT-SW
003460     END-READ
003470     IF WS-OPER-FOUND
003480         IF OM-REVOKED
003490             DISPLAY "operator id is revoked"
003500             MOVE "OPERATOR REVOKED" TO SL-REASON
003510             PERFORM 1300-LOG-SIGNON-FAILURE
003520             MOVE "Y" TO WS-ABORT-SW
003530         ELSE
003540             IF OM-SUPERVISOR
003550                 PERFORM 1260-CHECK-PASSWORD THRU
003560                     1260-CHECK-PASSWORD-EXIT
003570             ELSE
003580                 DISPLAY "standing-entry maintenance requires "
003590                     "supervisor authority"
003600                 MOVE "NOT SUPERVISOR" TO SL-REASON
003610                 PERFORM 1300-LOG-SIGNON-FAILURE
003620                 MOVE "Y" TO WS-ABORT-SW
003630             END-IF
003640         END-IF
003650     END-IF.
003660*
003670*****************************************************************
003680*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003690*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003700*                          CHECK THE PASSWORD - A BAD ONE IS     *
003710*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003720*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003730*                          COUNT AND FORCES A CHANGE WHEN THE    *
003740*                          PASSWORD HAS EXPIRED                  *
003750*****************************************************************
003760 1260-CHECK-PASSWORD.
003770     MOVE "N" TO WS-OPID-VALID-SW
003780     IF OM-LOCKED
003790         DISPLAY "operator id is locked out - a supervisor "
003800             "must reset it through INOPR01"
003810         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003820         PERFORM 1300-LOG-SIGNON-FAILURE
003830         MOVE "Y" TO WS-ABORT-SW
003840         GO TO 1260-CHECK-PASSWORD-EXIT
003850     END-IF
003860     IF OM-PASSWORD = SPACES
003870         DISPLAY "no password is set for this operator id - "
003880             "a supervisor must set it through INOPR01"
003890         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003900         PERFORM 1300-LOG-SIGNON-FAILURE
003910         MOVE "Y" TO WS-ABORT-SW
003920         GO TO 1260-CHECK-PASSWORD-EXIT
003930     END-IF
003940     DISPLAY "enter password:"
003950     ACCEPT WS-PWD-ENTERED
003960     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003970         PERFORM 1270-COUNT-BAD-PASSWORD
003980         MOVE "Y" TO WS-ABORT-SW
003990         GO TO 1260-CHECK-PASSWORD-EXIT
004000     END-IF
004010     PERFORM 7500-GET-STAMP
004020     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
004030     MOVE "N" TO WS-PWD-UPDATE-SW
004040     IF OM-FAIL-COUNT > ZERO
004050         MOVE ZERO TO OM-FAIL-COUNT
004060         MOVE "Y" TO WS-PWD-UPDATE-SW
004070     END-IF
004080     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
004090         DISPLAY "your password has expired - choose a new one"
004100         MOVE "N" TO WS-PWD-NEW-SW
004110         PERFORM 1280-ACCEPT-NEW-PASSWORD
004120             UNTIL NEW-PASSWORD-IS-OK
004130         MOVE WS-PWD-NEW TO OM-PASSWORD
004140         PERFORM 1285-SET-PASSWORD-EXPIRY
004150         MOVE "Y" TO WS-PWD-UPDATE-SW
004160     END-IF
004170     IF OPERATOR-NEEDS-UPDATE
004180         PERFORM 1290-REWRITE-OPERATOR
004190     END-IF
004200     MOVE "Y" TO WS-OPID-VALID-SW.
004210 1260-CHECK-PASSWORD-EXIT.
004220     EXIT.
004230*
004240*****************************************************************
004250*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
004260*                              MASTER, LOCK THE OPERATOR OUT     *
004270*                              WHEN THE COUNT REACHES THE LIMIT, *
004280*                              AND LOG THE FAILED ATTEMPT        *
004290*****************************************************************
004300 1270-COUNT-BAD-PASSWORD.
004310     ADD 1 TO OM-FAIL-COUNT
004320     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
004330         DISPLAY "password is incorrect"
004340         MOVE "INVALID PASSWORD" TO SL-REASON
004350     ELSE
004360         MOVE "Y" TO OM-LOCK-FLAG
004370         DISPLAY "password is incorrect - operator id is now "
004380             "locked out"
004390         MOVE "PASSWORD LOCKOUT" TO SL-REASON
004400     END-IF
004410     PERFORM 1290-REWRITE-OPERATOR
004420     PERFORM 1300-LOG-SIGNON-FAILURE.
004430*
004440*****************************************************************
004450*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
004460*                               REJECT A BLANK ONE, THE OLD ONE, *
004470*                               OR TWO ENTRIES THAT DISAGREE     *
004480*****************************************************************
004490 1280-ACCEPT-NEW-PASSWORD.
004500     DISPLAY "enter new password:"
004510     ACCEPT WS-PWD-NEW
004520     DISPLAY "re-enter new password:"
004530     ACCEPT WS-PWD-CONFIRM
004540     IF WS-PWD-NEW = SPACES
004550         DISPLAY "password may not be blank"
004560     ELSE
004570         IF WS-PWD-NEW = OM-PASSWORD
004580             DISPLAY "new password must differ from the old one"
004590         ELSE
004600             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
004610                 DISPLAY "the two entries do not match"
004620             ELSE
004630                 MOVE "Y" TO WS-PWD-NEW-SW
004640             END-IF
004650         END-IF
004660     END-IF.
004670*
004680*****************************************************************
004690*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
004700*                               THE SET NUMBER OF MONTHS FROM    *
004710*                               TODAY, HELD TO THE 28TH SO THE   *
004720*                               DATE IS VALID IN EVERY MONTH     *
004730*****************************************************************
004740 1285-SET-PASSWORD-EXPIRY.
004750     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
004760     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
004770     IF WS-PWD-EXP-MM > 12
004780         SUBTRACT 12 FROM WS-PWD-EXP-MM
004790         ADD 1 TO WS-PWD-EXP-CCYY
004800     END-IF
004810     IF WS-PWD-EXP-DD > 28
004820         MOVE 28 TO WS-PWD-EXP-DD
004830     END-IF
004840     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
004850*
004860*****************************************************************
004870*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
004880*                            BACK ON THE SECURITY MASTER         *
004890*****************************************************************
004900 1290-REWRITE-OPERATOR.
004910     REWRITE OPER-RECORD
004920         INVALID KEY
004930             DISPLAY "unable to update OPERMAST, file status: "
004940                 WS-OPER-STATUS
004950     END-REWRITE.
004960*
004970*****************************************************************
004980*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
004990*                              SIGN-ON ATTEMPT TO THE SECURITY  *
005000*                              LOG                              *
005010*****************************************************************
005020 1300-LOG-SIGNON-FAILURE.
005030     IF SECL-FILE-OPEN
005040         PERFORM 7500-GET-STAMP
005050         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
005060         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
005070         MOVE "INSTM01" TO SL-PROGRAM
005080         MOVE OPERATOR-ID TO SL-OPERATOR-ID
005090         WRITE SECL-RECORD
005100         IF NOT WS-SECL-OK
005110             DISPLAY "unable to write SECLOG, file status: "
005120                 WS-SECL-STATUS
005130         END-IF
005140     END-IF.
005150*
005160*****************************************************************
005170*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
005180*                            AND APPLY IT                        *
005190*****************************************************************
005200 2000-PROCESS-FUNCTION.
005210     DISPLAY "enter function (A=add, C=change, D=deactivate, "
005220         "R=reactivate, E=end):"
005230     ACCEPT WS-FUNCTION-CODE
005240     IF NOT FUNC-IS-VALID
005250         DISPLAY "function must be A, C, D, R, or E"
005260     ELSE
005270         IF FUNC-END
005280             MOVE "Y" TO WS-DONE-SW
005290         ELSE
005300             PERFORM 2100-APPLY-FUNCTION
005310         END-IF
005320     END-IF.
005330*
005340*****************************************************************
005350*    2100-APPLY-FUNCTION - ACCEPT THE ENTRY ID AND ROUTE TO THE  *
005360*                          CHOSEN MAINTENANCE ACTION             *
005370*****************************************************************
005380 2100-APPLY-FUNCTION.
005390     DISPLAY "enter standing-entry id:"
005400     ACCEPT WS-MAINT-ID
005410     IF WS-MAINT-ID = SPACES
005420         DISPLAY "standing-entry id may not be blank"
005430     ELSE
005440         IF FUNC-ADD
005450             PERFORM 3000-ADD-ENTRY
005460         ELSE
005470             PERFORM 4000-UPDATE-ENTRY
005480         END-IF
005490     END-IF.
005500*
005510*****************************************************************
005520*    3000-ADD-ENTRY - ACCEPT AND EDIT A NEW ENTRY AND ADD IT TO  *
005530*                     THE MASTER AS ACTIVE, NEVER YET GENERATED  *
005540*****************************************************************
005550 3000-ADD-ENTRY.
005560     MOVE WS-MAINT-ID TO SO-ID
005570     READ STND-FILE
005580         INVALID KEY
005590             CONTINUE
005600     END-READ
005610     IF WS-STND-OK
005620         DISPLAY "standing entry is already on file"
005630     ELSE
005640         MOVE SPACES TO STND-RECORD
005650         MOVE WS-MAINT-ID TO SO-ID
005660         MOVE ZERO TO SO-AMOUNT
005670         MOVE ZERO TO SO-WEEKDAY
005680         MOVE ZERO TO SO-START-DATE
005690         MOVE 99999999 TO SO-END-DATE
005700         MOVE ZERO TO SO-LAST-GEN-DATE
005710         MOVE ZERO TO SO-GEN-TR-KEY
005720         MOVE ZERO TO SO-GEN-SUSP-SEQ
005730         PERFORM 5000-ACCEPT-DEFINITION
005740         MOVE "A" TO SO-STATUS
005750         WRITE STND-RECORD
005760             INVALID KEY
005770                 DISPLAY "standing entry is already on file"
005780             NOT INVALID KEY
005790                 DISPLAY "standing entry added."
005800                 MOVE "ADD" TO MH-ACTION
005810                 MOVE SPACES TO MH-BEFORE
005820                 MOVE SO-DEFINITION TO MH-AFTER
005830                 PERFORM 6000-WRITE-HISTORY
005840         END-WRITE
005850     END-IF.
005860*
005870*****************************************************************
005880*    4000-UPDATE-ENTRY - READ THE ENTRY AND APPLY A CHANGE,      *
005890*                        DEACTIVATION, OR REACTIVATION.  ON A    *
005900*                        CHANGE, A BLANK ENTRY KEEPS THE FIELD   *
005910*****************************************************************
005920 4000-UPDATE-ENTRY.
005930     MOVE WS-MAINT-ID TO SO-ID
005940     READ STND-FILE
005950         INVALID KEY
005960             DISPLAY "standing entry is not on file"
005970     END-READ
005980     IF WS-STND-OK
005990         MOVE SO-DEFINITION TO MH-BEFORE
006000         IF FUNC-CHANGE
006010             MOVE "CHANGE" TO MH-ACTION
006020             PERFORM 5000-ACCEPT-DEFINITION
006030         ELSE
006040             IF FUNC-DEACTIVATE
006050                 MOVE "I" TO SO-STATUS
006060                 MOVE "DEACTIVATE" TO MH-ACTION
006070             ELSE
006080                 MOVE "REACTIVATE" TO MH-ACTION
006090                 MOVE "A" TO SO-STATUS
006100             END-IF
006110         END-IF
006120         REWRITE STND-RECORD
006130             INVALID KEY
006140                 DISPLAY "rewrite failed for that standing entry"
006150             NOT INVALID KEY
006160                 DISPLAY "standing entry updated."
006170                 MOVE SO-DEFINITION TO MH-AFTER
006180                 PERFORM 6000-WRITE-HISTORY
006190         END-REWRITE
006200     END-IF.
006210*
006220*****************************************************************
006230*    5000-ACCEPT-DEFINITION - ACCEPT AND EDIT EVERY DEFINITION   *
006240*                             FIELD, EACH ONE RE-PROMPTED UNTIL  *
006250*                             IT PASSES.  ON AN ADD EVERY FIELD  *
006260*                             BUT THE END DATE IS REQUIRED; ON A *
006270*                             CHANGE A BLANK KEEPS THE FIELD     *
006280*****************************************************************
006290 5000-ACCEPT-DEFINITION.
006300     MOVE "N" TO WS-FIELD-OK-SW
006310     PERFORM 5100-ACCEPT-CODE UNTIL FIELD-IS-OK
006320     MOVE "N" TO WS-FIELD-OK-SW
006330     PERFORM 5200-ACCEPT-TYPE UNTIL FIELD-IS-OK
006340     MOVE "N" TO WS-FIELD-OK-SW
006350     PERFORM 5300-ACCEPT-AMOUNT THRU 5300-ACCEPT-AMOUNT-EXIT
006360         UNTIL FIELD-IS-OK
006370     MOVE "N" TO WS-FIELD-OK-SW
006380     PERFORM 5400-ACCEPT-FREQUENCY UNTIL FIELD-IS-OK
006390     MOVE "N" TO WS-FIELD-OK-SW
006400     PERFORM 5500-ACCEPT-START-DATE UNTIL FIELD-IS-OK
006410     MOVE "N" TO WS-FIELD-OK-SW
006420     PERFORM 5600-ACCEPT-END-DATE UNTIL FIELD-IS-OK
006430     MOVE "N" TO WS-FIELD-OK-SW
006440     PERFORM 5700-ACCEPT-OWNER UNTIL FIELD-IS-OK.
006450*
006460*****************************************************************
006470*    5100-ACCEPT-CODE - THE CODE MUST BE ON THE VALID-VALUES     *
006480*                       MASTER AND ACTIVE, AS INPUT01 REQUIRES   *
006490*****************************************************************
006500 5100-ACCEPT-CODE.
006510     IF FUNC-CHANGE
006520         DISPLAY "current code: " SO-VAR1
006530         DISPLAY "enter new code (blank keeps it):"
006540     ELSE
006550         DISPLAY "enter code:"
006560     END-IF
006570     ACCEPT WS-MAINT-VAR1
006580     IF WS-MAINT-VAR1 = SPACES
006590         IF FUNC-CHANGE
006600             MOVE "Y" TO WS-FIELD-OK-SW
006610         ELSE
006620             DISPLAY "code may not be blank"
006630         END-IF
006640     ELSE
006650         MOVE WS-MAINT-VAR1 TO VV-CODE
006660         READ VALV-FILE
006670             INVALID KEY
006680                 DISPLAY "code is not on the valid-values master"
006690         END-READ
006700         IF WS-VALV-FOUND
006710             IF VV-INACTIVE
006720                 DISPLAY "code is deactivated on the "
006730                     "valid-values master"
006740             ELSE
006750                 MOVE WS-MAINT-VAR1 TO SO-VAR1
006760                 MOVE "Y" TO WS-FIELD-OK-SW
006770             END-IF
006780         END-IF
006790     END-IF.
006800*
006810*****************************************************************
006820*    5200-ACCEPT-TYPE - THE TYPE MUST BE CR, DB OR AD            *
006830*****************************************************************
006840 5200-ACCEPT-TYPE.
006850     IF FUNC-CHANGE
006860         DISPLAY "current type: " SO-TYPE-CODE
006870         DISPLAY "enter new type (blank keeps it):"
006880     ELSE
006890         DISPLAY "enter type (CR, DB or AD):"
006900     END-IF
006910     ACCEPT WS-MAINT-TYPE
006920     IF WS-MAINT-TYPE = SPACES
006930         IF FUNC-CHANGE
006940             MOVE "Y" TO WS-FIELD-OK-SW
006950         ELSE
006960             DISPLAY "type may not be blank"
006970         END-IF
006980     ELSE
006990         IF MAINT-TYPE-VALID
007000             MOVE WS-MAINT-TYPE TO SO-TYPE-CODE
007010             MOVE "Y" TO WS-FIELD-OK-SW
007020         ELSE
007030             DISPLAY "type must be CR, DB or AD"
007040         END-IF
007050     END-IF.
007060*
007070*****************************************************************
007080*    5300-ACCEPT-AMOUNT - ACCEPT THE SIGNED AMOUNT IN CENTS AS   *
007090*                         INPUT01 DOES, THEN CHECK IT AGAINST    *
007100*                         THE LIMITS FOR THE CODE AND TYPE.  A   *
007110*                         KEPT AMOUNT IS CHECKED TOO, SINCE THE  *
007120*                         CODE OR TYPE MAY HAVE CHANGED UNDER IT *
007130*****************************************************************
007140 5300-ACCEPT-AMOUNT.
007150     IF FUNC-CHANGE
007160         MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
007170         DISPLAY "current amount: " WS-AMOUNT-EDIT
007180         DISPLAY "enter new amount in cents (blank keeps it):"
007190     ELSE
007200         DISPLAY "enter amount in cents (leading - allowed):"
007210     END-IF
007220     ACCEPT WS-AMOUNT-IN
007230     IF WS-AMOUNT-IN = SPACES
007240         AND FUNC-CHANGE
007250         MOVE SO-AMOUNT TO WS-NEW-AMOUNT
007260     ELSE
007270         PERFORM 5350-EDIT-AMOUNT
007280         IF NOT AMT-IS-VALID
007290             DISPLAY "amount must be up to nine digits, "
007300                 "with an optional leading -"
007310             GO TO 5300-ACCEPT-AMOUNT-EXIT
007320         END-IF
007330     END-IF
007340     PERFORM 5380-CHECK-LIMITS.
007350 5300-ACCEPT-AMOUNT-EXIT.
007360     EXIT.
007370*
007380*****************************************************************
007390*    5350-EDIT-AMOUNT - EDIT THE KEYED AMOUNT NUMERIC AND        *
007400*                       CONVERT IT, TWO DECIMALS ASSUMED         *
007410*****************************************************************
007420 5350-EDIT-AMOUNT.
007430     MOVE "Y" TO WS-AMT-VALID-SW
007440     MOVE "N" TO WS-AMT-NEG-SW
007450     MOVE "N" TO WS-AMT-DIGIT-SW
007460     MOVE "N" TO WS-AMT-END-SW
007470     MOVE ZERO TO WS-AMOUNT-NUM
007480     MOVE ZERO TO WS-AMT-DIGIT-COUNT
007490     IF WS-AMOUNT-IN = SPACES
007500         MOVE "N" TO WS-AMT-VALID-SW
007510     ELSE
007520         MOVE 1 TO WS-AMT-SUB
007530         IF WS-AMOUNT-IN(1:1) = "-"
007540             MOVE "Y" TO WS-AMT-NEG-SW
007550             MOVE 2 TO WS-AMT-SUB
007560         END-IF
007570         PERFORM 5360-SCAN-AMOUNT-CHAR
007580             UNTIL WS-AMT-SUB > 10
007590             OR NOT AMT-IS-VALID
007600         IF NOT AMT-DIGIT-SEEN
007610             MOVE "N" TO WS-AMT-VALID-SW
007620         END-IF
007630     END-IF
007640     IF AMT-IS-VALID
007650         IF AMT-IS-NEGATIVE
007660             COMPUTE WS-NEW-AMOUNT = ZERO - WS-AMOUNT-NUM / 100
007670         ELSE
007680             COMPUTE WS-NEW-AMOUNT = WS-AMOUNT-NUM / 100
007690         END-IF
007700     END-IF.
007710*
007720*****************************************************************
007730*    5360-SCAN-AMOUNT-CHAR - EDIT AND ACCUMULATE ONE CHARACTER   *
007740*                            OF THE KEYED AMOUNT                 *
007750*****************************************************************
007760 5360-SCAN-AMOUNT-CHAR.
007770     IF WS-AMOUNT-IN(WS-AMT-SUB:1) = SPACE
007780         MOVE "Y" TO WS-AMT-END-SW
007790     ELSE
007800         IF AMT-ENDED
007810             MOVE "N" TO WS-AMT-VALID-SW
007820         ELSE
007830             IF WS-AMOUNT-IN(WS-AMT-SUB:1) IS NUMERIC
007840                 ADD 1 TO WS-AMT-DIGIT-COUNT
007850                 IF WS-AMT-DIGIT-COUNT > 9
007860                     MOVE "N" TO WS-AMT-VALID-SW
007870                 ELSE
007880                     MOVE WS-AMOUNT-IN(WS-AMT-SUB:1) TO
007890                         WS-AMT-DIGIT
007900                     COMPUTE WS-AMOUNT-NUM =
007910                         WS-AMOUNT-NUM * 10 + WS-AMT-DIGIT
007920                     MOVE "Y" TO WS-AMT-DIGIT-SW
007930                 END-IF
007940             ELSE
007950                 MOVE "N" TO WS-AMT-VALID-SW
007960             END-IF
007970         END-IF
007980     END-IF
007990     ADD 1 TO WS-AMT-SUB.
008000*
008010*****************************************************************
008020*    5380-CHECK-LIMITS - LOOK THE CODE/TYPE UP ON THE LIMITS     *
008030*                        MASTER, IGNORING SIGN - NO RECORD MEANS *
008040*                        NO LIMIT, OVER THE HARD LIMIT REFUSES   *
008050*                        THE AMOUNT, OVER THE WARNING LIMIT      *
008060*                        NEEDS CONFIRMATION                      *
008070*****************************************************************
008080 5380-CHECK-LIMITS.
008090     IF WS-NEW-AMOUNT < ZERO
008100         COMPUTE WS-ABS-AMOUNT = ZERO - WS-NEW-AMOUNT
008110     ELSE
008120         MOVE WS-NEW-AMOUNT TO WS-ABS-AMOUNT
008130     END-IF
008140     MOVE SO-VAR1 TO LM-CODE
008150     MOVE SO-TYPE-CODE TO LM-TYPE-CODE
008160     READ LIMV-FILE
008170         INVALID KEY
008180             MOVE "Y" TO WS-FIELD-OK-SW
008190     END-READ
008200     IF WS-LIMV-FOUND
008210         IF WS-ABS-AMOUNT > LM-HARD-LIMIT
008220             MOVE LM-HARD-LIMIT TO WS-LIMIT-EDIT
008230             DISPLAY "amount is over the hard limit of "
008240                 WS-LIMIT-EDIT " for this code and type - "
008250                 "re-enter the amount"
008260         ELSE
008270             IF WS-ABS-AMOUNT > LM-WARN-LIMIT
008280                 MOVE LM-WARN-LIMIT TO WS-LIMIT-EDIT
008290                 DISPLAY "amount is over the warning limit of "
008300                     WS-LIMIT-EDIT " for this code and type"
008310                 DISPLAY "confirm this amount? (Y/N):"
008320                 ACCEPT WS-CONFIRM-IN
008330                 IF OVER-WARN-CONFIRMED
008340                     MOVE "Y" TO WS-FIELD-OK-SW
008350                 ELSE
008360                     DISPLAY "amount not confirmed - re-enter "
008370                         "the amount"
008380                 END-IF
008390             ELSE
008400                 MOVE "Y" TO WS-FIELD-OK-SW
008410             END-IF
008420         END-IF
008430     END-IF
008440     IF FIELD-IS-OK
008450         MOVE WS-NEW-AMOUNT TO SO-AMOUNT
008460     END-IF.
008470*
008480*****************************************************************
008490*    5400-ACCEPT-FREQUENCY - D DAILY, W WEEKLY ON A GIVEN        *
008500*                            WEEKDAY, M LAST BUSINESS DAY OF THE *
008510*                            MONTH.  A WEEKLY ENTRY ALSO TAKES   *
008520*                            ITS WEEKDAY, MONDAY TO FRIDAY       *
008530*****************************************************************
008540 5400-ACCEPT-FREQUENCY.
008550     IF FUNC-CHANGE
008560         DISPLAY "current frequency: " SO-FREQUENCY
008570             " weekday: " SO-WEEKDAY
008580         DISPLAY "enter new frequency (blank keeps it):"
008590     ELSE
008600         DISPLAY "enter frequency (D=daily, W=weekly, "
008610             "M=month end):"
008620     END-IF
008630     ACCEPT WS-MAINT-FREQUENCY
008640     IF WS-MAINT-FREQUENCY = SPACES
008650         AND FUNC-CHANGE
008660         MOVE SO-FREQUENCY TO WS-MAINT-FREQUENCY
008670     END-IF
008680     IF NOT MAINT-FREQUENCY-VALID
008690         DISPLAY "frequency must be D, W or M"
008700     ELSE
008710         IF MAINT-WEEKLY
008720             DISPLAY "enter weekday (1=Monday ... 5=Friday):"
008730             ACCEPT WS-MAINT-WEEKDAY
008740             IF WS-MAINT-WEEKDAY = SPACE
008750                 AND FUNC-CHANGE
008760                 AND SO-WEEKLY
008770                 MOVE "Y" TO WS-FIELD-OK-SW
008780             ELSE
008790                 IF MAINT-WEEKDAY-VALID
008800                     MOVE WS-MAINT-WEEKDAY TO SO-WEEKDAY
008810                     MOVE "Y" TO WS-FIELD-OK-SW
008820                 ELSE
008830                     DISPLAY "weekday must be 1 to 5"
008840                 END-IF
008850             END-IF
008860         ELSE
008870             MOVE ZERO TO SO-WEEKDAY
008880             MOVE "Y" TO WS-FIELD-OK-SW
008890         END-IF
008900         IF FIELD-IS-OK
008910             MOVE WS-MAINT-FREQUENCY TO SO-FREQUENCY
008920         END-IF
008930     END-IF.
008940*
008950*****************************************************************
008960*    5500-ACCEPT-START-DATE - THE FIRST DATE THE ENTRY MAY BE    *
008970*                             GENERATED, CCYYMMDD                *
008980*****************************************************************
008990 5500-ACCEPT-START-DATE.
009000     IF FUNC-CHANGE
009010         DISPLAY "current start date: " SO-START-DATE
009020         DISPLAY "enter new start date (blank keeps it):"
009030     ELSE
009040         DISPLAY "enter start date (CCYYMMDD):"
009050     END-IF
009060     ACCEPT WS-MAINT-DATE
009070     IF WS-MAINT-DATE = SPACES
009080         IF FUNC-CHANGE
009090             MOVE "Y" TO WS-FIELD-OK-SW
009100         ELSE
009110             DISPLAY "start date may not be blank"
009120         END-IF
009130     ELSE
009140         PERFORM 5800-EDIT-DATE
009150         IF FIELD-IS-OK
009160             MOVE WS-MAINT-DATE-9 TO SO-START-DATE
009170         END-IF
009180     END-IF.
009190*
009200*****************************************************************
009210*    5600-ACCEPT-END-DATE - THE LAST DATE THE ENTRY MAY BE       *
009220*                           GENERATED, CCYYMMDD, NOT BEFORE THE  *
009230*                           START DATE.  99999999, OR A BLANK ON *
009240*                           AN ADD, MEANS NO END DATE            *
009250*****************************************************************
009260 5600-ACCEPT-END-DATE.
009270     IF FUNC-CHANGE
009280         DISPLAY "current end date: " SO-END-DATE
009290         DISPLAY "enter new end date (blank keeps it, "
009300             "99999999 = no end):"
009310     ELSE
009320         DISPLAY "enter end date (CCYYMMDD, blank = no end):"
009330     END-IF
009340     ACCEPT WS-MAINT-DATE
009350     IF WS-MAINT-DATE = SPACES
009360         IF FUNC-ADD
009370             MOVE 99999999 TO SO-END-DATE
009380         END-IF
009390         MOVE "Y" TO WS-FIELD-OK-SW
009400     ELSE
009410         IF WS-MAINT-DATE = "99999999"
009420             MOVE 99999999 TO SO-END-DATE
009430             MOVE "Y" TO WS-FIELD-OK-SW
009440         ELSE
009450             PERFORM 5800-EDIT-DATE
009460             IF FIELD-IS-OK
009470                 MOVE WS-MAINT-DATE-9 TO SO-END-DATE
009480             END-IF
009490         END-IF
009500     END-IF
009510     IF FIELD-IS-OK
009520         AND SO-END-DATE < SO-START-DATE
009530         DISPLAY "end date may not be before the start date "
009540             SO-START-DATE
009550         MOVE "N" TO WS-FIELD-OK-SW
009560     END-IF.
009570*
009580*****************************************************************
009590*    5700-ACCEPT-OWNER - THE OPERATOR THE GENERATED ENTRIES ARE  *
009600*                        LOGGED UNDER - ON THE SECURITY MASTER   *
009610*                        AND NOT REVOKED                         *
009620*****************************************************************
009630 5700-ACCEPT-OWNER.
009640     IF FUNC-CHANGE
009650         DISPLAY "current owning operator: " SO-OPERATOR-ID
009660         DISPLAY "enter new owning operator (blank keeps it):"
009670     ELSE
009680         DISPLAY "enter owning operator id:"
009690     END-IF
009700     ACCEPT WS-MAINT-OPERATOR-ID
009710     IF WS-MAINT-OPERATOR-ID = SPACES
009720         IF FUNC-CHANGE
009730             MOVE "Y" TO WS-FIELD-OK-SW
009740         ELSE
009750             DISPLAY "owning operator may not be blank"
009760         END-IF
009770     ELSE
009780         MOVE WS-MAINT-OPERATOR-ID TO OM-OPERATOR-ID
009790         READ OPER-FILE
009800             INVALID KEY
009810                 DISPLAY "operator id not on security master"
009820         END-READ
009830         IF WS-OPER-FOUND
009840             IF OM-REVOKED
009850                 DISPLAY "operator id is revoked"
009860             ELSE
009870                 MOVE WS-MAINT-OPERATOR-ID TO SO-OPERATOR-ID
009880                 MOVE "Y" TO WS-FIELD-OK-SW
009890             END-IF
009900         END-IF
009910     END-IF.
009920*
009930*****************************************************************
009940*    5800-EDIT-DATE - A KEYED DATE MUST BE EIGHT DIGITS WITH A   *
009950*                     MONTH OF 01-12 AND A DAY OF 01-31          *
009960*****************************************************************
009970 5800-EDIT-DATE.
009980     IF WS-MAINT-DATE IS NUMERIC
009990         AND WS-MAINT-MM > ZERO AND WS-MAINT-MM < 13
010000         AND WS-MAINT-DD > ZERO AND WS-MAINT-DD < 32
010010         MOVE "Y" TO WS-FIELD-OK-SW
010020     ELSE
010030         DISPLAY "date must be CCYYMMDD"
010040     END-IF.
010050*
010060*****************************************************************
010070*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
010080*                         RECORD TO THE MAINTENANCE HISTORY -    *
010090*                         THE CALLER HAS SET THE ACTION AND THE  *
010100*                         TWO DEFINITION IMAGES                  *
010110*****************************************************************
010120 6000-WRITE-HISTORY.
010130     PERFORM 7500-GET-STAMP
010140     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
010150     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
010160     MOVE "STANDING" TO MH-TABLE
010170     MOVE "INSTM01" TO MH-PROGRAM
010180     MOVE OPERATOR-ID TO MH-OPERATOR-ID
010190     MOVE WS-MAINT-ID TO MH-KEY
010200     WRITE MNTH-RECORD
010210     IF NOT WS-MNTH-OK
010220         DISPLAY "unable to write MNTHIST, file status: "
010230             WS-MNTH-STATUS
010240     END-IF.
010250*
010260*****************************************************************
010270*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
010280*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
010290*****************************************************************
010300 7500-GET-STAMP.
010310     ACCEPT WS-STAMP-DATE FROM DATE
010320     ACCEPT WS-STAMP-TIME FROM TIME
010330     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
010340     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
010350     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
010360     IF WS-STAMP-YY < 50
010370         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
010380     ELSE
010390         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
010400     END-IF
010410     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
010420         + WS-STAMP-MM * 100 + WS-STAMP-DD.
010430*
010440*****************************************************************
010450*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
010460*****************************************************************
010470 9000-TERMINATE.
010480     CLOSE OPER-FILE
010490     IF SECL-FILE-OPEN
010500         CLOSE SECL-FILE
010510     END-IF
010520     IF MNTH-FILE-OPEN
010530         CLOSE MNTH-FILE
010540     END-IF
010550     CLOSE VALV-FILE
010560     CLOSE LIMV-FILE
010570     CLOSE STND-FILE
010580     IF RUN-ABORTED
010590         MOVE 8 TO RETURN-CODE
010600     ELSE
010610         MOVE ZERO TO RETURN-CODE
010620     END-IF.
