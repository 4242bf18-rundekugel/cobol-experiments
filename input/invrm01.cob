000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INVRM01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : MAINTENANCE UTILITY FOR THE DOUBLE-KEY        *
000060*                 VERIFICATION RULES.  LETS A SUPERVISOR ADD,   *
000070*                 CHANGE OR REMOVE THE RULE FOR A VAR1 CODE, OR *
000080*                 THE DEFAULT RULE UNDER THE CODE *DEFAULT THAT *
000090*                 COVERS EVERY CODE WITHOUT ONE OF ITS OWN.  A  *
000100*                 RULE EITHER REQUIRES A SECOND OPERATOR'S      *
000110*                 BLIND RE-KEY (INVER01) FOR ENTRIES OVER ITS   *
000120*                 AMOUNT THRESHOLD - ZERO MEANS EVERY ENTRY - OR*
000130*                 EXEMPTS THE CODE.  A CODE MUST BE ON THE      *
000140*                 VALID-VALUES MASTER.  EVERY RUN REQUIRES AN   *
000150*                 ACTIVE-SUPERVISOR SIGN-ON, AND EVERY CHANGE IS*
000160*                 RECORDED BEFORE AND AFTER ON THE MAINTENANCE  *
000170*                 HISTORY.                                      *
000180*                                                               *
000190*    MODIFICATION HISTORY                                       *
000200*    ------------------------------------------------------     *
000210*    2026-10-15  DK  ORIGINAL.                                  *
000220*                                                               *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. INVRM01.
000260 AUTHOR. D. KUGEL.
000270 INSTALLATION. DATA ENTRY SYSTEMS.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT VRUL-FILE ASSIGN TO "VERRULE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS VR-CODE
000380         FILE STATUS IS WS-VRUL-STATUS.
000390*
000400     SELECT VALV-FILE ASSIGN TO "VALVALS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS VV-CODE
000440         FILE STATUS IS WS-VALV-STATUS.
000450*
000460     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OM-OPERATOR-ID
000500         FILE STATUS IS WS-OPER-STATUS.
000510*
000520     SELECT SECL-FILE ASSIGN TO "SECLOG"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SECL-STATUS.
000550*
000560     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-MNTH-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*****************************************************************
000630*    VRUL-FILE - DOUBLE-KEY VERIFICATION RULES                  *
000640*****************************************************************
000650 FD  VRUL-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY VRULREC.
000690*
000700*****************************************************************
000710*    VALV-FILE - VALID-VALUES MASTER OF PERMITTED CODES         *
000720*****************************************************************
000730 FD  VALV-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY VALVREC.
000770*
000780*****************************************************************
000790*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000800*****************************************************************
000810 FD  OPER-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY OPERMST.
000850*
000860*****************************************************************
000870*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000880*****************************************************************
000890 FD  SECL-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY SECLREC.
000930*
000940*****************************************************************
000950*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000960*****************************************************************
000970 FD  MNTH-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY MNTHREC.
001010*
001020 WORKING-STORAGE SECTION.
001030 01  WS-VRUL-STATUS               PIC X(02).
001040     88  WS-VRUL-OK                           VALUE "00".
001050     88  WS-VRUL-NOT-FOUND                    VALUE "35".
001060*
001070 01  WS-VALV-STATUS               PIC X(02).
001080     88  WS-VALV-OK                           VALUE "00".
001090     88  WS-VALV-FOUND                        VALUE "00".
001100*
001110 01  WS-OPER-STATUS               PIC X(02).
001120     88  WS-OPER-OK                           VALUE "00".
001130     88  WS-OPER-FOUND                        VALUE "00".
001140*
001150 01  WS-SECL-STATUS               PIC X(02).
001160     88  WS-SECL-OK                           VALUE "00".
001170     88  WS-SECL-NOT-FOUND                    VALUE "35".
001180*
001190 01  WS-MNTH-STATUS               PIC X(02).
001200     88  WS-MNTH-OK                           VALUE "00".
001210     88  WS-MNTH-NOT-FOUND                    VALUE "35".
001220*
001230     COPY OPERID.
001240     COPY PWDRULE.
001250*
001260 01  WS-SWITCHES.
001270     05  WS-DONE-SW              PIC X(01)   VALUE "N".
001280         88  MAINT-DONE                      VALUE "Y".
001290     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001300         88  RUN-ABORTED                     VALUE "Y".
001310     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001320         88  OPID-IS-VALID                   VALUE "Y".
001330     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
001340         88  SECL-FILE-OPEN                  VALUE "Y".
001350     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
001360         88  MNTH-FILE-OPEN                  VALUE "Y".
001370     05  WS-RULE-OK-SW           PIC X(01)   VALUE "N".
001380         88  RULE-IS-OK                      VALUE "Y".
001390*
001400 01  WS-FUNCTION-CODE             PIC X(01).
001410     88  FUNC-ADD                             VALUE "A".
001420     88  FUNC-CHANGE                          VALUE "C".
001430     88  FUNC-REMOVE                          VALUE "R".
001440     88  FUNC-END                             VALUE "E".
001450     88  FUNC-IS-VALID                        VALUE "A" "C"
001460                                              "R" "E".
001470*
001480 01  WS-MAINT-CODE                PIC X(22).
001490     88  MAINT-DEFAULT-CODE                   VALUE "*DEFAULT".
001500 01  WS-MAINT-MODE                PIC X(01).
001510     88  MAINT-MODE-VERIFY                    VALUE "Y" "y".
001520     88  MAINT-MODE-EXEMPT                    VALUE "N" "n".
001530 01  WS-THRESHOLD-IN              PIC X(09).
001540 01  WS-THRESHOLD-NUM             PIC 9(09).
001550 01  WS-NEW-MODE                  PIC X(01).
001560 01  WS-NEW-THRESHOLD             PIC 9(07)V99.
001570 01  WS-THRESHOLD-EDIT            PIC Z(06)9.99.
001580*
001590 01  WS-STAMP-DATE                PIC X(06).
001600 01  WS-STAMP-TIME                PIC X(06).
001610 01  WS-STAMP-FIELDS.
001620     05  WS-STAMP-YY             PIC 9(02).
001630     05  WS-STAMP-MM             PIC 9(02).
001640     05  WS-STAMP-DD             PIC 9(02).
001650     05  WS-STAMP-CCYY           PIC 9(04).
001660 01  WS-STAMP-CCYYMMDD            PIC 9(08).
001670*
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700*    0000-MAINLINE                                               *
001710*****************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001740     IF NOT RUN-ABORTED
001750         PERFORM 2000-PROCESS-FUNCTION UNTIL MAINT-DONE
001760     END-IF
001770     PERFORM 9000-TERMINATE
001780     GOBACK.
001790*
001800*****************************************************************
001810*    1000-INITIALIZE - SIGN ON, OPEN THE VALID-VALUES MASTER,    *
001820*                      THEN OPEN THE RULE FILE FOR UPDATE,       *
001830*                      CREATING IT ON THE FIRST-EVER RUN         *
001840*****************************************************************
001850 1000-INITIALIZE.
001860     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
001870     IF RUN-ABORTED
001880         GO TO 1000-INITIALIZE-EXIT
001890     END-IF
001900     OPEN INPUT VALV-FILE
001910     IF NOT WS-VALV-OK
001920         DISPLAY "unable to open VALVALS, file status: "
001930             WS-VALV-STATUS " - run INVAL01 to build it"
001940         MOVE "Y" TO WS-ABORT-SW
001950         GO TO 1000-INITIALIZE-EXIT
001960     END-IF
001970     OPEN I-O VRUL-FILE
001980     IF WS-VRUL-NOT-FOUND
001990         DISPLAY "verification rule file not found - creating it"
002000         OPEN OUTPUT VRUL-FILE
002010         IF WS-VRUL-OK
002020             CLOSE VRUL-FILE
002030             OPEN I-O VRUL-FILE
002040         END-IF
002050     END-IF
002060     IF NOT WS-VRUL-OK
002070         DISPLAY "unable to open VERRULE, file status: "
002080             WS-VRUL-STATUS
002090         MOVE "Y" TO WS-ABORT-SW
002100     END-IF.
002110 1000-INITIALIZE-EXIT.
002120     EXIT.
002130*
002140*****************************************************************
002150*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
002160*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
002170*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
002180*                   ALLOWED THAT CANNOT BE RECORDED              *
002190*****************************************************************
002200 1100-SIGN-ON.
002210     MOVE SPACES TO OPERATOR-ID
002220     OPEN I-O OPER-FILE
002230     IF NOT WS-OPER-OK
002240         DISPLAY "unable to open OPERMAST, file status: "
002250             WS-OPER-STATUS
002260         MOVE "Y" TO WS-ABORT-SW
002270         GO TO 1100-SIGN-ON-EXIT
002280     END-IF
002290     OPEN EXTEND SECL-FILE
002300     IF WS-SECL-NOT-FOUND
002310         OPEN OUTPUT SECL-FILE
002320     END-IF
002330     IF WS-SECL-OK
002340         MOVE "Y" TO WS-SECL-OPEN-SW
002350     ELSE
002360         DISPLAY "unable to open SECLOG - attempts not "
002370             "logged"
002380     END-IF
002390     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002400         OR RUN-ABORTED
002410     IF RUN-ABORTED
002420         GO TO 1100-SIGN-ON-EXIT
002430     END-IF
002440     OPEN EXTEND MNTH-FILE
002450     IF WS-MNTH-NOT-FOUND
002460         OPEN OUTPUT MNTH-FILE
002470     END-IF
002480     IF WS-MNTH-OK
002490         MOVE "Y" TO WS-MNTH-OPEN-SW
002500     ELSE
002510         DISPLAY "unable to open MNTHIST, file status: "
002520             WS-MNTH-STATUS " - no change can be recorded"
002530         MOVE "Y" TO WS-ABORT-SW
002540     END-IF.
002550 1100-SIGN-ON-EXIT.
002560     EXIT.
002570*
002580*****************************************************************
002590*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
002600*                            ID, REJECT AN ALL-SPACES ENTRY,     *
002610*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
002620*                            ON THE MASTER - A FAILED SIGN-ON    *
002630*                            IS LOGGED AND ENDS THE RUN          *
002640*****************************************************************
002650 1200-EDIT-OPERATOR-ID.
002660     DISPLAY "enter operator id:"
002670     ACCEPT OPERATOR-ID
002680     IF OPERATOR-ID = SPACES
002690         MOVE "N" TO WS-OPID-VALID-SW
002700     ELSE
002710         PERFORM 1250-CHECK-OPERATOR
002720     END-IF.
002730*
002740*****************************************************************
002750*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
002760*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
002770*                          LOGGING AND ABORTING ON ANY FAILURE   *
002780*****************************************************************
002790 1250-CHECK-OPERATOR.
002800     MOVE OPERATOR-ID TO OM-OPERATOR-ID
002810     READ OPER-FILE
002820         INVALID KEY
002830             DISPLAY "operator id not on security master"
002840             MOVE "NOT ON SECURITY FILE" TO SL-REASON
002850             PERFORM 1300-LOG-SIGNON-FAILURE
002860             MOVE "Y" TO WS-ABORT-SW
002870     END-READ
002880     IF WS-OPER-FOUND
002890         IF OM-REVOKED
002900             DISPLAY "operator id is revoked"
002910             MOVE "OPERATOR REVOKED" TO SL-REASON
002920             PERFORM 1300-LOG-SIGNON-FAILURE
002930             MOVE "Y" TO WS-ABORT-SW
002940         ELSE
002950             IF OM-SUPERVISOR
002960                 PERFORM 1260-CHECK-PASSWORD THRU
002970                     1260-CHECK-PASSWORD-EXIT
002980             ELSE
002990                 DISPLAY "verification-rule maintenance requires "
003000                     "supervisor authority"
003010                 MOVE "NOT SUPERVISOR" TO SL-REASON
003020                 PERFORM 1300-LOG-SIGNON-FAILURE
003030                 MOVE "Y" TO WS-ABORT-SW
003040             END-IF
003050         END-IF
003060     END-IF.
003070*
003080*****************************************************************
003090*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003100*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003110*                          CHECK THE PASSWORD - A BAD ONE IS     *
003120*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003130*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003140*                          COUNT AND FORCES A CHANGE WHEN THE    *
003150*                          PASSWORD HAS EXPIRED                  *
003160*****************************************************************
003170 1260-CHECK-PASSWORD.
003180     MOVE "N" TO WS-OPID-VALID-SW
003190     IF OM-LOCKED
003200         DISPLAY "operator id is locked out - a supervisor "
003210             "must reset it through INOPR01"
003220         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003230         PERFORM 1300-LOG-SIGNON-FAILURE
003240         MOVE "Y" TO WS-ABORT-SW
003250         GO TO 1260-CHECK-PASSWORD-EXIT
003260     END-IF
003270     IF OM-PASSWORD = SPACES
003280         DISPLAY "no password is set for this operator id - "
003290             "a supervisor must set it through INOPR01"
003300         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003310         PERFORM 1300-LOG-SIGNON-FAILURE
003320         MOVE "Y" TO WS-ABORT-SW
003330         GO TO 1260-CHECK-PASSWORD-EXIT
003340     END-IF
003350     DISPLAY "enter password:"
003360     ACCEPT WS-PWD-ENTERED
003370     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003380         PERFORM 1270-COUNT-BAD-PASSWORD
003390         MOVE "Y" TO WS-ABORT-SW
003400         GO TO 1260-CHECK-PASSWORD-EXIT
003410     END-IF
003420     PERFORM 7500-GET-STAMP
003430     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003440     MOVE "N" TO WS-PWD-UPDATE-SW
003450     IF OM-FAIL-COUNT > ZERO
003460         MOVE ZERO TO OM-FAIL-COUNT
003470         MOVE "Y" TO WS-PWD-UPDATE-SW
003480     END-IF
003490     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003500         DISPLAY "your password has expired - choose a new one"
003510         MOVE "N" TO WS-PWD-NEW-SW
003520         PERFORM 1280-ACCEPT-NEW-PASSWORD
003530             UNTIL NEW-PASSWORD-IS-OK
003540         MOVE WS-PWD-NEW TO OM-PASSWORD
003550         PERFORM 1285-SET-PASSWORD-EXPIRY
003560         MOVE "Y" TO WS-PWD-UPDATE-SW
003570     END-IF
003580     IF OPERATOR-NEEDS-UPDATE
003590         PERFORM 1290-REWRITE-OPERATOR
003600     END-IF
003610     MOVE "Y" TO WS-OPID-VALID-SW.
003620 1260-CHECK-PASSWORD-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
003670*                              MASTER, LOCK THE OPERATOR OUT     *
003680*                              WHEN THE COUNT REACHES THE LIMIT, *
003690*                              AND LOG THE FAILED ATTEMPT        *
003700*****************************************************************
003710 1270-COUNT-BAD-PASSWORD.
003720     ADD 1 TO OM-FAIL-COUNT
003730     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
003740         DISPLAY "password is incorrect"
003750         MOVE "INVALID PASSWORD" TO SL-REASON
003760     ELSE
003770         MOVE "Y" TO OM-LOCK-FLAG
003780         DISPLAY "password is incorrect - operator id is now "
003790             "locked out"
003800         MOVE "PASSWORD LOCKOUT" TO SL-REASON
003810     END-IF
003820     PERFORM 1290-REWRITE-OPERATOR
003830     PERFORM 1300-LOG-SIGNON-FAILURE.
003840*
003850*****************************************************************
003860*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
003870*                               REJECT A BLANK ONE, THE OLD ONE, *
003880*                               OR TWO ENTRIES THAT DISAGREE     *
003890*****************************************************************
003900 1280-ACCEPT-NEW-PASSWORD.
003910     DISPLAY "enter new password:"
003920     ACCEPT WS-PWD-NEW
003930     DISPLAY "re-enter new password:"
003940     ACCEPT WS-PWD-CONFIRM
003950     IF WS-PWD-NEW = SPACES
003960         DISPLAY "password may not be blank"
003970     ELSE
003980         IF WS-PWD-NEW = OM-PASSWORD
003990             DISPLAY "new password must differ from the old one"
004000         ELSE
004010             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
004020                 DISPLAY "the two entries do not match"
004030             ELSE
004040                 MOVE "Y" TO WS-PWD-NEW-SW
004050             END-IF
004060         END-IF
004070     END-IF.
004080*
004090*****************************************************************
004100*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
004110*                               THE SET NUMBER OF MONTHS FROM    *
004120*                               TODAY, HELD TO THE 28TH SO THE   *
004130*                               DATE IS VALID IN EVERY MONTH     *
004140*****************************************************************
004150 1285-SET-PASSWORD-EXPIRY.
004160     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
004170     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
004180     IF WS-PWD-EXP-MM > 12
004190         SUBTRACT 12 FROM WS-PWD-EXP-MM
004200         ADD 1 TO WS-PWD-EXP-CCYY
004210     END-IF
004220     IF WS-PWD-EXP-DD > 28
004230         MOVE 28 TO WS-PWD-EXP-DD
004240     END-IF
004250     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
004260*
004270*****************************************************************
004280*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
004290*                            BACK ON THE SECURITY MASTER         *
004300*****************************************************************
004310 1290-REWRITE-OPERATOR.
004320     REWRITE OPER-RECORD
004330         INVALID KEY
004340             DISPLAY "unable to update OPERMAST, file status: "
004350                 WS-OPER-STATUS
004360     END-REWRITE.
004370*
004380*****************************************************************
004390*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
004400*                              SIGN-ON ATTEMPT TO THE SECURITY  *
004410*                              LOG                              *
004420*****************************************************************
004430 1300-LOG-SIGNON-FAILURE.
004440     IF SECL-FILE-OPEN
004450         PERFORM 7500-GET-STAMP
004460         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
004470         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
004480         MOVE "INVRM01" TO SL-PROGRAM
004490         MOVE OPERATOR-ID TO SL-OPERATOR-ID
004500         WRITE SECL-RECORD
004510         IF NOT WS-SECL-OK
004520             DISPLAY "unable to write SECLOG, file status: "
004530                 WS-SECL-STATUS
004540         END-IF
004550     END-IF.
004560*
004570*****************************************************************
004580*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
004590*                            AND APPLY IT                        *
004600*****************************************************************
004610 2000-PROCESS-FUNCTION.
004620     DISPLAY "enter function (A=add, C=change rule, "
004630         "R=remove, E=end):"
004640     ACCEPT WS-FUNCTION-CODE
004650     IF NOT FUNC-IS-VALID
004660         DISPLAY "function must be A, C, R, or E"
004670     ELSE
004680         IF FUNC-END
004690             MOVE "Y" TO WS-DONE-SW
004700         ELSE
004710             PERFORM 2100-APPLY-FUNCTION THRU
004720                 2100-APPLY-FUNCTION-EXIT
004730         END-IF
004740     END-IF.
004750*
004760*****************************************************************
004770*    2100-APPLY-FUNCTION - ACCEPT THE CODE AND ROUTE TO THE      *
004780*                          CHOSEN MAINTENANCE ACTION.  A NEW     *
004790*                          RULE'S CODE MUST BE ON THE VALID-     *
004800*                          VALUES MASTER, UNLESS IT IS THE       *
004810*                          DEFAULT RULE                          *
004820*****************************************************************
004830 2100-APPLY-FUNCTION.
004840     DISPLAY "enter code (*DEFAULT for the default rule):"
004850     ACCEPT WS-MAINT-CODE
004860     IF WS-MAINT-CODE = SPACES
004870         DISPLAY "code may not be blank"
004880         GO TO 2100-APPLY-FUNCTION-EXIT
004890     END-IF
004900     IF FUNC-ADD
004910         AND NOT MAINT-DEFAULT-CODE
004920         MOVE WS-MAINT-CODE TO VV-CODE
004930         READ VALV-FILE
004940             INVALID KEY
004950                 DISPLAY "code is not on the valid-values master"
004960                 GO TO 2100-APPLY-FUNCTION-EXIT
004970         END-READ
004980     END-IF
004990     IF FUNC-ADD
005000         PERFORM 3000-ADD-RULE
005010     ELSE
005020         PERFORM 4000-UPDATE-RULE
005030     END-IF.
005040 2100-APPLY-FUNCTION-EXIT.
005050     EXIT.
005060*
005070*****************************************************************
005080*    3000-ADD-RULE - ACCEPT THE RULE AND ADD IT TO THE FILE      *
005090*****************************************************************
005100 3000-ADD-RULE.
005110     PERFORM 5000-ACCEPT-RULE THRU 5000-ACCEPT-RULE-EXIT
005120     IF RULE-IS-OK
005130         MOVE WS-MAINT-CODE TO VR-CODE
005140         MOVE WS-NEW-MODE TO VR-MODE
005150         MOVE WS-NEW-THRESHOLD TO VR-THRESHOLD
005160         WRITE VRUL-RECORD
005170             INVALID KEY
005180                 DISPLAY "a rule for that code is already on file"
005190             NOT INVALID KEY
005200                 DISPLAY "rule added."
005210                 MOVE "ADD" TO MH-ACTION
005220                 MOVE SPACES TO MH-BEFORE
005230                 MOVE VR-RULE TO MH-AFTER
005240                 PERFORM 6000-WRITE-HISTORY
005250         END-WRITE
005260     END-IF.
005270*
005280*****************************************************************
005290*    4000-UPDATE-RULE - READ THE RULE AND APPLY A CHANGE OR      *
005300*                       REMOVE IT - A CODE WITH NO RULE FALLS    *
005310*                       BACK TO THE DEFAULT RULE                 *
005320*****************************************************************
005330 4000-UPDATE-RULE.
005340     MOVE WS-MAINT-CODE TO VR-CODE
005350     READ VRUL-FILE
005360         INVALID KEY
005370             DISPLAY "no rule for that code is on file"
005380     END-READ
005390     IF WS-VRUL-OK
005400         MOVE VR-RULE TO MH-BEFORE
005410         IF FUNC-CHANGE
005420             MOVE "CHANGE" TO MH-ACTION
005430             MOVE VR-THRESHOLD TO WS-THRESHOLD-EDIT
005440             DISPLAY "current rule: verify " VR-MODE
005450                 "  over " WS-THRESHOLD-EDIT
005460             PERFORM 5000-ACCEPT-RULE THRU 5000-ACCEPT-RULE-EXIT
005470             IF RULE-IS-OK
005480                 MOVE WS-NEW-MODE TO VR-MODE
005490                 MOVE WS-NEW-THRESHOLD TO VR-THRESHOLD
005500                 REWRITE VRUL-RECORD
005510                     INVALID KEY
005520                         DISPLAY "rewrite failed for that code"
005530                     NOT INVALID KEY
005540                         DISPLAY "rule updated."
005550                         MOVE VR-RULE TO MH-AFTER
005560                         PERFORM 6000-WRITE-HISTORY
005570                 END-REWRITE
005580             END-IF
005590         ELSE
005600             DELETE VRUL-FILE
005610                 INVALID KEY
005620                     DISPLAY "delete failed for that code"
005630                 NOT INVALID KEY
005640                     IF MAINT-DEFAULT-CODE
005650                         DISPLAY "default rule removed - codes "
005660                             "without a rule now verify every "
005670                             "entry."
005680                     ELSE
005690                         DISPLAY "rule removed - the code now "
005700                             "follows the default rule."
005710                     END-IF
005720                     MOVE "REMOVE" TO MH-ACTION
005730                     MOVE SPACES TO MH-AFTER
005740                     PERFORM 6000-WRITE-HISTORY
005750             END-DELETE
005760         END-IF
005770     END-IF.
005780*
005790*****************************************************************
005800*    5000-ACCEPT-RULE - ACCEPT AND EDIT THE RULE: Y TO VERIFY    *
005810*                       ENTRIES OVER A THRESHOLD KEYED IN        *
005820*                       CENTS (ZERO FOR EVERY ENTRY), OR N TO    *
005830*                       EXEMPT THE CODE                          *
005840*****************************************************************
005850 5000-ACCEPT-RULE.
005860     MOVE "N" TO WS-RULE-OK-SW
005870     DISPLAY "verify entries for this code? (Y=verify, "
005880         "N=exempt):"
005890     ACCEPT WS-MAINT-MODE
005900     IF MAINT-MODE-VERIFY
005910         MOVE "Y" TO WS-NEW-MODE
005920     ELSE
005930         IF MAINT-MODE-EXEMPT
005940             MOVE "N" TO WS-NEW-MODE
005950             MOVE ZERO TO WS-NEW-THRESHOLD
005960             MOVE "Y" TO WS-RULE-OK-SW
005970             GO TO 5000-ACCEPT-RULE-EXIT
005980         ELSE
005990             DISPLAY "answer must be Y or N"
006000             GO TO 5000-ACCEPT-RULE-EXIT
006010         END-IF
006020     END-IF
006030     DISPLAY "enter amount threshold in cents (digits only, "
006040         "zero = every entry):"
006050     ACCEPT WS-THRESHOLD-IN
006060     IF WS-THRESHOLD-IN IS NOT NUMERIC
006070         DISPLAY "threshold must be all digits"
006080         GO TO 5000-ACCEPT-RULE-EXIT
006090     END-IF
006100     MOVE WS-THRESHOLD-IN TO WS-THRESHOLD-NUM
006110     COMPUTE WS-NEW-THRESHOLD = WS-THRESHOLD-NUM / 100
006120     MOVE "Y" TO WS-RULE-OK-SW.
006130 5000-ACCEPT-RULE-EXIT.
006140     EXIT.
006150*
006160*****************************************************************
006170*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
006180*                         RECORD TO THE MAINTENANCE HISTORY -    *
006190*                         THE CALLER HAS SET THE ACTION AND THE  *
006200*                         TWO RULE IMAGES                        *
006210*****************************************************************
006220 6000-WRITE-HISTORY.
006230     PERFORM 7500-GET-STAMP
006240     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
006250     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
006260     MOVE "VERRULE" TO MH-TABLE
006270     MOVE "INVRM01" TO MH-PROGRAM
006280     MOVE OPERATOR-ID TO MH-OPERATOR-ID
006290     MOVE WS-MAINT-CODE TO MH-KEY
006300     WRITE MNTH-RECORD
006310     IF NOT WS-MNTH-OK
006320         DISPLAY "unable to write MNTHIST, file status: "
006330             WS-MNTH-STATUS
006340     END-IF.
006350*
006360*****************************************************************
006370*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
006380*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
006390*****************************************************************
006400 7500-GET-STAMP.
006410     ACCEPT WS-STAMP-DATE FROM DATE
006420     ACCEPT WS-STAMP-TIME FROM TIME
006430     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
006440     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
006450     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
006460     IF WS-STAMP-YY < 50
006470         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
006480     ELSE
006490         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
006500     END-IF
006510     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
006520         + WS-STAMP-MM * 100 + WS-STAMP-DD.
006530*
006540*****************************************************************
006550*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
006560*****************************************************************
006570 9000-TERMINATE.
006580     CLOSE OPER-FILE
006590     IF SECL-FILE-OPEN
006600         CLOSE SECL-FILE
006610     END-IF
006620     IF MNTH-FILE-OPEN
006630         CLOSE MNTH-FILE
006640     END-IF
006650     CLOSE VALV-FILE
006660     CLOSE VRUL-FILE
006670     IF RUN-ABORTED
006680         MOVE 8 TO RETURN-CODE
006690     ELSE
006700         MOVE ZERO TO RETURN-CODE
006710     END-IF.
