000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INSIT01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : MAINTENANCE UTILITY FOR THE REMOTE-SITE       *
000060*                 MASTER OF EXPECTED BATCH SUBMITTERS.  LETS A  *
000070*                 SUPERVISOR ADD A SITE, CHANGE ITS NAME OR     *
000080*                 HELP-DESK CONTACT, DEACTIVATE IT, OR          *
000090*                 REACTIVATE IT.  AN ACTIVE SITE IS EXPECTED    *
000100*                 TO SEND A BATCH EVERY BUSINESS DAY; INBTL01   *
000110*                 REJECTS A BATCH FROM ANY SITE THAT IS NOT     *
000120*                 ACTIVE HERE.  A DEACTIVATED SITE STAYS ON     *
000130*                 FILE SO ITS BATCH HISTORY STILL RESOLVES.     *
000140*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000150*                 SIGN-ON, AND EVERY CHANGE IS RECORDED BEFORE  *
000160*                 AND AFTER ON THE MAINTENANCE HISTORY.         *
000170*                                                               *
000180*    MODIFICATION HISTORY                                       *
000190*    ------------------------------------------------------     *
000200*    2026-10-15  DK  ORIGINAL.                                  *
000210*                                                               *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. INSIT01.
000250 AUTHOR. D. KUGEL.
000260 INSTALLATION. DATA ENTRY SYSTEMS.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SITE-FILE ASSIGN TO "SITEMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ST-SITE
000370         FILE STATUS IS WS-SITE-STATUS.
000380*
000390     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OM-OPERATOR-ID
000430         FILE STATUS IS WS-OPER-STATUS.
000440*
000450     SELECT SECL-FILE ASSIGN TO "SECLOG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-SECL-STATUS.
000480*
000490     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-MNTH-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*****************************************************************
000560*    SITE-FILE - REMOTE-SITE MASTER OF EXPECTED SUBMITTERS      *
000570*****************************************************************
000580 FD  SITE-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610     COPY SITEREC.
000620*
000630*****************************************************************
000640*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000650*****************************************************************
000660 FD  OPER-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY OPERMST.
000700*
000710*****************************************************************
000720*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000730*****************************************************************
000740 FD  SECL-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY SECLREC.
000780*
000790*****************************************************************
000800*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000810*****************************************************************
000820 FD  MNTH-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY MNTHREC.
000860*
000870 WORKING-STORAGE SECTION.
000880 01  WS-SITE-STATUS               PIC X(02).
000890     88  WS-SITE-OK                           VALUE "00".
000900     88  WS-SITE-NOT-FOUND                    VALUE "35".
000910*
000920 01  WS-OPER-STATUS               PIC X(02).
000930     88  WS-OPER-OK                           VALUE "00".
000940     88  WS-OPER-FOUND                        VALUE "00".
000950     88  WS-OPER-NOT-FOUND                    VALUE "35".
000960*
000970 01  WS-SECL-STATUS               PIC X(02).
000980     88  WS-SECL-OK                           VALUE "00".
000990     88  WS-SECL-NOT-FOUND                    VALUE "35".
001000*
001010 01  WS-MNTH-STATUS               PIC X(02).
001020     88  WS-MNTH-OK                           VALUE "00".
001030     88  WS-MNTH-NOT-FOUND                    VALUE "35".
001040*
001050     COPY OPERID.
001060     COPY PWDRULE.
001070*
001080 01  WS-SWITCHES.
001090     05  WS-DONE-SW              PIC X(01)   VALUE "N".
001100         88  MAINT-DONE                      VALUE "Y".
001110     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001120         88  RUN-ABORTED                     VALUE "Y".
001130     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001140         88  OPID-IS-VALID                   VALUE "Y".
001150     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
001160         88  SECL-FILE-OPEN                  VALUE "Y".
001170     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
001180         88  MNTH-FILE-OPEN                  VALUE "Y".
001190*
001200 01  WS-FUNCTION-CODE             PIC X(01).
001210     88  FUNC-ADD                             VALUE "A".
001220     88  FUNC-CHANGE                          VALUE "C".
001230     88  FUNC-DEACTIVATE                      VALUE "D".
001240     88  FUNC-REACTIVATE                      VALUE "R".
001250     88  FUNC-END                             VALUE "E".
001260     88  FUNC-IS-VALID                        VALUE "A" "C"
001270                                              "D" "R" "E".
001280*
001290 01  WS-MAINT-SITE                PIC X(04).
001300 01  WS-MAINT-NAME                PIC X(24).
001310 01  WS-MAINT-CONTACT             PIC X(24).
001320*
001330 01  WS-STAMP-DATE                PIC X(06).
001340 01  WS-STAMP-TIME                PIC X(06).
001350 01  WS-STAMP-FIELDS.
001360     05  WS-STAMP-YY             PIC 9(02).
001370     05  WS-STAMP-MM             PIC 9(02).
001380     05  WS-STAMP-DD             PIC 9(02).
001390     05  WS-STAMP-CCYY           PIC 9(04).
001400 01  WS-STAMP-CCYYMMDD            PIC 9(08).
001410*
001420 PROCEDURE DIVISION.
001430*****************************************************************
001440*    0000-MAINLINE                                               *
001450*****************************************************************
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001480     IF NOT RUN-ABORTED
001490         PERFORM 2000-PROCESS-FUNCTION UNTIL MAINT-DONE
001500     END-IF
001510     PERFORM 9000-TERMINATE
001520     GOBACK.
001530*
001540*****************************************************************
001550*    1000-INITIALIZE - SIGN ON, THEN OPEN THE MASTER FOR UPDATE, *
001560*                      CREATING IT ON THE FIRST-EVER RUN         *
001570*****************************************************************
001580 1000-INITIALIZE.
001590     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
001600     IF RUN-ABORTED
001610         GO TO 1000-INITIALIZE-EXIT
001620     END-IF
001630     OPEN I-O SITE-FILE
001640     IF WS-SITE-NOT-FOUND
001650         DISPLAY "site master not found - creating it"
001660         OPEN OUTPUT SITE-FILE
001670         IF WS-SITE-OK
001680             CLOSE SITE-FILE
001690             OPEN I-O SITE-FILE
001700         END-IF
001710     END-IF
001720     IF NOT WS-SITE-OK
001730         DISPLAY "unable to open SITEMAST, file status: "
001740             WS-SITE-STATUS
001750         MOVE "Y" TO WS-ABORT-SW
001760     END-IF.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001790*
001800*****************************************************************
001810*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
001820*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
001830*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
001840*                   ALLOWED THAT CANNOT BE RECORDED              *
001850*****************************************************************
001860 1100-SIGN-ON.
001870     MOVE SPACES TO OPERATOR-ID
001880     OPEN I-O OPER-FILE
001890     IF NOT WS-OPER-OK
001900         DISPLAY "unable to open OPERMAST, file status: "
001910             WS-OPER-STATUS
001920         MOVE "Y" TO WS-ABORT-SW
001930         GO TO 1100-SIGN-ON-EXIT
001940     END-IF
001950     OPEN EXTEND SECL-FILE
001960     IF WS-SECL-NOT-FOUND
001970         OPEN OUTPUT SECL-FILE
001980     END-IF
001990     IF WS-SECL-OK
002000         MOVE "Y" TO WS-SECL-OPEN-SW
002010     ELSE
002020         DISPLAY "unable to open SECLOG - attempts not "
002030             "logged"
002040     END-IF
002050     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002060         OR RUN-ABORTED
002070     IF RUN-ABORTED
002080         GO TO 1100-SIGN-ON-EXIT
002090     END-IF
002100     OPEN EXTEND MNTH-FILE
002110     IF WS-MNTH-NOT-FOUND
002120         OPEN OUTPUT MNTH-FILE
002130     END-IF
002140     IF WS-MNTH-OK
002150         MOVE "Y" TO WS-MNTH-OPEN-SW
002160     ELSE
002170         DISPLAY "unable to open MNTHIST, file status: "
002180             WS-MNTH-STATUS " - no change can be recorded"
002190         MOVE "Y" TO WS-ABORT-SW
002200     END-IF.
002210 1100-SIGN-ON-EXIT.
002220     EXIT.
002230*
002240*****************************************************************
002250*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
002260*                            ID, REJECT AN ALL-SPACES ENTRY,     *
002270*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
002280*                            ON THE MASTER - A FAILED SIGN-ON    *
002290*                            IS LOGGED AND ENDS THE RUN          *
002300*****************************************************************
002310 1200-EDIT-OPERATOR-ID.
002320     DISPLAY "enter operator id:"
002330     ACCEPT OPERATOR-ID
002340     IF OPERATOR-ID = SPACES
002350         MOVE "N" TO WS-OPID-VALID-SW
002360     ELSE
002370         PERFORM 1250-CHECK-OPERATOR
002380     END-IF.
002390*
002400*****************************************************************
002410*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
002420*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
002430*                          LOGGING AND ABORTING ON ANY FAILURE   *
002440*****************************************************************
002450 1250-CHECK-OPERATOR.
002460     MOVE OPERATOR-ID TO OM-OPERATOR-ID
002470     READ OPER-FILE
002480         INVALID KEY
002490             DISPLAY "operator id not on security master"
002500             MOVE "NOT ON SECURITY FILE" TO SL-REASON
002510             PERFORM 1300-LOG-SIGNON-FAILURE
002520             MOVE "Y" TO WS-ABORT-SW
002530     END-READ
002540     IF WS-OPER-FOUND
002550         IF OM-REVOKED
002560             DISPLAY "operator id is revoked"
002570             MOVE "OPERATOR REVOKED" TO SL-REASON
002580             PERFORM 1300-LOG-SIGNON-FAILURE
002590             MOVE "Y" TO WS-ABORT-SW
002600         ELSE
002610             IF OM-SUPERVISOR
002620                 PERFORM 1260-CHECK-PASSWORD THRU
002630                     1260-CHECK-PASSWORD-EXIT
002640             ELSE
002650                 DISPLAY "site maintenance requires "
002660                     "supervisor authority"
002670                 MOVE "NOT SUPERVISOR" TO SL-REASON
002680                 PERFORM 1300-LOG-SIGNON-FAILURE
002690                 MOVE "Y" TO WS-ABORT-SW
002700             END-IF
002710         END-IF
002720     END-IF.
002730*
002740*****************************************************************
002750*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
002760*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
002770*                          CHECK THE PASSWORD - A BAD ONE IS     *
002780*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
002790*                          THE LIMIT, A GOOD ONE CLEARS THE      *
002800*                          COUNT AND FORCES A CHANGE WHEN THE    *
002810*                          PASSWORD HAS EXPIRED                  *
002820*****************************************************************
002830 1260-CHECK-PASSWORD.
002840     MOVE "N" TO WS-OPID-VALID-SW
002850     IF OM-LOCKED
002860         DISPLAY "operator id is locked out - a supervisor "
002870             "must reset it through INOPR01"
002880         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
002890         PERFORM 1300-LOG-SIGNON-FAILURE
002900         MOVE "Y" TO WS-ABORT-SW
002910         GO TO 1260-CHECK-PASSWORD-EXIT
002920     END-IF
002930     IF OM-PASSWORD = SPACES
002940         DISPLAY "no password is set for this operator id - "
002950             "a supervisor must set it through INOPR01"
002960         MOVE "NO PASSWORD ON FILE" TO SL-REASON
002970         PERFORM 1300-LOG-SIGNON-FAILURE
002980         MOVE "Y" TO WS-ABORT-SW
002990         GO TO 1260-CHECK-PASSWORD-EXIT
003000     END-IF
003010     DISPLAY "enter password:"
003020     ACCEPT WS-PWD-ENTERED
003030     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003040         PERFORM 1270-COUNT-BAD-PASSWORD
003050         MOVE "Y" TO WS-ABORT-SW
003060         GO TO 1260-CHECK-PASSWORD-EXIT
003070     END-IF
003080     PERFORM 7500-GET-STAMP
003090     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003100     MOVE "N" TO WS-PWD-UPDATE-SW
003110     IF OM-FAIL-COUNT > ZERO
003120         MOVE ZERO TO OM-FAIL-COUNT
003130         MOVE "Y" TO WS-PWD-UPDATE-SW
003140     END-IF
003150     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003160         DISPLAY "your password has expired - choose a new one"
003170         MOVE "N" TO WS-PWD-NEW-SW
003180         PERFORM 1280-ACCEPT-NEW-PASSWORD
003190             UNTIL NEW-PASSWORD-IS-OK
003200         MOVE WS-PWD-NEW TO OM-PASSWORD
003210         PERFORM 1285-SET-PASSWORD-EXPIRY
003220         MOVE "Y" TO WS-PWD-UPDATE-SW
003230     END-IF
003240     IF OPERATOR-NEEDS-UPDATE
003250         PERFORM 1290-REWRITE-OPERATOR
003260     END-IF
003270     MOVE "Y" TO WS-OPID-VALID-SW.
003280 1260-CHECK-PASSWORD-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
003330*                              MASTER, LOCK THE OPERATOR OUT     *
003340*                              WHEN THE COUNT REACHES THE LIMIT, *
003350*                              AND LOG THE FAILED ATTEMPT        *
003360*****************************************************************
003370 1270-COUNT-BAD-PASSWORD.
003380     ADD 1 TO OM-FAIL-COUNT
003390     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
003400         DISPLAY "password is incorrect"
003410         MOVE "INVALID PASSWORD" TO SL-REASON
003420     ELSE
003430         MOVE "Y" TO OM-LOCK-FLAG
003440         DISPLAY "password is incorrect - operator id is now "
003450             "locked out"
003460         MOVE "PASSWORD LOCKOUT" TO SL-REASON
003470     END-IF
003480     PERFORM 1290-REWRITE-OPERATOR
003490     PERFORM 1300-LOG-SIGNON-FAILURE.
003500*
003510*****************************************************************
003520*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
003530*                               REJECT A BLANK ONE, THE OLD ONE, *
003540*                               OR TWO ENTRIES THAT DISAGREE     *
003550*****************************************************************
003560 1280-ACCEPT-NEW-PASSWORD.
003570     DISPLAY "enter new password:"
003580     ACCEPT WS-PWD-NEW
003590     DISPLAY "re-enter new password:"
003600     ACCEPT WS-PWD-CONFIRM
003610     IF WS-PWD-NEW = SPACES
003620         DISPLAY "password may not be blank"
003630     ELSE
003640         IF WS-PWD-NEW = OM-PASSWORD
003650             DISPLAY "new password must differ from the old one"
003660         ELSE
003670             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
003680                 DISPLAY "the two entries do not match"
003690             ELSE
003700                 MOVE "Y" TO WS-PWD-NEW-SW
003710             END-IF
003720         END-IF
003730     END-IF.
003740*
003750*****************************************************************
003760*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
003770*                               THE SET NUMBER OF MONTHS FROM    *
003780*                               TODAY, HELD TO THE 28TH SO THE   *
003790*                               DATE IS VALID IN EVERY MONTH     *
003800*****************************************************************
003810 1285-SET-PASSWORD-EXPIRY.
003820     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
003830     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
003840     IF WS-PWD-EXP-MM > 12
003850         SUBTRACT 12 FROM WS-PWD-EXP-MM
003860         ADD 1 TO WS-PWD-EXP-CCYY
003870     END-IF
003880     IF WS-PWD-EXP-DD > 28
003890         MOVE 28 TO WS-PWD-EXP-DD
003900     END-IF
003910     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
003920*
003930*****************************************************************
003940*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
003950*                            BACK ON THE SECURITY MASTER         *
003960*****************************************************************
003970 1290-REWRITE-OPERATOR.
003980     REWRITE OPER-RECORD
003990         INVALID KEY
004000             DISPLAY "unable to update OPERMAST, file status: "
004010                 WS-OPER-STATUS
004020     END-REWRITE.
004030*
004040*****************************************************************
004050*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
004060*                              SIGN-ON ATTEMPT TO THE SECURITY  *
004070*                              LOG                              *
004080*****************************************************************
004090 1300-LOG-SIGNON-FAILURE.
004100     IF SECL-FILE-OPEN
004110         PERFORM 7500-GET-STAMP
004120         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
004130         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
004140         MOVE "INSIT01" TO SL-PROGRAM
004150         MOVE OPERATOR-ID TO SL-OPERATOR-ID
004160         WRITE SECL-RECORD
004170         IF NOT WS-SECL-OK
004180             DISPLAY "unable to write SECLOG, file status: "
004190                 WS-SECL-STATUS
004200         END-IF
004210     END-IF.
004220*
004230*****************************************************************
004240*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
004250*                            AND APPLY IT                        *
004260*****************************************************************
004270 2000-PROCESS-FUNCTION.
004280     DISPLAY "enter function (A=add, C=change name/contact, "
004290         "D=deactivate, R=reactivate, E=end):"
004300     ACCEPT WS-FUNCTION-CODE
004310     IF NOT FUNC-IS-VALID
004320         DISPLAY "function must be A, C, D, R, or E"
004330     ELSE
004340         IF FUNC-END
004350             MOVE "Y" TO WS-DONE-SW
004360         ELSE
004370             PERFORM 2100-APPLY-FUNCTION
004380         END-IF
004390     END-IF.
004400*
004410*****************************************************************
004420*    2100-APPLY-FUNCTION - ACCEPT THE SITE AND ROUTE TO THE      *
004430*                          CHOSEN MAINTENANCE ACTION             *
004440*****************************************************************
004450 2100-APPLY-FUNCTION.
004460     DISPLAY "enter site:"
004470     ACCEPT WS-MAINT-SITE
004480     IF WS-MAINT-SITE = SPACES
004490         DISPLAY "site may not be blank"
004500     ELSE
004510         IF FUNC-ADD
004520             PERFORM 3000-ADD-SITE
004530         ELSE
004540             PERFORM 4000-UPDATE-SITE
004550         END-IF
004560     END-IF.
004570*
004580*****************************************************************
004590*    3000-ADD-SITE - ADD A NEW ACTIVE SITE TO THE MASTER         *
004600*****************************************************************
004610 3000-ADD-SITE.
004620     DISPLAY "enter site name:"
004630     ACCEPT WS-MAINT-NAME
004640     DISPLAY "enter help-desk contact:"
004650     ACCEPT WS-MAINT-CONTACT
004660     MOVE WS-MAINT-SITE TO ST-SITE
004670     MOVE WS-MAINT-NAME TO ST-NAME
004680     MOVE WS-MAINT-CONTACT TO ST-CONTACT
004690     MOVE "A" TO ST-STATUS
004700     WRITE SITE-RECORD
004710         INVALID KEY
004720             DISPLAY "site is already on file"
004730         NOT INVALID KEY
004740             DISPLAY "site added."
004750             MOVE "ADD" TO MH-ACTION
004760             MOVE SPACES TO MH-BEFORE
004770             MOVE SITE-RECORD TO MH-AFTER
004780             PERFORM 6000-WRITE-HISTORY
004790     END-WRITE.
004800*
004810*****************************************************************
004820*    4000-UPDATE-SITE - READ THE SITE AND APPLY A CHANGE,        *
004830*                       DEACTIVATION, OR REACTIVATION.  ON A     *
004840*                       CHANGE, A BLANK ENTRY KEEPS THE FIELD    *
004850*****************************************************************
004860 4000-UPDATE-SITE.
004870     MOVE WS-MAINT-SITE TO ST-SITE
004880     READ SITE-FILE
004890         INVALID KEY
004900             DISPLAY "site is not on file"
004910     END-READ
004920     IF WS-SITE-OK
004930         MOVE SITE-RECORD TO MH-BEFORE
004940         IF FUNC-CHANGE
004950             MOVE "CHANGE" TO MH-ACTION
004960             DISPLAY "current name: " ST-NAME
004970             DISPLAY "enter new name (blank keeps it):"
004980             ACCEPT WS-MAINT-NAME
004990             IF WS-MAINT-NAME NOT = SPACES
005000                 MOVE WS-MAINT-NAME TO ST-NAME
005010             END-IF
005020             DISPLAY "current contact: " ST-CONTACT
005030             DISPLAY "enter new contact (blank keeps it):"
005040             ACCEPT WS-MAINT-CONTACT
005050             IF WS-MAINT-CONTACT NOT = SPACES
005060                 MOVE WS-MAINT-CONTACT TO ST-CONTACT
005070             END-IF
005080         ELSE
005090             IF FUNC-DEACTIVATE
005100                 MOVE "I" TO ST-STATUS
005110                 MOVE "DEACTIVATE" TO MH-ACTION
005120             ELSE
005130                 MOVE "REACTIVATE" TO MH-ACTION
005140                 MOVE "A" TO ST-STATUS
005150             END-IF
005160         END-IF
005170         REWRITE SITE-RECORD
005180             INVALID KEY
005190                 DISPLAY "rewrite failed for that site"
005200             NOT INVALID KEY
005210                 DISPLAY "site updated."
005220                 MOVE SITE-RECORD TO MH-AFTER
005230                 PERFORM 6000-WRITE-HISTORY
005240         END-REWRITE
005250     END-IF.
005260*
005270*****************************************************************
005280*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
005290*                         RECORD TO THE MAINTENANCE HISTORY -    *
005300*                         THE CALLER HAS SET THE ACTION AND THE  *
005310*                         TWO RECORD IMAGES                      *
005320*****************************************************************
005330 6000-WRITE-HISTORY.
005340     PERFORM 7500-GET-STAMP
005350     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
005360     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
005370     MOVE "SITEMAST" TO MH-TABLE
005380     MOVE "INSIT01" TO MH-PROGRAM
005390     MOVE OPERATOR-ID TO MH-OPERATOR-ID
005400     MOVE WS-MAINT-SITE TO MH-KEY
005410     WRITE MNTH-RECORD
005420     IF NOT WS-MNTH-OK
005430         DISPLAY "unable to write MNTHIST, file status: "
005440             WS-MNTH-STATUS
005450     END-IF.
005460*
005470*****************************************************************
005480*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
005490*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
005500*****************************************************************
005510 7500-GET-STAMP.
005520     ACCEPT WS-STAMP-DATE FROM DATE
005530     ACCEPT WS-STAMP-TIME FROM TIME
005540     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
005550     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
005560     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
005570     IF WS-STAMP-YY < 50
005580         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
005590     ELSE
005600         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
005610     END-IF
005620     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
005630         + WS-STAMP-MM * 100 + WS-STAMP-DD.
005640*
005650*****************************************************************
005660*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
005670*****************************************************************
005680 9000-TERMINATE.
005690     CLOSE OPER-FILE
005700     IF SECL-FILE-OPEN
005710         CLOSE SECL-FILE
005720     END-IF
005730     IF MNTH-FILE-OPEN
005740         CLOSE MNTH-FILE
005750     END-IF
005760     CLOSE SITE-FILE
005770     IF RUN-ABORTED
005780         MOVE 8 TO RETURN-CODE
005790     ELSE
005800         MOVE ZERO TO RETURN-CODE
005810     END-IF.
