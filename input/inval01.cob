000080*                 REACTIVATE IT WITHOUT A PROGRAMMER.  A        *
000090*                 DEACTIVATED CODE STAYS ON FILE SO HISTORICAL  *
000100*                 TRANLOG RECORDS STILL RESOLVE.                *
000102*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000104*                 SIGN-ON, AND EVERY CHANGE IS RECORDED BEFORE  *
000106*                 AND AFTER ON THE MAINTENANCE HISTORY.         *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    ------------------------------------------------------     *
000140*    2026-08-23  DK  ORIGINAL.                                  *
000141*    2026-10-15  DK  MAINTENANCE NOW REQUIRES AN                *
000142*                    ACTIVE-SUPERVISOR SIGN-ON WITH PASSWORD,   *
000143*                    LOGGED TO SECLOG ON FAILURE, AND EVERY     *
000144*                    ADD, CHANGE, DEACTIVATION, AND             *
000145*                    REACTIVATION WRITES A BEFORE/AFTER RECORD, *
000146*                    STAMPED WITH THE SUPERVISOR, TO THE SHARED *
000147*                    MAINTENANCE HISTORY MNTHIST.               *
000150*                                                                *
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000300         RECORD KEY IS VV-CODE
000310         FILE STATUS IS WS-VALV-STATUS.
000320*
000321     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS OM-OPERATOR-ID
000325         FILE STATUS IS WS-OPER-STATUS.
000326*
000327     SELECT SECL-FILE ASSIGN TO "SECLOG"
000328         ORGANIZATION IS SEQUENTIAL
000329         FILE STATUS IS WS-SECL-STATUS.
000330*
000331     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000332         ORGANIZATION IS SEQUENTIAL
000333         FILE STATUS IS WS-MNTH-STATUS.
000334*
000335 DATA DIVISION.
000340 FILE SECTION.
000350*****************************************************************
000360*    VALV-FILE - VALID-VALUES MASTER OF VAR1 ENTRY CODES        *
000400     LABEL RECORDS ARE STANDARD.
000410     COPY VALVREC.
000420*
000421*****************************************************************
000422*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000423*****************************************************************
000424 FD  OPER-FILE
000425     RECORDING MODE IS F
000426     LABEL RECORDS ARE STANDARD.
000427     COPY OPERMST.
000428*
000429*****************************************************************
000430*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000431*****************************************************************
000432 FD  SECL-FILE
000433     RECORDING MODE IS F
000434     LABEL RECORDS ARE STANDARD.
000435     COPY SECLREC.
000436*
000437*****************************************************************
000438*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000439*****************************************************************
000440 FD  MNTH-FILE
000441     RECORDING MODE IS F
000442     LABEL RECORDS ARE STANDARD.
000443     COPY MNTHREC.
000444*
000445 WORKING-STORAGE SECTION.
000446 01  WS-VALV-STATUS               PIC X(02).
000450     88  WS-VALV-OK                           VALUE "00".
000460     88  WS-VALV-NOT-FOUND                    VALUE "35".
000461*
000462 01  WS-OPER-STATUS               PIC X(02).
000463     88  WS-OPER-OK                           VALUE "00".
000464     88  WS-OPER-FOUND                        VALUE "00".
000465     88  WS-OPER-NOT-FOUND                    VALUE "35".
000466*
000467 01  WS-SECL-STATUS               PIC X(02).
000468     88  WS-SECL-OK                           VALUE "00".
000469     88  WS-SECL-NOT-FOUND                    VALUE "35".
000470*
000471 01  WS-MNTH-STATUS               PIC X(02).
000472     88  WS-MNTH-OK                           VALUE "00".
000473     88  WS-MNTH-NOT-FOUND                    VALUE "35".
000474*
000475     COPY OPERID.
000476     COPY PWDRULE.
000477*
000480 01  WS-SWITCHES.
000490     05  WS-DONE-SW              PIC X(01)   VALUE "N".
000500         88  MAINT-DONE                      VALUE "Y".
000510     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
000520         88  RUN-ABORTED                     VALUE "Y".
000521     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
000522         88  OPID-IS-VALID                   VALUE "Y".
000523     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
000524         88  SECL-FILE-OPEN                  VALUE "Y".
000525     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
000526         88  MNTH-FILE-OPEN                  VALUE "Y".
000530*
000540 01  WS-FUNCTION-CODE             PIC X(01).
000550     88  FUNC-ADD                             VALUE "A".
000630 01  WS-MAINT-CODE                PIC X(22).
000640 01  WS-MAINT-DESC                PIC X(30).
000650*
000651 01  WS-STAMP-DATE                PIC X(06).
000652 01  WS-STAMP-TIME                PIC X(06).
000653 01  WS-STAMP-FIELDS.
000654     05  WS-STAMP-YY             PIC 9(02).
000655     05  WS-STAMP-MM             PIC 9(02).
000656     05  WS-STAMP-DD             PIC 9(02).
000657     05  WS-STAMP-CCYY           PIC 9(04).
000658 01  WS-STAMP-CCYYMMDD            PIC 9(08).
000659*
000660 PROCEDURE DIVISION.
000670*****************************************************************
000680*    0000-MAINLINE                                               *
000760     GOBACK.
000770*
000780*****************************************************************
000790*    1000-INITIALIZE - SIGN ON, THEN OPEN THE MASTER FOR UPDATE, *
000800*                      CREATING IT ON THE FIRST-EVER RUN         *
000810*****************************************************************
000820 1000-INITIALIZE.
000822     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
000824     IF RUN-ABORTED
000826         GO TO 1000-INITIALIZE-EXIT
000828     END-IF
000830     OPEN I-O VALV-FILE
000840     IF WS-VALV-NOT-FOUND
000850         DISPLAY "valid-values master not found - creating it"
000960     END-IF.
000970 1000-INITIALIZE-EXIT.
000980     EXIT.
000981*
000982*****************************************************************
000983*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
000984*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
000985*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
000986*                   ALLOWED THAT CANNOT BE RECORDED              *
000987*****************************************************************
000988 1100-SIGN-ON.
000989     MOVE SPACES TO OPERATOR-ID
000990     OPEN I-O OPER-FILE
000991     IF NOT WS-OPER-OK
000992         DISPLAY "unable to open OPERMAST, file status: "
000993             WS-OPER-STATUS
000994         MOVE "Y" TO WS-ABORT-SW
000995         GO TO 1100-SIGN-ON-EXIT
000996     END-IF
000997     OPEN EXTEND SECL-FILE
000998     IF WS-SECL-NOT-FOUND
000999         OPEN OUTPUT SECL-FILE
001000     END-IF
001001     IF WS-SECL-OK
001002         MOVE "Y" TO WS-SECL-OPEN-SW
001003     ELSE
001004         DISPLAY "unable to open SECLOG - attempts not "
001005             "logged"
001006     END-IF
001007     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
001008         OR RUN-ABORTED
001009     IF RUN-ABORTED
001010         GO TO 1100-SIGN-ON-EXIT
001011     END-IF
001012     OPEN EXTEND MNTH-FILE
001013     IF WS-MNTH-NOT-FOUND
001014         OPEN OUTPUT MNTH-FILE
001015     END-IF
001016     IF WS-MNTH-OK
001017         MOVE "Y" TO WS-MNTH-OPEN-SW
001018     ELSE
001019         DISPLAY "unable to open MNTHIST, file status: "
001020             WS-MNTH-STATUS " - no change can be recorded"
001021         MOVE "Y" TO WS-ABORT-SW
001022     END-IF.
001023 1100-SIGN-ON-EXIT.
001024     EXIT.
001025*
001026*****************************************************************
001027*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
001028*                            ID, REJECT AN ALL-SPACES ENTRY,     *
001029*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
001030*                            ON THE MASTER - A FAILED SIGN-ON    *
001031*                            IS LOGGED AND ENDS THE RUN          *
001032*****************************************************************
001033 1200-EDIT-OPERATOR-ID.
001034     DISPLAY "enter operator id:"
001035     ACCEPT OPERATOR-ID
001036     IF OPERATOR-ID = SPACES
001037         MOVE "N" TO WS-OPID-VALID-SW
001038     ELSE
001039         PERFORM 1250-CHECK-OPERATOR
001040     END-IF.
001041*
001042*****************************************************************
001043*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
001044*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
001045*                          LOGGING AND ABORTING ON ANY FAILURE   *
001046*****************************************************************
001047 1250-CHECK-OPERATOR.
001048     MOVE OPERATOR-ID TO OM-OPERATOR-ID
001049     READ OPER-FILE
001050         INVALID KEY
001051             DISPLAY "operator id not on security master"
001052             MOVE "NOT ON SECURITY FILE" TO SL-REASON
001053             PERFORM 1300-LOG-SIGNON-FAILURE
001054             MOVE "Y" TO WS-ABORT-SW
001055     END-READ
001056     IF WS-OPER-FOUND
001057         IF OM-REVOKED
001058             DISPLAY "operator id is revoked"
001059             MOVE "OPERATOR REVOKED" TO SL-REASON
001060             PERFORM 1300-LOG-SIGNON-FAILURE
001061             MOVE "Y" TO WS-ABORT-SW
001062         ELSE
001063             IF OM-SUPERVISOR
001064                 PERFORM 1260-CHECK-PASSWORD THRU
001065                     1260-CHECK-PASSWORD-EXIT
001066             ELSE
001067                 DISPLAY "code-table maintenance requires "
001068                     "supervisor authority"
001069                 MOVE "NOT SUPERVISOR" TO SL-REASON
001070                 PERFORM 1300-LOG-SIGNON-FAILURE
001071                 MOVE "Y" TO WS-ABORT-SW
001072             END-IF
001073         END-IF
001074     END-IF.
001075*
001076*****************************************************************
001077*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
001078*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
001079*                          CHECK THE PASSWORD - A BAD ONE IS     *
001080*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
001081*                          THE LIMIT, A GOOD ONE CLEARS THE      *
001082*                          COUNT AND FORCES A CHANGE WHEN THE    *
001083*                          PASSWORD HAS EXPIRED                  *
001084*****************************************************************
001085 1260-CHECK-PASSWORD.
001086     MOVE "N" TO WS-OPID-VALID-SW
001087     IF OM-LOCKED
001088         DISPLAY "operator id is locked out - a supervisor "
001089             "must reset it through INOPR01"
001090         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
001091         PERFORM 1300-LOG-SIGNON-FAILURE
001092         MOVE "Y" TO WS-ABORT-SW
001093         GO TO 1260-CHECK-PASSWORD-EXIT
001094     END-IF
001095     IF OM-PASSWORD = SPACES
001096         DISPLAY "no password is set for this operator id - "
001097             "a supervisor must set it through INOPR01"
001098         MOVE "NO PASSWORD ON FILE" TO SL-REASON
001099         PERFORM 1300-LOG-SIGNON-FAILURE
001100         MOVE "Y" TO WS-ABORT-SW
001101         GO TO 1260-CHECK-PASSWORD-EXIT
001102     END-IF
001103     DISPLAY "enter password:"
001104     ACCEPT WS-PWD-ENTERED
001105     IF WS-PWD-ENTERED NOT = OM-PASSWORD
001106         PERFORM 1270-COUNT-BAD-PASSWORD
001107         MOVE "Y" TO WS-ABORT-SW
001108         GO TO 1260-CHECK-PASSWORD-EXIT
001109     END-IF
001110     PERFORM 7500-GET-STAMP
001111     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
001112     MOVE "N" TO WS-PWD-UPDATE-SW
001113     IF OM-FAIL-COUNT > ZERO
001114         MOVE ZERO TO OM-FAIL-COUNT
001115         MOVE "Y" TO WS-PWD-UPDATE-SW
001116     END-IF
001117     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
001118         DISPLAY "your password has expired - choose a new one"
001119         MOVE "N" TO WS-PWD-NEW-SW
001120         PERFORM 1280-ACCEPT-NEW-PASSWORD
001121             UNTIL NEW-PASSWORD-IS-OK
001122         MOVE WS-PWD-NEW TO OM-PASSWORD
001123         PERFORM 1285-SET-PASSWORD-EXPIRY
001124         MOVE "Y" TO WS-PWD-UPDATE-SW
001125     END-IF
001126     IF OPERATOR-NEEDS-UPDATE
001127         PERFORM 1290-REWRITE-OPERATOR
001128     END-IF
001129     MOVE "Y" TO WS-OPID-VALID-SW.
001130 1260-CHECK-PASSWORD-EXIT.
001131     EXIT.
001132*
001133*****************************************************************
001134*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
001135*                              MASTER, LOCK THE OPERATOR OUT     *
001136*                              WHEN THE COUNT REACHES THE LIMIT, *
001137*                              AND LOG THE FAILED ATTEMPT        *
001138*****************************************************************
001139 1270-COUNT-BAD-PASSWORD.
001140     ADD 1 TO OM-FAIL-COUNT
001141     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
001142         DISPLAY "password is incorrect"
001143         MOVE "INVALID PASSWORD" TO SL-REASON
001144     ELSE
001145         MOVE "Y" TO OM-LOCK-FLAG
001146         DISPLAY "password is incorrect - operator id is now "
001147             "locked out"
001148         MOVE "PASSWORD LOCKOUT" TO SL-REASON
001149     END-IF
001150     PERFORM 1290-REWRITE-OPERATOR
001151     PERFORM 1300-LOG-SIGNON-FAILURE.
001152*
001153*****************************************************************
001154*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
001155*                               REJECT A BLANK ONE, THE OLD ONE, *
001156*                               OR TWO ENTRIES THAT DISAGREE     *
001157*****************************************************************
001158 1280-ACCEPT-NEW-PASSWORD.
001159     DISPLAY "enter new password:"
001160     ACCEPT WS-PWD-NEW
001161     DISPLAY "re-enter new password:"
001162     ACCEPT WS-PWD-CONFIRM
001163     IF WS-PWD-NEW = SPACES
001164         DISPLAY "password may not be blank"
001165     ELSE
001166         IF WS-PWD-NEW = OM-PASSWORD
001167             DISPLAY "new password must differ from the old one"
001168         ELSE
001169             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
001170                 DISPLAY "the two entries do not match"
001171             ELSE
001172                 MOVE "Y" TO WS-PWD-NEW-SW
001173             END-IF
001174         END-IF
001175     END-IF.
001176*
001177*****************************************************************
001178*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
001179*                               THE SET NUMBER OF MONTHS FROM    *
001180*                               TODAY, HELD TO THE 28TH SO THE   *
001181*                               DATE IS VALID IN EVERY MONTH     *
001182*****************************************************************
001183 1285-SET-PASSWORD-EXPIRY.
001184     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
001185     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
001186     IF WS-PWD-EXP-MM > 12
001187         SUBTRACT 12 FROM WS-PWD-EXP-MM
001188         ADD 1 TO WS-PWD-EXP-CCYY
001189     END-IF
001190     IF WS-PWD-EXP-DD > 28
001191         MOVE 28 TO WS-PWD-EXP-DD
001192     END-IF
001193     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
001194*
001195*****************************************************************
001196*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
001197*                            BACK ON THE SECURITY MASTER         *
001198*****************************************************************
001199 1290-REWRITE-OPERATOR.
001200     REWRITE OPER-RECORD
001201         INVALID KEY
001202             DISPLAY "unable to update OPERMAST, file status: "
001203                 WS-OPER-STATUS
001204     END-REWRITE.
001205*
001206*****************************************************************
001207*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
001208*                              SIGN-ON ATTEMPT TO THE SECURITY  *
001209*                              LOG                              *
001210*****************************************************************
001211 1300-LOG-SIGNON-FAILURE.
001212     IF SECL-FILE-OPEN
001213         PERFORM 7500-GET-STAMP
001214         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
001215         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
001216         MOVE "INVAL01" TO SL-PROGRAM
001217         MOVE OPERATOR-ID TO SL-OPERATOR-ID
001218         WRITE SECL-RECORD
001219         IF NOT WS-SECL-OK
001220             DISPLAY "unable to write SECLOG, file status: "
001221                 WS-SECL-STATUS
001222         END-IF
001223     END-IF.
001224*
001225*****************************************************************
001226*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
001227*                            AND APPLY IT                        *
001228*****************************************************************
001229 2000-PROCESS-FUNCTION.
001230     DISPLAY "enter function (A=add, C=change desc, "
001231         "D=deactivate, R=reactivate, E=end):"
001232     ACCEPT WS-FUNCTION-CODE
001233     IF NOT FUNC-IS-VALID
001234         DISPLAY "function must be A, C, D, R, or E"
001235     ELSE
001236         IF FUNC-END
001237             MOVE "Y" TO WS-DONE-SW
001238         ELSE
001239             PERFORM 2100-APPLY-FUNCTION
001240         END-IF
001241     END-IF.
001242*
001243*****************************************************************
001244*    2100-APPLY-FUNCTION - ACCEPT THE CODE AND ROUTE TO THE      *
001245*                          CHOSEN MAINTENANCE ACTION             *
001246*****************************************************************
001247 2100-APPLY-FUNCTION.
001248     DISPLAY "enter code:"
001249     ACCEPT WS-MAINT-CODE
001250     IF WS-MAINT-CODE = SPACES
001260         DISPLAY "code may not be blank"
001270     ELSE
001460             DISPLAY "code is already on file"
001470         NOT INVALID KEY
001480             DISPLAY "code added."
001482             MOVE "ADD" TO MH-ACTION
001484             MOVE SPACES TO MH-BEFORE
001486             MOVE VALV-RECORD TO MH-AFTER
001488             PERFORM 6000-WRITE-HISTORY
001490     END-WRITE.
001500*
001510*****************************************************************
001590             DISPLAY "code is not on file"
001600     END-READ
001610     IF WS-VALV-OK
001615         MOVE VALV-RECORD TO MH-BEFORE
001620         IF FUNC-CHANGE
001625             MOVE "CHANGE" TO MH-ACTION
001630             DISPLAY "current description: " VV-DESC
001640             DISPLAY "enter new description:"
001650             ACCEPT WS-MAINT-DESC
001670         ELSE
001680             IF FUNC-DEACTIVATE
001690                 MOVE "I" TO VV-STATUS
001695                 MOVE "DEACTIVATE" TO MH-ACTION
001700             ELSE
001705                 MOVE "REACTIVATE" TO MH-ACTION
001710                 MOVE "A" TO VV-STATUS
001720             END-IF
001730         END-IF
001760                 DISPLAY "rewrite failed for that code"
001770             NOT INVALID KEY
001780                 DISPLAY "code updated."
001783                 MOVE VALV-RECORD TO MH-AFTER
001786                 PERFORM 6000-WRITE-HISTORY
001790         END-REWRITE
001800     END-IF.
001810*
001811*****************************************************************
001812*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
001813*                         RECORD TO THE MAINTENANCE HISTORY -    *
001814*                         THE CALLER HAS SET THE ACTION AND THE  *
001815*                         TWO RECORD IMAGES                      *
001816*****************************************************************
001817 6000-WRITE-HISTORY.
001818     PERFORM 7500-GET-STAMP
001819     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
001820     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
001821     MOVE "VALVALS" TO MH-TABLE
001822     MOVE "INVAL01" TO MH-PROGRAM
001823     MOVE OPERATOR-ID TO MH-OPERATOR-ID
001824     MOVE WS-MAINT-CODE TO MH-KEY
001825     WRITE MNTH-RECORD
001826     IF NOT WS-MNTH-OK
001827         DISPLAY "unable to write MNTHIST, file status: "
001828             WS-MNTH-STATUS
001829     END-IF.
001830*
001831*****************************************************************
001832*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
001833*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
001834*****************************************************************
001835 7500-GET-STAMP.
001836     ACCEPT WS-STAMP-DATE FROM DATE
001837     ACCEPT WS-STAMP-TIME FROM TIME
001838     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
001839     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
001840     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
001841     IF WS-STAMP-YY < 50
001842         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
001843     ELSE
001844         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
001845     END-IF
001846     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
001847         + WS-STAMP-MM * 100 + WS-STAMP-DD.
001848*
001849*****************************************************************
001850*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
001851*****************************************************************
001852 9000-TERMINATE.
001853     CLOSE OPER-FILE
001854     IF SECL-FILE-OPEN
001855         CLOSE SECL-FILE
001856     END-IF
001857     IF MNTH-FILE-OPEN
001858         CLOSE MNTH-FILE
001859     END-IF
001860     CLOSE VALV-FILE
001870     IF RUN-ABORTED
001880         MOVE 8 TO RETURN-CODE
