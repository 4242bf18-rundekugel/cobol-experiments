000100*                 MAINTAINS THE VALID-VALUES MASTER.  A         *
000110*                 DEACTIVATED MAPPING STAYS ON FILE BUT THE     *
000120*                 NIGHTLY EXTRACT INGLX01 REJECTS AGAINST IT.   *
000122*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000124*                 SIGN-ON, AND EVERY CHANGE IS RECORDED BEFORE  *
000126*                 AND AFTER ON THE MAINTENANCE HISTORY.         *
000130*                                                                *
000140*    MODIFICATION HISTORY                                       *
000150*    ------------------------------------------------------     *
000160*    2026-09-02  DK  ORIGINAL.                                  *
000161*    2026-10-15  DK  MAINTENANCE NOW REQUIRES AN                *
000162*                    ACTIVE-SUPERVISOR SIGN-ON WITH PASSWORD,   *
000163*                    LOGGED TO SECLOG ON FAILURE, AND EVERY     *
000164*                    ADD, ACCOUNT CHANGE, DEACTIVATION, AND     *
000165*                    REACTIVATION WRITES A BEFORE/AFTER RECORD, *
000166*                    STAMPED WITH THE SUPERVISOR, TO THE SHARED *
000167*                    MAINTENANCE HISTORY MNTHIST.               *
000170*                                                                *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000320         RECORD KEY IS GM-KEY
000330         FILE STATUS IS WS-GLMP-STATUS.
000340*
000341     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS DYNAMIC
000344         RECORD KEY IS OM-OPERATOR-ID
000345         FILE STATUS IS WS-OPER-STATUS.
000346*
000347     SELECT SECL-FILE ASSIGN TO "SECLOG"
000348         ORGANIZATION IS SEQUENTIAL
000349         FILE STATUS IS WS-SECL-STATUS.
000350*
000351     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000352         ORGANIZATION IS SEQUENTIAL
000353         FILE STATUS IS WS-MNTH-STATUS.
000354*
000355 DATA DIVISION.
000360 FILE SECTION.
000370*****************************************************************
000380*    GLMP-FILE - GL ACCOUNT MAPPING MASTER                       *
000420     LABEL RECORDS ARE STANDARD.
000430     COPY GLMREC.
000440*
000441*****************************************************************
000442*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000443*****************************************************************
000444 FD  OPER-FILE
000445     RECORDING MODE IS F
000446     LABEL RECORDS ARE STANDARD.
000447     COPY OPERMST.
000448*
000449*****************************************************************
000450*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000451*****************************************************************
000452 FD  SECL-FILE
000453     RECORDING MODE IS F
000454     LABEL RECORDS ARE STANDARD.
000455     COPY SECLREC.
000456*
000457*****************************************************************
000458*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000459*****************************************************************
000460 FD  MNTH-FILE
000461     RECORDING MODE IS F
000462     LABEL RECORDS ARE STANDARD.
000463     COPY MNTHREC.
000464*
000465 WORKING-STORAGE SECTION.
000466 01  WS-GLMP-STATUS               PIC X(02).
000470     88  WS-GLMP-OK                           VALUE "00".
000480     88  WS-GLMP-NOT-FOUND                    VALUE "35".
000481*
000482 01  WS-OPER-STATUS               PIC X(02).
000483     88  WS-OPER-OK                           VALUE "00".
000484     88  WS-OPER-FOUND                        VALUE "00".
000485     88  WS-OPER-NOT-FOUND                    VALUE "35".
000486*
000487 01  WS-SECL-STATUS               PIC X(02).
000488     88  WS-SECL-OK                           VALUE "00".
000489     88  WS-SECL-NOT-FOUND                    VALUE "35".
000490*
000491 01  WS-MNTH-STATUS               PIC X(02).
000492     88  WS-MNTH-OK                           VALUE "00".
000493     88  WS-MNTH-NOT-FOUND                    VALUE "35".
000494*
000495     COPY OPERID.
000496     COPY PWDRULE.
000497*
000500 01  WS-SWITCHES.
000510     05  WS-DONE-SW              PIC X(01)   VALUE "N".
000520         88  MAINT-DONE                      VALUE "Y".
000530     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
000540         88  RUN-ABORTED                     VALUE "Y".
000541     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
000542         88  OPID-IS-VALID                   VALUE "Y".
000543     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
000544         88  SECL-FILE-OPEN                  VALUE "Y".
000545     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
000546         88  MNTH-FILE-OPEN                  VALUE "Y".
000550*
000560 01  WS-FUNCTION-CODE             PIC X(01).
000570     88  FUNC-ADD                             VALUE "A".
000660 01  WS-MAINT-CODE                PIC X(22).
000670 01  WS-MAINT-ACCOUNT             PIC X(08).
000680*
000681 01  WS-STAMP-DATE                PIC X(06).
000682 01  WS-STAMP-TIME                PIC X(06).
000683 01  WS-STAMP-FIELDS.
000684     05  WS-STAMP-YY             PIC 9(02).
000685     05  WS-STAMP-MM             PIC 9(02).
000686     05  WS-STAMP-DD             PIC 9(02).
000687     05  WS-STAMP-CCYY           PIC 9(04).
000688 01  WS-STAMP-CCYYMMDD            PIC 9(08).
000689*
000690 PROCEDURE DIVISION.
000700*****************************************************************
000710*    0000-MAINLINE                                               *
000790     GOBACK.
000800*
000810*****************************************************************
000820*    1000-INITIALIZE - SIGN ON, THEN OPEN THE MASTER FOR UPDATE, *
000830*                      CREATING IT ON THE FIRST-EVER RUN         *
000840*****************************************************************
000850 1000-INITIALIZE.
000852     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
000854     IF RUN-ABORTED
000856         GO TO 1000-INITIALIZE-EXIT
000858     END-IF
000860     OPEN I-O GLMP-FILE
000870     IF WS-GLMP-NOT-FOUND
000880         DISPLAY "GL mapping master not found - creating it"
000990     END-IF.
001000 1000-INITIALIZE-EXIT.
001010     EXIT.
001011*
001012*****************************************************************
001013*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
001014*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
001015*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
001016*                   ALLOWED THAT CANNOT BE RECORDED              *
001017*****************************************************************
001018 1100-SIGN-ON.
001019     MOVE SPACES TO OPERATOR-ID
001020     OPEN I-O OPER-FILE
001021     IF NOT WS-OPER-OK
001022         DISPLAY "unable to open OPERMAST, file status: "
001023             WS-OPER-STATUS
001024         MOVE "Y" TO WS-ABORT-SW
001025         GO TO 1100-SIGN-ON-EXIT
001026     END-IF
001027     OPEN EXTEND SECL-FILE
001028     IF WS-SECL-NOT-FOUND
001029         OPEN OUTPUT SECL-FILE
001030     END-IF
001031     IF WS-SECL-OK
001032         MOVE "Y" TO WS-SECL-OPEN-SW
001033     ELSE
001034         DISPLAY "unable to open SECLOG - attempts not "
001035             "logged"
001036     END-IF
001037     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
001038         OR RUN-ABORTED
001039     IF RUN-ABORTED
001040         GO TO 1100-SIGN-ON-EXIT
001041     END-IF
001042     OPEN EXTEND MNTH-FILE
001043     IF WS-MNTH-NOT-FOUND
001044         OPEN OUTPUT MNTH-FILE
001045     END-IF
001046     IF WS-MNTH-OK
001047         MOVE "Y" TO WS-MNTH-OPEN-SW
001048     ELSE
001049         DISPLAY "unable to open MNTHIST, file status: "
001050             WS-MNTH-STATUS " - no change can be recorded"
001051         MOVE "Y" TO WS-ABORT-SW
001052     END-IF.
001053 1100-SIGN-ON-EXIT.
001054     EXIT.
001055*
001056*****************************************************************
001057*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
001058*                            ID, REJECT AN ALL-SPACES ENTRY,     *
001059*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
001060*                            ON THE MASTER - A FAILED SIGN-ON    *
001061*                            IS LOGGED AND ENDS THE RUN          *
001062*****************************************************************
001063 1200-EDIT-OPERATOR-ID.
001064     DISPLAY "enter operator id:"
001065     ACCEPT OPERATOR-ID
001066     IF OPERATOR-ID = SPACES
001067         MOVE "N" TO WS-OPID-VALID-SW
001068     ELSE
001069         PERFORM 1250-CHECK-OPERATOR
001070     END-IF.
001071*
001072*****************************************************************
001073*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
001074*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
001075*                          LOGGING AND ABORTING ON ANY FAILURE   *
001076*****************************************************************
001077 1250-CHECK-OPERATOR.
001078     MOVE OPERATOR-ID TO OM-OPERATOR-ID
001079     READ OPER-FILE
001080         INVALID KEY
001081             DISPLAY "operator id not on security master"
001082             MOVE "NOT ON SECURITY FILE" TO SL-REASON
001083             PERFORM 1300-LOG-SIGNON-FAILURE
001084             MOVE "Y" TO WS-ABORT-SW
001085     END-READ
001086     IF WS-OPER-FOUND
001087         IF OM-REVOKED
001088             DISPLAY "operator id is revoked"
001089             MOVE "OPERATOR REVOKED" TO SL-REASON
001090             PERFORM 1300-LOG-SIGNON-FAILURE
001091             MOVE "Y" TO WS-ABORT-SW
001092         ELSE
001093             IF OM-SUPERVISOR
001094                 PERFORM 1260-CHECK-PASSWORD THRU
001095                     1260-CHECK-PASSWORD-EXIT
001096             ELSE
001097                 DISPLAY "code-table maintenance requires "
001098                     "supervisor authority"
001099                 MOVE "NOT SUPERVISOR" TO SL-REASON
001100                 PERFORM 1300-LOG-SIGNON-FAILURE
001101                 MOVE "Y" TO WS-ABORT-SW
001102             END-IF
001103         END-IF
001104     END-IF.
001105*
001106*****************************************************************
001107*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
001108*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
001109*                          CHECK THE PASSWORD - A BAD ONE IS     *
001110*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
001111*                          THE LIMIT, A GOOD ONE CLEARS THE      *
001112*                          COUNT AND FORCES A CHANGE WHEN THE    *
001113*                          PASSWORD HAS EXPIRED                  *
001114*****************************************************************
001115 1260-CHECK-PASSWORD.
001116     MOVE "N" TO WS-OPID-VALID-SW
001117     IF OM-LOCKED
001118         DISPLAY "operator id is locked out - a supervisor "
001119             "must reset it through INOPR01"
001120         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
001121         PERFORM 1300-LOG-SIGNON-FAILURE
001122         MOVE "Y" TO WS-ABORT-SW
001123         GO TO 1260-CHECK-PASSWORD-EXIT
001124     END-IF
001125     IF OM-PASSWORD = SPACES
001126         DISPLAY "no password is set for this operator id - "
001127             "a supervisor must set it through INOPR01"
001128         MOVE "NO PASSWORD ON FILE" TO SL-REASON
001129         PERFORM 1300-LOG-SIGNON-FAILURE
001130         MOVE "Y" TO WS-ABORT-SW
001131         GO TO 1260-CHECK-PASSWORD-EXIT
001132     END-IF
001133     DISPLAY "enter password:"
001134     ACCEPT WS-PWD-ENTERED
001135     IF WS-PWD-ENTERED NOT = OM-PASSWORD
001136         PERFORM 1270-COUNT-BAD-PASSWORD
001137         MOVE "Y" TO WS-ABORT-SW
001138         GO TO 1260-CHECK-PASSWORD-EXIT
001139     END-IF
001140     PERFORM 7500-GET-STAMP
001141     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
001142     MOVE "N" TO WS-PWD-UPDATE-SW
001143     IF OM-FAIL-COUNT > ZERO
001144         MOVE ZERO TO OM-FAIL-COUNT
001145         MOVE "Y" TO WS-PWD-UPDATE-SW
001146     END-IF
001147     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
001148         DISPLAY "your password has expired - choose a new one"
001149         MOVE "N" TO WS-PWD-NEW-SW
001150         PERFORM 1280-ACCEPT-NEW-PASSWORD
001151             UNTIL NEW-PASSWORD-IS-OK
001152         MOVE WS-PWD-NEW TO OM-PASSWORD
001153         PERFORM 1285-SET-PASSWORD-EXPIRY
001154         MOVE "Y" TO WS-PWD-UPDATE-SW
001155     END-IF
001156     IF OPERATOR-NEEDS-UPDATE
001157         PERFORM 1290-REWRITE-OPERATOR
001158     END-IF
001159     MOVE "Y" TO WS-OPID-VALID-SW.
001160 1260-CHECK-PASSWORD-EXIT.
001161     EXIT.
001162*
001163*****************************************************************
001164*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
001165*                              MASTER, LOCK THE OPERATOR OUT     *
001166*                              WHEN THE COUNT REACHES THE LIMIT, *
001167*                              AND LOG THE FAILED ATTEMPT        *
001168*****************************************************************
001169 1270-COUNT-BAD-PASSWORD.
001170     ADD 1 TO OM-FAIL-COUNT
001171     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
001172         DISPLAY "password is incorrect"
001173         MOVE "INVALID PASSWORD" TO SL-REASON
001174     ELSE
001175         MOVE "Y" TO OM-LOCK-FLAG
001176         DISPLAY "password is incorrect - operator id is now "
001177             "locked out"
001178         MOVE "PASSWORD LOCKOUT" TO SL-REASON
001179     END-IF
001180     PERFORM 1290-REWRITE-OPERATOR
001181     PERFORM 1300-LOG-SIGNON-FAILURE.
001182*
001183*****************************************************************
001184*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
001185*                               REJECT A BLANK ONE, THE OLD ONE, *
001186*                               OR TWO ENTRIES THAT DISAGREE     *
001187*****************************************************************
001188 1280-ACCEPT-NEW-PASSWORD.
001189     DISPLAY "enter new password:"
001190     ACCEPT WS-PWD-NEW
001191     DISPLAY "re-enter new password:"
001192     ACCEPT WS-PWD-CONFIRM
001193     IF WS-PWD-NEW = SPACES
001194         DISPLAY "password may not be blank"
001195     ELSE
001196         IF WS-PWD-NEW = OM-PASSWORD
001197             DISPLAY "new password must differ from the old one"
001198         ELSE
001199             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
001200                 DISPLAY "the two entries do not match"
001201             ELSE
001202                 MOVE "Y" TO WS-PWD-NEW-SW
001203             END-IF
001204         END-IF
001205     END-IF.
001206*
001207*****************************************************************
001208*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
001209*                               THE SET NUMBER OF MONTHS FROM    *
001210*                               TODAY, HELD TO THE 28TH SO THE   *
001211*                               DATE IS VALID IN EVERY MONTH     *
001212*****************************************************************
001213 1285-SET-PASSWORD-EXPIRY.
001214     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
001215     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
001216     IF WS-PWD-EXP-MM > 12
001217         SUBTRACT 12 FROM WS-PWD-EXP-MM
001218         ADD 1 TO WS-PWD-EXP-CCYY
001219     END-IF
001220     IF WS-PWD-EXP-DD > 28
001221         MOVE 28 TO WS-PWD-EXP-DD
001222     END-IF
001223     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
001224*
001225*****************************************************************
001226*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
001227*                            BACK ON THE SECURITY MASTER         *
001228*****************************************************************
001229 1290-REWRITE-OPERATOR.
001230     REWRITE OPER-RECORD
001231         INVALID KEY
001232             DISPLAY "unable to update OPERMAST, file status: "
001233                 WS-OPER-STATUS
001234     END-REWRITE.
001235*
001236*****************************************************************
001237*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
001238*                              SIGN-ON ATTEMPT TO THE SECURITY  *
001239*                              LOG                              *
001240*****************************************************************
001241 1300-LOG-SIGNON-FAILURE.
001242     IF SECL-FILE-OPEN
001243         PERFORM 7500-GET-STAMP
001244         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
001245         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
001246         MOVE "INGLM01" TO SL-PROGRAM
001247         MOVE OPERATOR-ID TO SL-OPERATOR-ID
001248         WRITE SECL-RECORD
001249         IF NOT WS-SECL-OK
001250             DISPLAY "unable to write SECLOG, file status: "
001251                 WS-SECL-STATUS
001252         END-IF
001253     END-IF.
001254*
001255*****************************************************************
001256*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
001257*                            AND APPLY IT                        *
001258*****************************************************************
001259 2000-PROCESS-FUNCTION.
001260     DISPLAY "enter function (A=add, C=change account, "
001261         "D=deactivate, R=reactivate, E=end):"
001262     ACCEPT WS-FUNCTION-CODE
001263     IF NOT FUNC-IS-VALID
001264         DISPLAY "function must be A, C, D, R, or E"
001265     ELSE
001266         IF FUNC-END
001267             MOVE "Y" TO WS-DONE-SW
001268         ELSE
001269             PERFORM 2100-APPLY-FUNCTION
001270         END-IF
001271     END-IF.
001272*
001273*****************************************************************
001274*    2100-APPLY-FUNCTION - ACCEPT THE TYPE AND CODE AND ROUTE    *
001275*                          TO THE CHOSEN MAINTENANCE ACTION      *
001276*****************************************************************
001277 2100-APPLY-FUNCTION.
001278     DISPLAY "enter type code (CR, DB, AD):"
001279     ACCEPT WS-MAINT-TYPE
001280     DISPLAY "enter VV-CODE:"
001290     ACCEPT WS-MAINT-CODE
001300     IF WS-MAINT-TYPE = SPACES OR WS-MAINT-CODE = SPACES
001550                 DISPLAY "mapping is already on file"
001560             NOT INVALID KEY
001570                 DISPLAY "mapping added."
001572                 MOVE "ADD" TO MH-ACTION
001574                 MOVE SPACES TO MH-BEFORE
001576                 MOVE GLMP-RECORD TO MH-AFTER
001578                 PERFORM 6000-WRITE-HISTORY
001580         END-WRITE
001590     END-IF.
001600*
001700             DISPLAY "mapping is not on file"
001710     END-READ
001720     IF WS-GLMP-OK
001725         MOVE GLMP-RECORD TO MH-BEFORE
001730         IF FUNC-CHANGE
001735             MOVE "CHANGE" TO MH-ACTION
001740             DISPLAY "current account: " GM-ACCOUNT
001750             DISPLAY "enter new GL account:"
001760             ACCEPT WS-MAINT-ACCOUNT
001780         ELSE
001790             IF FUNC-DEACTIVATE
001800                 MOVE "I" TO GM-STATUS
001805                 MOVE "DEACTIVATE" TO MH-ACTION
001810             ELSE
001815                 MOVE "REACTIVATE" TO MH-ACTION
001820                 MOVE "A" TO GM-STATUS
001830             END-IF
001840         END-IF
001870                 DISPLAY "rewrite failed for that mapping"
001880             NOT INVALID KEY
001890                 DISPLAY "mapping updated."
001893                 MOVE GLMP-RECORD TO MH-AFTER
001896                 PERFORM 6000-WRITE-HISTORY
001900         END-REWRITE
001910     END-IF.
001920*
001921*****************************************************************
001922*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
001923*                         RECORD TO THE MAINTENANCE HISTORY -    *
001924*                         THE CALLER HAS SET THE ACTION AND THE  *
001925*                         TWO RECORD IMAGES                      *
001926*****************************************************************
001927 6000-WRITE-HISTORY.
001928     PERFORM 7500-GET-STAMP
001929     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
001930     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
001931     MOVE "GLMAP" TO MH-TABLE
001932     MOVE "INGLM01" TO MH-PROGRAM
001933     MOVE OPERATOR-ID TO MH-OPERATOR-ID
001934     MOVE WS-MAINT-TYPE TO MH-KEY
001935     MOVE WS-MAINT-CODE TO MH-KEY(3:22)
001936     WRITE MNTH-RECORD
001937     IF NOT WS-MNTH-OK
001938         DISPLAY "unable to write MNTHIST, file status: "
001939             WS-MNTH-STATUS
001940     END-IF.
001941*
001942*****************************************************************
001943*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
001944*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
001945*****************************************************************
001946 7500-GET-STAMP.
001947     ACCEPT WS-STAMP-DATE FROM DATE
001948     ACCEPT WS-STAMP-TIME FROM TIME
001949     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
001950     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
001951     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
001952     IF WS-STAMP-YY < 50
001953         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
001954     ELSE
001955         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
001956     END-IF
001957     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
001958         + WS-STAMP-MM * 100 + WS-STAMP-DD.
001959*
001960*****************************************************************
001961*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
001962*****************************************************************
001963 9000-TERMINATE.
001964     CLOSE OPER-FILE
001965     IF SECL-FILE-OPEN
001966         CLOSE SECL-FILE
001967     END-IF
001968     IF MNTH-FILE-OPEN
001969         CLOSE MNTH-FILE
001970     END-IF
001971     CLOSE GLMP-FILE
001980     IF RUN-ABORTED
001990         MOVE 8 TO RETURN-CODE
002000     ELSE
