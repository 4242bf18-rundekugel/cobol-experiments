000090*                 REMOVE THE COMBINATION SO IT HAS NO LIMIT.    *
000100*                 LIMITS ARE KEYED IN CENTS AND THE HARD        *
000110*                 LIMIT MAY NOT BE BELOW THE WARNING LIMIT.     *
000112*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000114*                 SIGN-ON, AND EVERY CHANGE IS RECORDED BEFORE  *
000116*                 AND AFTER ON THE MAINTENANCE HISTORY.         *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    ------------------------------------------------------     *
000150*    2026-09-02  DK  ORIGINAL.                                  *
000151*    2026-10-15  DK  MAINTENANCE NOW REQUIRES AN                *
000152*                    ACTIVE-SUPERVISOR SIGN-ON WITH PASSWORD,   *
000153*                    LOGGED TO SECLOG ON FAILURE, AND EVERY     *
000154*                    ADD, CHANGE, AND REMOVAL WRITES A          *
000155*                    BEFORE/AFTER RECORD, STAMPED WITH THE      *
000156*                    SUPERVISOR, TO THE SHARED MAINTENANCE      *
000157*                    HISTORY MNTHIST.                           *
000158*    2026-10-15  DK  2100-APPLY-FUNCTION AND 5000-ACCEPT-LIMITS *
000159*                    ARE NOW PERFORMED THRU THEIR EXITS, SO A   *
000160*                    REJECTED ENTRY NO LONGER FALLS THROUGH     *
000161*                    INTO THE NEXT PARAGRAPH.                   *
000162*                                                                *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. INLIM01.
000310         RECORD KEY IS LM-KEY
000320         FILE STATUS IS WS-LIMV-STATUS.
000330*
000331     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS DYNAMIC
000334         RECORD KEY IS OM-OPERATOR-ID
000335         FILE STATUS IS WS-OPER-STATUS.
000336*
000337     SELECT SECL-FILE ASSIGN TO "SECLOG"
000338         ORGANIZATION IS SEQUENTIAL
000339         FILE STATUS IS WS-SECL-STATUS.
000340*
000341     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000342         ORGANIZATION IS SEQUENTIAL
000343         FILE STATUS IS WS-MNTH-STATUS.
000344*
000345 DATA DIVISION.
000350 FILE SECTION.
000360*****************************************************************
000370*    LIMV-FILE - AMOUNT LIMIT MASTER BY CODE AND TYPE           *
000410     LABEL RECORDS ARE STANDARD.
000420     COPY LIMREC.
000430*
000431*****************************************************************
000432*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000433*****************************************************************
000434 FD  OPER-FILE
000435     RECORDING MODE IS F
000436     LABEL RECORDS ARE STANDARD.
000437     COPY OPERMST.
000438*
000439*****************************************************************
000440*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000441*****************************************************************
000442 FD  SECL-FILE
000443     RECORDING MODE IS F
000444     LABEL RECORDS ARE STANDARD.
000445     COPY SECLREC.
000446*
000447*****************************************************************
000448*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000449*****************************************************************
000450 FD  MNTH-FILE
000451     RECORDING MODE IS F
000452     LABEL RECORDS ARE STANDARD.
000453     COPY MNTHREC.
000454*
000455 WORKING-STORAGE SECTION.
000456 01  WS-LIMV-STATUS               PIC X(02).
000460     88  WS-LIMV-OK                           VALUE "00".
000470     88  WS-LIMV-NOT-FOUND                    VALUE "35".
000471*
000472 01  WS-OPER-STATUS               PIC X(02).
000473     88  WS-OPER-OK                           VALUE "00".
000474     88  WS-OPER-FOUND                        VALUE "00".
000475     88  WS-OPER-NOT-FOUND                    VALUE "35".
000476*
000477 01  WS-SECL-STATUS               PIC X(02).
000478     88  WS-SECL-OK                           VALUE "00".
000479     88  WS-SECL-NOT-FOUND                    VALUE "35".
000480*
000481 01  WS-MNTH-STATUS               PIC X(02).
000482     88  WS-MNTH-OK                           VALUE "00".
000483     88  WS-MNTH-NOT-FOUND                    VALUE "35".
000484*
000485     COPY OPERID.
000486     COPY PWDRULE.
000487*
000490 01  WS-SWITCHES.
000500     05  WS-DONE-SW              PIC X(01)   VALUE "N".
000510         88  MAINT-DONE                      VALUE "Y".
000520     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
000530         88  RUN-ABORTED                     VALUE "Y".
000531     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
000532         88  OPID-IS-VALID                   VALUE "Y".
000533     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
000534         88  SECL-FILE-OPEN                  VALUE "Y".
000535     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
000536         88  MNTH-FILE-OPEN                  VALUE "Y".
000540     05  WS-LIMITS-OK-SW         PIC X(01)   VALUE "N".
000550         88  LIMITS-ARE-OK                   VALUE "Y".
000560*
000730 01  WS-HARD-LIMIT                PIC 9(07)V99.
000740 01  WS-LIMIT-EDIT                PIC Z(06)9.99.
000750*
000751 01  WS-STAMP-DATE                PIC X(06).
000752 01  WS-STAMP-TIME                PIC X(06).
000753 01  WS-STAMP-FIELDS.
000754     05  WS-STAMP-YY             PIC 9(02).
000755     05  WS-STAMP-MM             PIC 9(02).
000756     05  WS-STAMP-DD             PIC 9(02).
000757     05  WS-STAMP-CCYY           PIC 9(04).
000758 01  WS-STAMP-CCYYMMDD            PIC 9(08).
000759*
000760 PROCEDURE DIVISION.
000770*****************************************************************
000780*    0000-MAINLINE                                               *
000860     GOBACK.
000870*
000880*****************************************************************
000890*    1000-INITIALIZE - SIGN ON, THEN OPEN THE MASTER FOR UPDATE, *
000900*                      CREATING IT ON THE FIRST-EVER RUN         *
000910*****************************************************************
000920 1000-INITIALIZE.
000922     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
000924     IF RUN-ABORTED
000926         GO TO 1000-INITIALIZE-EXIT
000928     END-IF
000930     OPEN I-O LIMV-FILE
000940     IF WS-LIMV-NOT-FOUND
000950         DISPLAY "limit master not found - creating it"
001060     END-IF.
001070 1000-INITIALIZE-EXIT.
001080     EXIT.
001081*
001082*****************************************************************
001083*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
001084*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
001085*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
001086*                   ALLOWED THAT CANNOT BE RECORDED              *
001087*****************************************************************
001088 1100-SIGN-ON.
001089     MOVE SPACES TO OPERATOR-ID
001090     OPEN I-O OPER-FILE
001091     IF NOT WS-OPER-OK
001092         DISPLAY "unable to open OPERMAST, file status: "
001093             WS-OPER-STATUS
001094         MOVE "Y" TO WS-ABORT-SW
001095         GO TO 1100-SIGN-ON-EXIT
001096     END-IF
001097     OPEN EXTEND SECL-FILE
001098     IF WS-SECL-NOT-FOUND
001099         OPEN OUTPUT SECL-FILE
001100     END-IF
001101     IF WS-SECL-OK
001102         MOVE "Y" TO WS-SECL-OPEN-SW
001103     ELSE
001104         DISPLAY "unable to open SECLOG - attempts not "
001105             "logged"
001106     END-IF
001107     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
001108         OR RUN-ABORTED
001109     IF RUN-ABORTED
001110         GO TO 1100-SIGN-ON-EXIT
001111     END-IF
001112     OPEN EXTEND MNTH-FILE
001113     IF WS-MNTH-NOT-FOUND
001114         OPEN OUTPUT MNTH-FILE
001115     END-IF
001116     IF WS-MNTH-OK
001117         MOVE "Y" TO WS-MNTH-OPEN-SW
001118     ELSE
001119         DISPLAY "unable to open MNTHIST, file status: "
001120             WS-MNTH-STATUS " - no change can be recorded"
001121         MOVE "Y" TO WS-ABORT-SW
001122     END-IF.
001123 1100-SIGN-ON-EXIT.
001124     EXIT.
001125*
001126*****************************************************************
001127*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
001128*                            ID, REJECT AN ALL-SPACES ENTRY,     *
001129*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
001130*                            ON THE MASTER - A FAILED SIGN-ON    *
001131*                            IS LOGGED AND ENDS THE RUN          *
001132*****************************************************************
001133 1200-EDIT-OPERATOR-ID.
001134     DISPLAY "enter operator id:"
001135     ACCEPT OPERATOR-ID
001136     IF OPERATOR-ID = SPACES
001137         MOVE "N" TO WS-OPID-VALID-SW
001138     ELSE
001139         PERFORM 1250-CHECK-OPERATOR
001140     END-IF.
001141*
001142*****************************************************************
001143*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
001144*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
001145*                          LOGGING AND ABORTING ON ANY FAILURE   *
001146*****************************************************************
001147 1250-CHECK-OPERATOR.
001148     MOVE OPERATOR-ID TO OM-OPERATOR-ID
001149     READ OPER-FILE
001150         INVALID KEY
001151             DISPLAY "operator id not on security master"
001152             MOVE "NOT ON SECURITY FILE" TO SL-REASON
001153             PERFORM 1300-LOG-SIGNON-FAILURE
001154             MOVE "Y" TO WS-ABORT-SW
001155     END-READ
001156     IF WS-OPER-FOUND
001157         IF OM-REVOKED
001158             DISPLAY "operator id is revoked"
001159             MOVE "OPERATOR REVOKED" TO SL-REASON
001160             PERFORM 1300-LOG-SIGNON-FAILURE
001161             MOVE "Y" TO WS-ABORT-SW
001162         ELSE
001163             IF OM-SUPERVISOR
001164                 PERFORM 1260-CHECK-PASSWORD THRU
001165                     1260-CHECK-PASSWORD-EXIT
001166             ELSE
001167                 DISPLAY "code-table maintenance requires "
001168                     "supervisor authority"
001169                 MOVE "NOT SUPERVISOR" TO SL-REASON
001170                 PERFORM 1300-LOG-SIGNON-FAILURE
001171                 MOVE "Y" TO WS-ABORT-SW
001172             END-IF
001173         END-IF
001174     END-IF.
001175*
001176*****************************************************************
001177*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
001178*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
001179*                          CHECK THE PASSWORD - A BAD ONE IS     *
001180*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
001181*                          THE LIMIT, A GOOD ONE CLEARS THE      *
001182*                          COUNT AND FORCES A CHANGE WHEN THE    *
001183*                          PASSWORD HAS EXPIRED                  *
001184*****************************************************************
001185 1260-CHECK-PASSWORD.
001186     MOVE "N" TO WS-OPID-VALID-SW
001187     IF OM-LOCKED
001188         DISPLAY "operator id is locked out - a supervisor "
001189             "must reset it through INOPR01"
001190         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
001191         PERFORM 1300-LOG-SIGNON-FAILURE
001192         MOVE "Y" TO WS-ABORT-SW
001193         GO TO 1260-CHECK-PASSWORD-EXIT
001194     END-IF
001195     IF OM-PASSWORD = SPACES
001196         DISPLAY "no password is set for this operator id - "
001197             "a supervisor must set it through INOPR01"
001198         MOVE "NO PASSWORD ON FILE" TO SL-REASON
001199         PERFORM 1300-LOG-SIGNON-FAILURE
001200         MOVE "Y" TO WS-ABORT-SW
001201         GO TO 1260-CHECK-PASSWORD-EXIT
001202     END-IF
001203     DISPLAY "enter password:"
001204     ACCEPT WS-PWD-ENTERED
001205     IF WS-PWD-ENTERED NOT = OM-PASSWORD
001206         PERFORM 1270-COUNT-BAD-PASSWORD
001207         MOVE "Y" TO WS-ABORT-SW
001208         GO TO 1260-CHECK-PASSWORD-EXIT
001209     END-IF
001210     PERFORM 7500-GET-STAMP
001211     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
001212     MOVE "N" TO WS-PWD-UPDATE-SW
001213     IF OM-FAIL-COUNT > ZERO
001214         MOVE ZERO TO OM-FAIL-COUNT
001215         MOVE "Y" TO WS-PWD-UPDATE-SW
001216     END-IF
001217     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
001218         DISPLAY "your password has expired - choose a new one"
001219         MOVE "N" TO WS-PWD-NEW-SW
001220         PERFORM 1280-ACCEPT-NEW-PASSWORD
001221             UNTIL NEW-PASSWORD-IS-OK
001222         MOVE WS-PWD-NEW TO OM-PASSWORD
001223         PERFORM 1285-SET-PASSWORD-EXPIRY
001224         MOVE "Y" TO WS-PWD-UPDATE-SW
001225     END-IF
001226     IF OPERATOR-NEEDS-UPDATE
001227         PERFORM 1290-REWRITE-OPERATOR
001228     END-IF
001229     MOVE "Y" TO WS-OPID-VALID-SW.
001230 1260-CHECK-PASSWORD-EXIT.
001231     EXIT.
001232*
001233*****************************************************************
001234*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
001235*                              MASTER, LOCK THE OPERATOR OUT     *
001236*                              WHEN THE COUNT REACHES THE LIMIT, *
001237*                              AND LOG THE FAILED ATTEMPT        *
001238*****************************************************************
001239 1270-COUNT-BAD-PASSWORD.
001240     ADD 1 TO OM-FAIL-COUNT
001241     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
001242         DISPLAY "password is incorrect"
001243         MOVE "INVALID PASSWORD" TO SL-REASON
001244     ELSE
001245         MOVE "Y" TO OM-LOCK-FLAG
001246         DISPLAY "password is incorrect - operator id is now "
001247             "locked out"
001248         MOVE "PASSWORD LOCKOUT" TO SL-REASON
001249     END-IF
001250     PERFORM 1290-REWRITE-OPERATOR
001251     PERFORM 1300-LOG-SIGNON-FAILURE.
001252*
001253*****************************************************************
001254*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
001255*                               REJECT A BLANK ONE, THE OLD ONE, *
001256*                               OR TWO ENTRIES THAT DISAGREE     *
001257*****************************************************************
001258 1280-ACCEPT-NEW-PASSWORD.
001259     DISPLAY "enter new password:"
001260     ACCEPT WS-PWD-NEW
001261     DISPLAY "re-enter new password:"
001262     ACCEPT WS-PWD-CONFIRM
001263     IF WS-PWD-NEW = SPACES
001264         DISPLAY "password may not be blank"
001265     ELSE
001266         IF WS-PWD-NEW = OM-PASSWORD
001267             DISPLAY "new password must differ from the old one"
001268         ELSE
001269             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
001270                 DISPLAY "the two entries do not match"
001271             ELSE
001272                 MOVE "Y" TO WS-PWD-NEW-SW
001273             END-IF
001274         END-IF
001275     END-IF.
001276*
001277*****************************************************************
001278*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
001279*                               THE SET NUMBER OF MONTHS FROM    *
001280*                               TODAY, HELD TO THE 28TH SO THE   *
001281*                               DATE IS VALID IN EVERY MONTH     *
001282*****************************************************************
001283 1285-SET-PASSWORD-EXPIRY.
001284     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
001285     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
001286     IF WS-PWD-EXP-MM > 12
001287         SUBTRACT 12 FROM WS-PWD-EXP-MM
001288         ADD 1 TO WS-PWD-EXP-CCYY
001289     END-IF
001290     IF WS-PWD-EXP-DD > 28
001291         MOVE 28 TO WS-PWD-EXP-DD
001292     END-IF
001293     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
001294*
001295*****************************************************************
001296*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
001297*                            BACK ON THE SECURITY MASTER         *
001298*****************************************************************
001299 1290-REWRITE-OPERATOR.
001300     REWRITE OPER-RECORD
001301         INVALID KEY
001302             DISPLAY "unable to update OPERMAST, file status: "
001303                 WS-OPER-STATUS
001304     END-REWRITE.
001305*
001306*****************************************************************
001307*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
001308*                              SIGN-ON ATTEMPT TO THE SECURITY  *
001309*                              LOG                              *
001310*****************************************************************
001311 1300-LOG-SIGNON-FAILURE.
001312     IF SECL-FILE-OPEN
001313         PERFORM 7500-GET-STAMP
001314         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
001315         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
001316         MOVE "INLIM01" TO SL-PROGRAM
001317         MOVE OPERATOR-ID TO SL-OPERATOR-ID
001318         WRITE SECL-RECORD
001319         IF NOT WS-SECL-OK
001320             DISPLAY "unable to write SECLOG, file status: "
001321                 WS-SECL-STATUS
001322         END-IF
001323     END-IF.
001324*
001325*****************************************************************
001326*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
001327*                            AND APPLY IT                        *
001328*****************************************************************
001329 2000-PROCESS-FUNCTION.
001330     DISPLAY "enter function (A=add, C=change limits, "
001331         "R=remove, E=end):"
001332     ACCEPT WS-FUNCTION-CODE
001333     IF NOT FUNC-IS-VALID
001334         DISPLAY "function must be A, C, R, or E"
001335     ELSE
001336         IF FUNC-END
001337             MOVE "Y" TO WS-DONE-SW
001338         ELSE
001339             PERFORM 2100-APPLY-FUNCTION THRU
001340                 2100-APPLY-FUNCTION-EXIT
001341         END-IF
001342     END-IF.
001343*
001344*****************************************************************
001345*    2100-APPLY-FUNCTION - ACCEPT THE CODE AND TYPE AND ROUTE    *
001346*                          TO THE CHOSEN MAINTENANCE ACTION      *
001347*****************************************************************
001348 2100-APPLY-FUNCTION.
001349     DISPLAY "enter code:"
001350     ACCEPT WS-MAINT-CODE
001351     IF WS-MAINT-CODE = SPACES
001360         DISPLAY "code may not be blank"
001370         GO TO 2100-APPLY-FUNCTION-EXIT
001380     END-IF
001550*                     COMBINATION TO THE MASTER                  *
001560*****************************************************************
001570 3000-ADD-LIMIT.
001580     PERFORM 5000-ACCEPT-LIMITS THRU 5000-ACCEPT-LIMITS-EXIT
001590     IF LIMITS-ARE-OK
001600         MOVE WS-MAINT-CODE TO LM-CODE
001610         MOVE WS-MAINT-TYPE TO LM-TYPE-CODE
001660                 DISPLAY "combination is already on file"
001670             NOT INVALID KEY
001680                 DISPLAY "limit added."
001682                 MOVE "ADD" TO MH-ACTION
001684                 MOVE SPACES TO MH-BEFORE
001686                 MOVE LIMV-RECORD TO MH-AFTER
001688                 PERFORM 6000-WRITE-HISTORY
001690         END-WRITE
001700     END-IF.
001710*
001810             DISPLAY "combination is not on file"
001820     END-READ
001830     IF WS-LIMV-OK
001835         MOVE LIMV-RECORD TO MH-BEFORE
001840         IF FUNC-CHANGE
001845             MOVE "CHANGE" TO MH-ACTION
001850             MOVE LM-WARN-LIMIT TO WS-LIMIT-EDIT
001860             DISPLAY "current warning limit: " WS-LIMIT-EDIT
001870             MOVE LM-HARD-LIMIT TO WS-LIMIT-EDIT
001880             DISPLAY "current hard limit:    " WS-LIMIT-EDIT
001890             PERFORM 5000-ACCEPT-LIMITS THRU
001895                 5000-ACCEPT-LIMITS-EXIT
001900             IF LIMITS-ARE-OK
001910                 MOVE WS-WARN-LIMIT TO LM-WARN-LIMIT
001920                 MOVE WS-HARD-LIMIT TO LM-HARD-LIMIT
001960                             "combination"
001970                     NOT INVALID KEY
001980                         DISPLAY "limits updated."
001983                         MOVE LIMV-RECORD TO MH-AFTER
001986                         PERFORM 6000-WRITE-HISTORY
001990                 END-REWRITE
002000             END-IF
002010         ELSE
002050                         "combination"
002060                 NOT INVALID KEY
002070                     DISPLAY "combination removed - no limit."
002072                     MOVE "REMOVE" TO MH-ACTION
002074                     MOVE SPACES TO MH-AFTER
002076                     PERFORM 6000-WRITE-HISTORY
002080             END-DELETE
002090         END-IF
002100     END-IF.
002410 5000-ACCEPT-LIMITS-EXIT.
002420     EXIT.
002430*
002431*****************************************************************
002432*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
002433*                         RECORD TO THE MAINTENANCE HISTORY -    *
002434*                         THE CALLER HAS SET THE ACTION AND THE  *
002435*                         TWO RECORD IMAGES                      *
002436*****************************************************************
002437 6000-WRITE-HISTORY.
002438     PERFORM 7500-GET-STAMP
002439     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
002440     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
002441     MOVE "LIMITS" TO MH-TABLE
002442     MOVE "INLIM01" TO MH-PROGRAM
002443     MOVE OPERATOR-ID TO MH-OPERATOR-ID
002444     MOVE WS-MAINT-CODE TO MH-KEY
002445     MOVE WS-MAINT-TYPE TO MH-KEY(23:2)
002446     WRITE MNTH-RECORD
002447     IF NOT WS-MNTH-OK
002448         DISPLAY "unable to write MNTHIST, file status: "
002449             WS-MNTH-STATUS
002450     END-IF.
002451*
002452*****************************************************************
002453*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
002454*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
002455*****************************************************************
002456 7500-GET-STAMP.
002457     ACCEPT WS-STAMP-DATE FROM DATE
002458     ACCEPT WS-STAMP-TIME FROM TIME
002459     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
002460     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
002461     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
002462     IF WS-STAMP-YY < 50
002463         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
002464     ELSE
002465         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
002466     END-IF
002467     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
002468         + WS-STAMP-MM * 100 + WS-STAMP-DD.
002469*
002470*****************************************************************
002471*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
002472*****************************************************************
002473 9000-TERMINATE.
002474     CLOSE OPER-FILE
002475     IF SECL-FILE-OPEN
002476         CLOSE SECL-FILE
002477     END-IF
002478     IF MNTH-FILE-OPEN
002479         CLOSE MNTH-FILE
002480     END-IF
002481     CLOSE LIMV-FILE
002490     IF RUN-ABORTED
002500         MOVE 8 TO RETURN-CODE
002510     ELSE
