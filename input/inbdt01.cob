000110*                 BUILDS THE FILE ON THE FIRST-EVER RUN.  THE    *
000120*                 WRITERS (INPUT01, INBTL01, INFIX01) STAMP      *
000130*                 THIS DATE INSTEAD OF THE WALL CLOCK.           *
000132*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000134*                 SIGN-ON, AND EVERY CHANGE IS RECORDED BEFORE  *
000136*                 AND AFTER ON THE MAINTENANCE HISTORY.         *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    ------------------------------------------------------     *
000170*    2026-09-02  DK  ORIGINAL.                                  *
000171*    2026-10-15  DK  MAINTENANCE NOW REQUIRES AN                *
000172*                    ACTIVE-SUPERVISOR SIGN-ON WITH PASSWORD,   *
000173*                    LOGGED TO SECLOG ON FAILURE, AND EVERY     *
000174*                    ADVANCE, SET, AND FIRST-EVER BUILD WRITES  *
000175*                    A BEFORE/AFTER RECORD, STAMPED WITH THE    *
000176*                    SUPERVISOR, TO THE SHARED MAINTENANCE      *
000177*                    HISTORY MNTHIST.                           *
000180*                                                                *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-BUSD-STATUS.
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
000370*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE                *
000410     LABEL RECORDS ARE STANDARD.
000420     COPY BUSDATE.
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
000456 01  WS-BUSD-STATUS               PIC X(02).
000460     88  WS-BUSD-OK                           VALUE "00".
000470     88  WS-BUSD-NOT-FOUND                    VALUE "35".
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
000540*
000550 01  WS-FUNCTION-CODE             PIC X(01).
000560     88  FUNC-ADVANCE                         VALUE "A".
000960 77  WS-ZEL-DOW                   PIC 9(01)   COMP.
000970 01  WS-WEEKEND-FLAG              PIC X(01).
000980*
000981 01  WS-STAMP-DATE                PIC X(06).
000982 01  WS-STAMP-TIME                PIC X(06).
000983 01  WS-STAMP-FIELDS.
000984     05  WS-STAMP-YY             PIC 9(02).
000985     05  WS-STAMP-MM             PIC 9(02).
000986     05  WS-STAMP-DD             PIC 9(02).
000987     05  WS-STAMP-CCYY           PIC 9(04).
000988 01  WS-STAMP-CCYYMMDD            PIC 9(08).
000989*
000990 PROCEDURE DIVISION.
001000*****************************************************************
001010*    0000-MAINLINE                                               *
001090     GOBACK.
001100*
001110*****************************************************************
001120*    1000-INITIALIZE - SIGN ON, THEN PICK UP THE CONTROL RECORD, *
001130*                      BUILDING THE FILE ON THE FIRST-EVER RUN   *
001140*****************************************************************
001150 1000-INITIALIZE.
001152     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
001154     IF RUN-ABORTED
001156         GO TO 1000-INITIALIZE-EXIT
001158     END-IF
001160     OPEN INPUT BUSD-FILE
001170     IF WS-BUSD-NOT-FOUND
001180         DISPLAY "processing calendar not found - creating it"
001190         DISPLAY "enter initial business date (CCYYMMDD):"
001200         ACCEPT WS-NEW-DATE
001203         MOVE "ADD" TO MH-ACTION
001206         MOVE SPACES TO MH-BEFORE
001210         MOVE WS-NEW-DATE TO WS-BD-BUSINESS-DATE
001220         PERFORM 5500-SET-WEEKEND-FLAG
001230         PERFORM 5600-ASK-HOLIDAY-FLAG
001400     CLOSE BUSD-FILE.
001410 1000-INITIALIZE-EXIT.
001420     EXIT.
001421*
001422*****************************************************************
001423*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
001424*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
001425*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
001426*                   ALLOWED THAT CANNOT BE RECORDED              *
001427*****************************************************************
001428 1100-SIGN-ON.
001429     MOVE SPACES TO OPERATOR-ID
001430     OPEN I-O OPER-FILE
001431     IF NOT WS-OPER-OK
001432         DISPLAY "unable to open OPERMAST, file status: "
001433             WS-OPER-STATUS
001434         MOVE "Y" TO WS-ABORT-SW
001435         GO TO 1100-SIGN-ON-EXIT
001436     END-IF
001437     OPEN EXTEND SECL-FILE
001438     IF WS-SECL-NOT-FOUND
001439         OPEN OUTPUT SECL-FILE
001440     END-IF
001441     IF WS-SECL-OK
001442         MOVE "Y" TO WS-SECL-OPEN-SW
001443     ELSE
001444         DISPLAY "unable to open SECLOG - attempts not "
001445             "logged"
001446     END-IF
001447     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
001448         OR RUN-ABORTED
001449     IF RUN-ABORTED
001450         GO TO 1100-SIGN-ON-EXIT
001451     END-IF
001452     OPEN EXTEND MNTH-FILE
001453     IF WS-MNTH-NOT-FOUND
001454         OPEN OUTPUT MNTH-FILE
001455     END-IF
001456     IF WS-MNTH-OK
001457         MOVE "Y" TO WS-MNTH-OPEN-SW
001458     ELSE
001459         DISPLAY "unable to open MNTHIST, file status: "
001460             WS-MNTH-STATUS " - no change can be recorded"
001461         MOVE "Y" TO WS-ABORT-SW
001462     END-IF.
001463 1100-SIGN-ON-EXIT.
001464     EXIT.
001465*
001466*****************************************************************
001467*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
001468*                            ID, REJECT AN ALL-SPACES ENTRY,     *
001469*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
001470*                            ON THE MASTER - A FAILED SIGN-ON    *
001471*                            IS LOGGED AND ENDS THE RUN          *
001472*****************************************************************
001473 1200-EDIT-OPERATOR-ID.
001474     DISPLAY "enter operator id:"
001475     ACCEPT OPERATOR-ID
001476     IF OPERATOR-ID = SPACES
001477         MOVE "N" TO WS-OPID-VALID-SW
001478     ELSE
001479         PERFORM 1250-CHECK-OPERATOR
001480     END-IF.
001481*
001482*****************************************************************
001483*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
001484*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
001485*                          LOGGING AND ABORTING ON ANY FAILURE   *
001486*****************************************************************
001487 1250-CHECK-OPERATOR.
001488     MOVE OPERATOR-ID TO OM-OPERATOR-ID
001489     READ OPER-FILE
001490         INVALID KEY
001491             DISPLAY "operator id not on security master"
001492             MOVE "NOT ON SECURITY FILE" TO SL-REASON
001493             PERFORM 1300-LOG-SIGNON-FAILURE
001494             MOVE "Y" TO WS-ABORT-SW
001495     END-READ
001496     IF WS-OPER-FOUND
001497         IF OM-REVOKED
001498             DISPLAY "operator id is revoked"
001499             MOVE "OPERATOR REVOKED" TO SL-REASON
001500             PERFORM 1300-LOG-SIGNON-FAILURE
001501             MOVE "Y" TO WS-ABORT-SW
001502         ELSE
001503             IF OM-SUPERVISOR
001504                 PERFORM 1260-CHECK-PASSWORD THRU
001505                     1260-CHECK-PASSWORD-EXIT
001506             ELSE
001507                 DISPLAY "code-table maintenance requires "
001508                     "supervisor authority"
001509                 MOVE "NOT SUPERVISOR" TO SL-REASON
001510                 PERFORM 1300-LOG-SIGNON-FAILURE
001511                 MOVE "Y" TO WS-ABORT-SW
001512             END-IF
001513         END-IF
001514     END-IF.
001515*
001516*****************************************************************
001517*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
001518*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
001519*                          CHECK THE PASSWORD - A BAD ONE IS     *
001520*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
001521*                          THE LIMIT, A GOOD ONE CLEARS THE      *
001522*                          COUNT AND FORCES A CHANGE WHEN THE    *
001523*                          PASSWORD HAS EXPIRED                  *
001524*****************************************************************
001525 1260-CHECK-PASSWORD.
001526     MOVE "N" TO WS-OPID-VALID-SW
001527     IF OM-LOCKED
001528         DISPLAY "operator id is locked out - a supervisor "
001529             "must reset it through INOPR01"
001530         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
001531         PERFORM 1300-LOG-SIGNON-FAILURE
001532         MOVE "Y" TO WS-ABORT-SW
001533         GO TO 1260-CHECK-PASSWORD-EXIT
001534     END-IF
001535     IF OM-PASSWORD = SPACES
001536         DISPLAY "no password is set for this operator id - "
001537             "a supervisor must set it through INOPR01"
001538         MOVE "NO PASSWORD ON FILE" TO SL-REASON
001539         PERFORM 1300-LOG-SIGNON-FAILURE
001540         MOVE "Y" TO WS-ABORT-SW
001541         GO TO 1260-CHECK-PASSWORD-EXIT
001542     END-IF
001543     DISPLAY "enter password:"
001544     ACCEPT WS-PWD-ENTERED
001545     IF WS-PWD-ENTERED NOT = OM-PASSWORD
001546         PERFORM 1270-COUNT-BAD-PASSWORD
001547         MOVE "Y" TO WS-ABORT-SW
001548         GO TO 1260-CHECK-PASSWORD-EXIT
001549     END-IF
001550     PERFORM 7500-GET-STAMP
001551     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
001552     MOVE "N" TO WS-PWD-UPDATE-SW
001553     IF OM-FAIL-COUNT > ZERO
001554         MOVE ZERO TO OM-FAIL-COUNT
001555         MOVE "Y" TO WS-PWD-UPDATE-SW
001556     END-IF
001557     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
001558         DISPLAY "your password has expired - choose a new one"
001559         MOVE "N" TO WS-PWD-NEW-SW
001560         PERFORM 1280-ACCEPT-NEW-PASSWORD
001561             UNTIL NEW-PASSWORD-IS-OK
001562         MOVE WS-PWD-NEW TO OM-PASSWORD
001563         PERFORM 1285-SET-PASSWORD-EXPIRY
001564         MOVE "Y" TO WS-PWD-UPDATE-SW
001565     END-IF
001566     IF OPERATOR-NEEDS-UPDATE
001567         PERFORM 1290-REWRITE-OPERATOR
001568     END-IF
001569     MOVE "Y" TO WS-OPID-VALID-SW.
001570 1260-CHECK-PASSWORD-EXIT.
001571     EXIT.
001572*
001573*****************************************************************
001574*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
001575*                              MASTER, LOCK THE OPERATOR OUT     *
001576*                              WHEN THE COUNT REACHES THE LIMIT, *
001577*                              AND LOG THE FAILED ATTEMPT        *
001578*****************************************************************
001579 1270-COUNT-BAD-PASSWORD.
001580     ADD 1 TO OM-FAIL-COUNT
001581     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
001582         DISPLAY "password is incorrect"
001583         MOVE "INVALID PASSWORD" TO SL-REASON
001584     ELSE
001585         MOVE "Y" TO OM-LOCK-FLAG
001586         DISPLAY "password is incorrect - operator id is now "
001587             "locked out"
001588         MOVE "PASSWORD LOCKOUT" TO SL-REASON
001589     END-IF
001590     PERFORM 1290-REWRITE-OPERATOR
001591     PERFORM 1300-LOG-SIGNON-FAILURE.
001592*
001593*****************************************************************
001594*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
001595*                               REJECT A BLANK ONE, THE OLD ONE, *
001596*                               OR TWO ENTRIES THAT DISAGREE     *
001597*****************************************************************
001598 1280-ACCEPT-NEW-PASSWORD.
001599     DISPLAY "enter new password:"
001600     ACCEPT WS-PWD-NEW
001601     DISPLAY "re-enter new password:"
001602     ACCEPT WS-PWD-CONFIRM
001603     IF WS-PWD-NEW = SPACES
001604         DISPLAY "password may not be blank"
001605     ELSE
001606         IF WS-PWD-NEW = OM-PASSWORD
001607             DISPLAY "new password must differ from the old one"
001608         ELSE
001609             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
001610                 DISPLAY "the two entries do not match"
001611             ELSE
001612                 MOVE "Y" TO WS-PWD-NEW-SW
001613             END-IF
001614         END-IF
001615     END-IF.
001616*
001617*****************************************************************
001618*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
001619*                               THE SET NUMBER OF MONTHS FROM    *
001620*                               TODAY, HELD TO THE 28TH SO THE   *
001621*                               DATE IS VALID IN EVERY MONTH     *
001622*****************************************************************
001623 1285-SET-PASSWORD-EXPIRY.
001624     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
001625     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
001626     IF WS-PWD-EXP-MM > 12
001627         SUBTRACT 12 FROM WS-PWD-EXP-MM
001628         ADD 1 TO WS-PWD-EXP-CCYY
001629     END-IF
001630     IF WS-PWD-EXP-DD > 28
001631         MOVE 28 TO WS-PWD-EXP-DD
001632     END-IF
001633     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
001634*
001635*****************************************************************
001636*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
001637*                            BACK ON THE SECURITY MASTER         *
001638*****************************************************************
001639 1290-REWRITE-OPERATOR.
001640     REWRITE OPER-RECORD
001641         INVALID KEY
001642             DISPLAY "unable to update OPERMAST, file status: "
001643                 WS-OPER-STATUS
001644     END-REWRITE.
001645*
001646*****************************************************************
001647*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
001648*                              SIGN-ON ATTEMPT TO THE SECURITY  *
001649*                              LOG                              *
001650*****************************************************************
001651 1300-LOG-SIGNON-FAILURE.
001652     IF SECL-FILE-OPEN
001653         PERFORM 7500-GET-STAMP
001654         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
001655         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
001656         MOVE "INBDT01" TO SL-PROGRAM
001657         MOVE OPERATOR-ID TO SL-OPERATOR-ID
001658         WRITE SECL-RECORD
001659         IF NOT WS-SECL-OK
001660             DISPLAY "unable to write SECLOG, file status: "
001661                 WS-SECL-STATUS
001662         END-IF
001663     END-IF.
001664*
001665*****************************************************************
001666*    2000-PROCESS-FUNCTION - SHOW THE CURRENT BUSINESS DATE,     *
001667*                            ACCEPT ONE FUNCTION, AND APPLY IT   *
001668*****************************************************************
001669 2000-PROCESS-FUNCTION.
001670     DISPLAY "current business date: " WS-BD-BUSINESS-DATE
001671         "  weekend: " WS-BD-WEEKEND-FLAG
001672         "  holiday: " WS-BD-HOLIDAY-FLAG
001673     DISPLAY "enter function (A=advance one day, S=set date, "
001674         "E=end):"
001675     ACCEPT WS-FUNCTION-CODE
001676     IF NOT FUNC-IS-VALID
001677         DISPLAY "function must be A, S, or E"
001678     ELSE
001679         IF FUNC-END
001680             MOVE "Y" TO WS-DONE-SW
001681         ELSE
001682             IF FUNC-ADVANCE
001683                 PERFORM 3000-ADVANCE-DATE
001684             ELSE
001685                 PERFORM 4000-SET-DATE
001686             END-IF
001687         END-IF
001688     END-IF.
001689*
001690*****************************************************************
001700*    3000-ADVANCE-DATE - MOVE THE BUSINESS DATE FORWARD ONE      *
001710*                        CALENDAR DAY AND REBUILD THE FLAGS      *
001720*****************************************************************
001730 3000-ADVANCE-DATE.
001733     MOVE "ADVANCE" TO MH-ACTION
001736     MOVE WS-BUSD-RECORD TO MH-BEFORE
001740     MOVE WS-BD-BUSINESS-DATE TO WS-WORK-DATE
001750     PERFORM 5000-NEXT-CALENDAR-DAY
001760     MOVE WS-WORK-DATE TO WS-BD-BUSINESS-DATE
001920         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
001930         DISPLAY "that is not a valid calendar date"
001940     ELSE
001943         MOVE "SET" TO MH-ACTION
001946         MOVE WS-BUSD-RECORD TO MH-BEFORE
001950         MOVE WS-NEW-DATE TO WS-BD-BUSINESS-DATE
001960         PERFORM 5500-SET-WEEKEND-FLAG
001970         PERFORM 5600-ASK-HOLIDAY-FLAG
002950*
002960*****************************************************************
002970*    8000-WRITE-CONTROL - REWRITE THE ONE-RECORD CONTROL FILE    *
002980*                         FROM THE WORKING COPY AND RECORD THE   *
002985*                         CHANGE ON THE MAINTENANCE HISTORY      *
002990*****************************************************************
003000 8000-WRITE-CONTROL.
003010     OPEN OUTPUT BUSD-FILE
003080     IF NOT WS-BUSD-OK
003090         DISPLAY "unable to write BUSDATE, file status: "
003100             WS-BUSD-STATUS
003102     ELSE
003104         MOVE WS-BUSD-RECORD TO MH-AFTER
003106         PERFORM 6000-WRITE-HISTORY
003110     END-IF
003120     CLOSE BUSD-FILE.
003130 8000-WRITE-CONTROL-EXIT.
003140     EXIT.
003150*
003151*****************************************************************
003152*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
003153*                         RECORD TO THE MAINTENANCE HISTORY -    *
003154*                         THE CALLER HAS SET THE ACTION AND THE  *
003155*                         TWO RECORD IMAGES                      *
003156*****************************************************************
003157 6000-WRITE-HISTORY.
003158     PERFORM 7500-GET-STAMP
003159     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
003160     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
003161     MOVE "BUSDATE" TO MH-TABLE
003162     MOVE "INBDT01" TO MH-PROGRAM
003163     MOVE OPERATOR-ID TO MH-OPERATOR-ID
003164     MOVE "BUSINESS DATE" TO MH-KEY
003165     WRITE MNTH-RECORD
003166     IF NOT WS-MNTH-OK
003167         DISPLAY "unable to write MNTHIST, file status: "
003168             WS-MNTH-STATUS
003169     END-IF.
003170*
003171*****************************************************************
003172*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
003173*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
003174*****************************************************************
003175 7500-GET-STAMP.
003176     ACCEPT WS-STAMP-DATE FROM DATE
003177     ACCEPT WS-STAMP-TIME FROM TIME
003178     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
003179     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
003180     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
003181     IF WS-STAMP-YY < 50
003182         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
003183     ELSE
003184         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
003185     END-IF
003186     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
003187         + WS-STAMP-MM * 100 + WS-STAMP-DD.
003188*
003189*****************************************************************
003190*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
003191*****************************************************************
003192 9000-TERMINATE.
003193     CLOSE OPER-FILE
003194     IF SECL-FILE-OPEN
003195         CLOSE SECL-FILE
003196     END-IF
003197     IF MNTH-FILE-OPEN
003198         CLOSE MNTH-FILE
003199     END-IF
003200     IF RUN-ABORTED
003210         MOVE 8 TO RETURN-CODE
003220     ELSE
