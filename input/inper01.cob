000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INPER01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : MAINTENANCE UTILITY FOR THE ACCOUNTING        *
000060*                 PERIOD-CONTROL FILE.  LETS ACCOUNTING CLOSE A *
000070*                 CALENDAR MONTH (CCYYMM) ONCE ITS BOOKS ARE    *
000080*                 FINAL, REOPEN IT IF AN ADJUSTMENT MUST STILL  *
000090*                 BE MADE, AND LIST THE PERIODS ON FILE.  A     *
000100*                 CLOSE IS STAMPED WITH THE DATE, TIME AND      *
000110*                 OPERATOR THAT CLOSED IT.  ONCE A PERIOD IS    *
000120*                 CLOSED, EVERY PROGRAM THAT WRITES, CHANGES OR *
000130*                 DELETES TRANLOG RECORDS REFUSES A KEY DATE IN *
000140*                 IT.  A PERIOD MAY NOT BE CLOSED UNTIL THE     *
000150*                 BUSINESS DATE HAS MOVED PAST IT.  RUN THE     *
000160*                 INPCL01 CHECKLIST FIRST TO PROVE THE PERIOD   *
000170*                 CLEAN.  EVERY RUN REQUIRES AN ACTIVE-         *
000180*                 SUPERVISOR SIGN-ON, AND EVERY CLOSE AND       *
000190*                 REOPEN IS RECORDED BEFORE AND AFTER ON THE    *
000200*                 MAINTENANCE HISTORY.                          *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    2026-10-15  DK  ORIGINAL.                                  *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. INPER01.
000290 AUTHOR. D. KUGEL.
000300 INSTALLATION. DATA ENTRY SYSTEMS.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PERD-FILE ASSIGN TO "PERIODS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PC-PERIOD
000410         FILE STATUS IS WS-PERD-STATUS.
000420*
000430     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-BUSD-STATUS.
000460*
000470     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OM-OPERATOR-ID
000510         FILE STATUS IS WS-OPER-STATUS.
000520*
000530     SELECT SECL-FILE ASSIGN TO "SECLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-SECL-STATUS.
000560*
000570     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-MNTH-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*****************************************************************
000640*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
000650*****************************************************************
000660 FD  PERD-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY PERCTL.
000700*
000710*****************************************************************
000720*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE               *
000730*****************************************************************
000740 FD  BUSD-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY BUSDATE.
000780*
000790*****************************************************************
000800*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000810*****************************************************************
000820 FD  OPER-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY OPERMST.
000860*
000870*****************************************************************
000880*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000890*****************************************************************
000900 FD  SECL-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY SECLREC.
000940*
000950*****************************************************************
000960*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000970*****************************************************************
000980 FD  MNTH-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY MNTHREC.
001020*
001030 WORKING-STORAGE SECTION.
001040 01  WS-PERD-STATUS               PIC X(02).
001050     88  WS-PERD-OK                           VALUE "00".
001060     88  WS-PERD-NOT-FOUND                    VALUE "35".
001070*
001080 01  WS-BUSD-STATUS               PIC X(02).
001090     88  WS-BUSD-OK                           VALUE "00".
001100*
001110 01  WS-OPER-STATUS               PIC X(02).
001120     88  WS-OPER-OK                           VALUE "00".
001130     88  WS-OPER-FOUND                        VALUE "00".
001140     88  WS-OPER-NOT-FOUND                    VALUE "35".
001150*
001160 01  WS-SECL-STATUS               PIC X(02).
001170     88  WS-SECL-OK                           VALUE "00".
001180     88  WS-SECL-NOT-FOUND                    VALUE "35".
001190*
001200 01  WS-MNTH-STATUS               PIC X(02).
001210     88  WS-MNTH-OK                           VALUE "00".
001220     88  WS-MNTH-NOT-FOUND                    VALUE "35".
001230*
001240     COPY OPERID.
001250     COPY PWDRULE.
001260*
001270 01  WS-SWITCHES.
001280     05  WS-DONE-SW              PIC X(01)   VALUE "N".
001290         88  MAINT-DONE                      VALUE "Y".
001300     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001310         88  RUN-ABORTED                     VALUE "Y".
001320     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001330         88  OPID-IS-VALID                   VALUE "Y".
001340     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
001350         88  SECL-FILE-OPEN                  VALUE "Y".
001360     05  WS-MNTH-OPEN-SW         PIC X(01)   VALUE "N".
001370         88  MNTH-FILE-OPEN                  VALUE "Y".
001380     05  WS-PERD-EOF-SW          PIC X(01)   VALUE "N".
001390         88  END-OF-PERIODS                  VALUE "Y".
001400     05  WS-PERIOD-VALID-SW      PIC X(01)   VALUE "N".
001410         88  PERIOD-IS-VALID                 VALUE "Y".
001420*
001430 01  WS-FUNCTION-CODE             PIC X(01).
001440     88  FUNC-CLOSE                           VALUE "C".
001450     88  FUNC-REOPEN                          VALUE "O".
001460     88  FUNC-LIST                            VALUE "L".
001470     88  FUNC-END                             VALUE "E".
001480     88  FUNC-IS-VALID                        VALUE "C" "O"
001490                                              "L" "E".
001500*
001510 01  WS-MAINT-PERIOD              PIC 9(06).
001520 01  WS-MAINT-PERIOD-X REDEFINES WS-MAINT-PERIOD.
001530     05  WS-MAINT-CCYY           PIC 9(04).
001540     05  WS-MAINT-MM             PIC 9(02).
001550 01  WS-BUS-DATE                  PIC 9(08).
001560 01  WS-BUS-PERIOD                PIC 9(06).
001570 01  WS-LIST-COUNT                PIC 9(04)   COMP VALUE ZERO.
001580*
001590 01  WS-LIST-LINE.
001600     05  FILLER                  PIC X(02)   VALUE SPACES.
001610     05  WS-L-PERIOD             PIC 9(06).
001620     05  FILLER                  PIC X(02)   VALUE SPACES.
001630     05  WS-L-STATUS             PIC X(06).
001640     05  FILLER                  PIC X(02)   VALUE SPACES.
001650     05  WS-L-LABEL              PIC X(12).
001660     05  WS-L-CLOSE-DATE         PIC 9(08).
001670     05  FILLER                  PIC X(01)   VALUE SPACES.
001680     05  WS-L-CLOSE-TIME         PIC 9(06).
001690     05  FILLER                  PIC X(04)   VALUE " BY ".
001700     05  WS-L-CLOSED-BY          PIC X(08).
001710*
001720 01  WS-STAMP-DATE                PIC X(06).
001730 01  WS-STAMP-TIME                PIC X(06).
001740 01  WS-STAMP-FIELDS.
001750     05  WS-STAMP-YY             PIC 9(02).
001760     05  WS-STAMP-MM             PIC 9(02).
001770     05  WS-STAMP-DD             PIC 9(02).
001780     05  WS-STAMP-CCYY           PIC 9(04).
001790 01  WS-STAMP-CCYYMMDD            PIC 9(08).
001800*
001810 PROCEDURE DIVISION.
001820*****************************************************************
001830*    0000-MAINLINE                                               *
001840*****************************************************************
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001870     IF NOT RUN-ABORTED
001880         PERFORM 2000-PROCESS-FUNCTION UNTIL MAINT-DONE
001890     END-IF
001900     PERFORM 9000-TERMINATE
001910     GOBACK.
001920*
001930*****************************************************************
001940*    1000-INITIALIZE - SIGN ON, READ THE BUSINESS DATE, THEN OPEN*
001950*                      THE PERIOD FILE FOR UPDATE, CREATING IT ON*
001960*                      THE FIRST-EVER RUN                        *
001970*****************************************************************
001980 1000-INITIALIZE.
001990     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
002000     IF RUN-ABORTED
002010         GO TO 1000-INITIALIZE-EXIT
002020     END-IF
002030     PERFORM 1400-READ-BUSINESS-DATE
002040     IF RUN-ABORTED
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF
002070     OPEN I-O PERD-FILE
002080     IF WS-PERD-NOT-FOUND
002090         DISPLAY "period-control file not found - creating it"
002100         OPEN OUTPUT PERD-FILE
002110         IF WS-PERD-OK
002120             CLOSE PERD-FILE
002130             OPEN I-O PERD-FILE
002140         END-IF
002150     END-IF
002160     IF NOT WS-PERD-OK
002170         DISPLAY "unable to open PERIODS, file status: "
002180             WS-PERD-STATUS
002190         MOVE "Y" TO WS-ABORT-SW
002200     END-IF.
002210 1000-INITIALIZE-EXIT.
002220     EXIT.
002230*
002240*****************************************************************
002250*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
002260*                   PASSWORD AGAINST THE SECURITY MASTER, THEN   *
002270*                   OPEN THE MAINTENANCE HISTORY - NO CHANGE IS  *
002280*                   ALLOWED THAT CANNOT BE RECORDED              *
002290*****************************************************************
002300 1100-SIGN-ON.
002310     MOVE SPACES TO OPERATOR-ID
002320     OPEN I-O OPER-FILE
002330     IF NOT WS-OPER-OK
002340         DISPLAY "unable to open OPERMAST, file status: "
002350             WS-OPER-STATUS
002360         MOVE "Y" TO WS-ABORT-SW
002370         GO TO 1100-SIGN-ON-EXIT
002380     END-IF
002390     OPEN EXTEND SECL-FILE
002400     IF WS-SECL-NOT-FOUND
002410         OPEN OUTPUT SECL-FILE
002420     END-IF
002430     IF WS-SECL-OK
002440         MOVE "Y" TO WS-SECL-OPEN-SW
002450     ELSE
002460         DISPLAY "unable to open SECLOG - attempts not "
002470             "logged"
002480     END-IF
002490     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002500         OR RUN-ABORTED
002510     IF RUN-ABORTED
002520         GO TO 1100-SIGN-ON-EXIT
002530     END-IF
002540     OPEN EXTEND MNTH-FILE
002550     IF WS-MNTH-NOT-FOUND
002560         OPEN OUTPUT MNTH-FILE
002570     END-IF
002580     IF WS-MNTH-OK
002590         MOVE "Y" TO WS-MNTH-OPEN-SW
002600     ELSE
002610         DISPLAY "unable to open MNTHIST, file status: "
002620             WS-MNTH-STATUS " - no change can be recorded"
002630         MOVE "Y" TO WS-ABORT-SW
002640     END-IF.
002650 1100-SIGN-ON-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
002700*                            ID, REJECT AN ALL-SPACES ENTRY,     *
002710*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
002720*                            ON THE MASTER - A FAILED SIGN-ON    *
002730*                            IS LOGGED AND ENDS THE RUN          *
002740*****************************************************************
002750 1200-EDIT-OPERATOR-ID.
002760     DISPLAY "enter operator id:"
002770     ACCEPT OPERATOR-ID
002780     IF OPERATOR-ID = SPACES
002790         MOVE "N" TO WS-OPID-VALID-SW
002800     ELSE
002810         PERFORM 1250-CHECK-OPERATOR
002820     END-IF.
002830*
002840*****************************************************************
002850*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
002860*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
002870*                          LOGGING AND ABORTING ON ANY FAILURE   *
002880*****************************************************************
002890 1250-CHECK-OPERATOR.
002900     MOVE OPERATOR-ID TO OM-OPERATOR-ID
002910     READ OPER-FILE
002920         INVALID KEY
002930             DISPLAY "operator id not on security master"
002940             MOVE "NOT ON SECURITY FILE" TO SL-REASON
002950             PERFORM 1300-LOG-SIGNON-FAILURE
002960             MOVE "Y" TO WS-ABORT-SW
002970     END-READ
002980     IF WS-OPER-FOUND
002990         IF OM-REVOKED
003000             DISPLAY "operator id is revoked"
003010             MOVE "OPERATOR REVOKED" TO SL-REASON
003020             PERFORM 1300-LOG-SIGNON-FAILURE
003030             MOVE "Y" TO WS-ABORT-SW
003040         ELSE
003050             IF OM-SUPERVISOR
003060                 PERFORM 1260-CHECK-PASSWORD THRU
003070                     1260-CHECK-PASSWORD-EXIT
003080             ELSE
003090                 DISPLAY "period maintenance requires "
003100                     "supervisor authority"
003110                 MOVE "NOT SUPERVISOR" TO SL-REASON
003120                 PERFORM 1300-LOG-SIGNON-FAILURE
003130                 MOVE "Y" TO WS-ABORT-SW
003140             END-IF
003150         END-IF
003160     END-IF.
003170*
003180*****************************************************************
003190*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003200*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003210*                          CHECK THE PASSWORD - A BAD ONE IS     *
003220*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003230*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003240*                          COUNT AND FORCES A CHANGE WHEN THE    *
003250*                          PASSWORD HAS EXPIRED                  *
003260*****************************************************************
003270 1260-CHECK-PASSWORD.
003280     MOVE "N" TO WS-OPID-VALID-SW
003290     IF OM-LOCKED
003300         DISPLAY "operator id is locked out - a supervisor "
003310             "must reset it through INOPR01"
003320         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003330         PERFORM 1300-LOG-SIGNON-FAILURE
003340         MOVE "Y" TO WS-ABORT-SW
003350         GO TO 1260-CHECK-PASSWORD-EXIT
003360     END-IF
003370     IF OM-PASSWORD = SPACES
003380         DISPLAY "no password is set for this operator id - "
003390             "a supervisor must set it through INOPR01"
003400         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003410         PERFORM 1300-LOG-SIGNON-FAILURE
003420         MOVE "Y" TO WS-ABORT-SW
003430         GO TO 1260-CHECK-PASSWORD-EXIT
003440     END-IF
003450     DISPLAY "enter password:"
003460     ACCEPT WS-PWD-ENTERED
003470     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003480         PERFORM 1270-COUNT-BAD-PASSWORD
003490         MOVE "Y" TO WS-ABORT-SW
003500         GO TO 1260-CHECK-PASSWORD-EXIT
003510     END-IF
003520     PERFORM 7500-GET-STAMP
003530     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003540     MOVE "N" TO WS-PWD-UPDATE-SW
003550     IF OM-FAIL-COUNT > ZERO
003560         MOVE ZERO TO OM-FAIL-COUNT
003570         MOVE "Y" TO WS-PWD-UPDATE-SW
003580     END-IF
003590     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003600         DISPLAY "your password has expired - choose a new one"
003610         MOVE "N" TO WS-PWD-NEW-SW
003620         PERFORM 1280-ACCEPT-NEW-PASSWORD
003630             UNTIL NEW-PASSWORD-IS-OK
003640         MOVE WS-PWD-NEW TO OM-PASSWORD
003650         PERFORM 1285-SET-PASSWORD-EXPIRY
003660         MOVE "Y" TO WS-PWD-UPDATE-SW
003670     END-IF
003680     IF OPERATOR-NEEDS-UPDATE
003690         PERFORM 1290-REWRITE-OPERATOR
003700     END-IF
003710     MOVE "Y" TO WS-OPID-VALID-SW.
003720 1260-CHECK-PASSWORD-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
003770*                              MASTER, LOCK THE OPERATOR OUT     *
003780*                              WHEN THE COUNT REACHES THE LIMIT, *
003790*                              AND LOG THE FAILED ATTEMPT        *
003800*****************************************************************
003810 1270-COUNT-BAD-PASSWORD.
003820     ADD 1 TO OM-FAIL-COUNT
003830     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
003840         DISPLAY "password is incorrect"
003850         MOVE "INVALID PASSWORD" TO SL-REASON
003860     ELSE
003870         MOVE "Y" TO OM-LOCK-FLAG
003880         DISPLAY "password is incorrect - operator id is now "
003890             "locked out"
003900         MOVE "PASSWORD LOCKOUT" TO SL-REASON
003910     END-IF
003920     PERFORM 1290-REWRITE-OPERATOR
003930     PERFORM 1300-LOG-SIGNON-FAILURE.
003940*
003950*****************************************************************
003960*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
003970*                               REJECT A BLANK ONE, THE OLD ONE, *
003980*                               OR TWO ENTRIES THAT DISAGREE     *
003990*****************************************************************
004000 1280-ACCEPT-NEW-PASSWORD.
004010     DISPLAY "enter new password:"
004020     ACCEPT WS-PWD-NEW
004030     DISPLAY "re-enter new password:"
004040     ACCEPT WS-PWD-CONFIRM
004050     IF WS-PWD-NEW = SPACES
004060         DISPLAY "password may not be blank"
004070     ELSE
004080         IF WS-PWD-NEW = OM-PASSWORD
004090             DISPLAY "new password must differ from the old one"
004100         ELSE
004110             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
004120                 DISPLAY "the two entries do not match"
004130             ELSE
004140                 MOVE "Y" TO WS-PWD-NEW-SW
004150             END-IF
004160         END-IF
004170     END-IF.
004180*
004190*****************************************************************
004200*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
004210*                               THE SET NUMBER OF MONTHS FROM    *
004220*                               TODAY, HELD TO THE 28TH SO THE   *
004230*                               DATE IS VALID IN EVERY MONTH     *
004240*****************************************************************
004250 1285-SET-PASSWORD-EXPIRY.
004260     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
004270     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
004280     IF WS-PWD-EXP-MM > 12
004290         SUBTRACT 12 FROM WS-PWD-EXP-MM
004300         ADD 1 TO WS-PWD-EXP-CCYY
004310     END-IF
004320     IF WS-PWD-EXP-DD > 28
004330         MOVE 28 TO WS-PWD-EXP-DD
004340     END-IF
004350     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
004360*
004370*****************************************************************
004380*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
004390*                            BACK ON THE SECURITY MASTER         *
004400*****************************************************************
004410 1290-REWRITE-OPERATOR.
004420     REWRITE OPER-RECORD
004430         INVALID KEY
004440             DISPLAY "unable to update OPERMAST, file status: "
004450                 WS-OPER-STATUS
004460     END-REWRITE.
004470*
004480*****************************************************************
004490*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
004500*                              SIGN-ON ATTEMPT TO THE SECURITY  *
004510*                              LOG                              *
004520*****************************************************************
004530 1300-LOG-SIGNON-FAILURE.
004540     IF SECL-FILE-OPEN
004550         PERFORM 7500-GET-STAMP
004560         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
004570         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
004580         MOVE "INPER01" TO SL-PROGRAM
004590         MOVE OPERATOR-ID TO SL-OPERATOR-ID
004600         WRITE SECL-RECORD
004610         IF NOT WS-SECL-OK
004620             DISPLAY "unable to write SECLOG, file status: "
004630                 WS-SECL-STATUS
004640         END-IF
004650     END-IF.
004660*
004670*****************************************************************
004680*    1400-READ-BUSINESS-DATE - PICK UP THE CURRENT BUSINESS DATE *
004690*                              SO A PERIOD STILL IN PROGRESS     *
004700*                              CANNOT BE CLOSED                  *
004710*****************************************************************
004720 1400-READ-BUSINESS-DATE.
004730     OPEN INPUT BUSD-FILE
004740     IF NOT WS-BUSD-OK
004750         DISPLAY "unable to open BUSDATE, file status: "
004760             WS-BUSD-STATUS " - run INBDT01 to build it"
004770         MOVE "Y" TO WS-ABORT-SW
004780     ELSE
004790         READ BUSD-FILE
004800             AT END
004810                 DISPLAY "BUSDATE is empty - run INBDT01"
004820                 MOVE "Y" TO WS-ABORT-SW
004830         END-READ
004840         IF NOT RUN-ABORTED
004850             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
004860             DIVIDE WS-BUS-DATE BY 100 GIVING WS-BUS-PERIOD
004870         END-IF
004880         CLOSE BUSD-FILE
004890     END-IF.
004900*
004910*****************************************************************
004920*    2000-PROCESS-FUNCTION - ACCEPT ONE MAINTENANCE FUNCTION     *
004930*                            AND APPLY IT                        *
004940*****************************************************************
004950 2000-PROCESS-FUNCTION.
004960     DISPLAY "enter function (C=close period, O=reopen period, "
004970         "L=list periods, E=end):"
004980     ACCEPT WS-FUNCTION-CODE
004990     IF NOT FUNC-IS-VALID
005000         DISPLAY "function must be C, O, L, or E"
005010     ELSE
005020         IF FUNC-END
005030             MOVE "Y" TO WS-DONE-SW
005040         ELSE
005050             IF FUNC-LIST
005060                 PERFORM 5000-LIST-PERIODS
005070             ELSE
005080                 PERFORM 2100-APPLY-FUNCTION
005090             END-IF
005100         END-IF
005110     END-IF.
005120*
005130*****************************************************************
005140*    2100-APPLY-FUNCTION - ACCEPT AND EDIT THE PERIOD AND ROUTE  *
005150*                          TO THE CHOSEN MAINTENANCE ACTION      *
005160*****************************************************************
005170 2100-APPLY-FUNCTION.
005180     PERFORM 2200-EDIT-PERIOD
005190     IF PERIOD-IS-VALID
005200         IF FUNC-CLOSE
005210             PERFORM 3000-CLOSE-PERIOD THRU 3000-CLOSE-PERIOD-EXIT
005220         ELSE
005230             PERFORM 4000-REOPEN-PERIOD THRU
005240                 4000-REOPEN-PERIOD-EXIT
005250         END-IF
005260     END-IF.
005270*
005280*****************************************************************
005290*    2200-EDIT-PERIOD - ACCEPT THE PERIOD AS CCYYMM AND REJECT   *
005300*                       ONE THAT IS NOT A CALENDAR MONTH         *
005310*****************************************************************
005320 2200-EDIT-PERIOD.
005330     MOVE "N" TO WS-PERIOD-VALID-SW
005340     DISPLAY "enter period (CCYYMM):"
005350     ACCEPT WS-MAINT-PERIOD
005360     IF WS-MAINT-PERIOD NOT NUMERIC
005370         DISPLAY "period must be six digits, CCYYMM"
005380     ELSE
005390         IF WS-MAINT-CCYY < 1900
005400             OR WS-MAINT-MM < 1
005410             OR WS-MAINT-MM > 12
005420             DISPLAY "period " WS-MAINT-PERIOD
005430                 " is not a valid CCYYMM month"
005440         ELSE
005450             MOVE "Y" TO WS-PERIOD-VALID-SW
005460         END-IF
005470     END-IF.
005480*
005490*****************************************************************
005500*    3000-CLOSE-PERIOD - CLOSE A PERIOD THE BUSINESS DATE HAS    *
005510*                        MOVED PAST, STAMPING THE CLOSE WITH THE *
005520*                        DATE, TIME AND SIGNED-ON OPERATOR - A   *
005530*                        MONTH NOT YET ON FILE IS ADDED CLOSED   *
005540*****************************************************************
005550 3000-CLOSE-PERIOD.
005560     IF WS-MAINT-PERIOD NOT < WS-BUS-PERIOD
005570         DISPLAY "period " WS-MAINT-PERIOD " is not over - the "
005580             "business date is " WS-BUS-DATE
005590         GO TO 3000-CLOSE-PERIOD-EXIT
005600     END-IF
005610     MOVE WS-MAINT-PERIOD TO PC-PERIOD
005620     READ PERD-FILE
005630         INVALID KEY
005640             CONTINUE
005650     END-READ
005660     IF WS-PERD-OK
005670         IF PC-CLOSED
005680             DISPLAY "period " WS-MAINT-PERIOD " is already "
005690                 "closed, on " PC-CLOSE-DATE " by " PC-CLOSED-BY
005700             GO TO 3000-CLOSE-PERIOD-EXIT
005710         END-IF
005720         MOVE PERIOD-RECORD TO MH-BEFORE
005730     ELSE
005740         MOVE SPACES TO MH-BEFORE
005750         MOVE WS-MAINT-PERIOD TO PC-PERIOD
005760     END-IF
005770     PERFORM 7500-GET-STAMP
005780     MOVE "C" TO PC-STATUS
005790     MOVE WS-STAMP-CCYYMMDD TO PC-CLOSE-DATE
005800     MOVE WS-STAMP-TIME TO PC-CLOSE-TIME
005810     MOVE OPERATOR-ID TO PC-CLOSED-BY
005820     IF WS-PERD-OK
005830         REWRITE PERIOD-RECORD
005840             INVALID KEY
005850                 DISPLAY "rewrite failed for that period"
005860         END-REWRITE
005870     ELSE
005880         WRITE PERIOD-RECORD
005890             INVALID KEY
005900                 DISPLAY "write failed for that period"
005910         END-WRITE
005920     END-IF
005930     IF WS-PERD-OK
005940         DISPLAY "period " WS-MAINT-PERIOD " closed."
005950         MOVE "CLOSE" TO MH-ACTION
005960         MOVE PERIOD-RECORD TO MH-AFTER
005970         PERFORM 6000-WRITE-HISTORY
005980     ELSE
005990         DISPLAY "PERIODS file status: " WS-PERD-STATUS
006000     END-IF.
006010 3000-CLOSE-PERIOD-EXIT.
006020     EXIT.
006030*
006040*****************************************************************
006050*    4000-REOPEN-PERIOD - REOPEN A CLOSED PERIOD SO A LATE       *
006060*                         ADJUSTMENT CAN BE MADE - THE LAST      *
006070*                         CLOSE STAMP IS KEPT ON THE RECORD      *
006080*****************************************************************
006090 4000-REOPEN-PERIOD.
006100     MOVE WS-MAINT-PERIOD TO PC-PERIOD
006110     READ PERD-FILE
006120         INVALID KEY
006130             DISPLAY "period " WS-MAINT-PERIOD " has never been "
006140                 "closed - it is already open"
006150     END-READ
006160     IF NOT WS-PERD-OK
006170         GO TO 4000-REOPEN-PERIOD-EXIT
006180     END-IF
006190     IF PC-OPEN
006200         DISPLAY "period " WS-MAINT-PERIOD " is already open"
006210         GO TO 4000-REOPEN-PERIOD-EXIT
006220     END-IF
006230     MOVE PERIOD-RECORD TO MH-BEFORE
006240     MOVE "O" TO PC-STATUS
006250     REWRITE PERIOD-RECORD
006260         INVALID KEY
006270             DISPLAY "rewrite failed for that period"
006280         NOT INVALID KEY
006290             DISPLAY "period " WS-MAINT-PERIOD " reopened."
006300             MOVE "REOPEN" TO MH-ACTION
006310             MOVE PERIOD-RECORD TO MH-AFTER
006320             PERFORM 6000-WRITE-HISTORY
006330     END-REWRITE.
006340 4000-REOPEN-PERIOD-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380*    5000-LIST-PERIODS - DISPLAY EVERY PERIOD ON FILE IN ORDER   *
006390*                        WITH ITS STATUS AND LAST CLOSE STAMP    *
006400*****************************************************************
006410 5000-LIST-PERIODS.
006420     MOVE ZERO TO WS-LIST-COUNT
006430     MOVE "N" TO WS-PERD-EOF-SW
006440     MOVE ZERO TO PC-PERIOD
006450     START PERD-FILE KEY IS NOT LESS THAN PC-PERIOD
006460         INVALID KEY
006470             MOVE "Y" TO WS-PERD-EOF-SW
006480     END-START
006490     IF NOT END-OF-PERIODS
006500         DISPLAY "  PERIOD  STATUS  LAST CLOSED"
006510         PERFORM 5100-LIST-ONE-PERIOD UNTIL END-OF-PERIODS
006520     END-IF
006530     IF WS-LIST-COUNT = ZERO
006540         DISPLAY "no periods on file - every period is open"
006550     END-IF.
006560*
006570*****************************************************************
006580*    5100-LIST-ONE-PERIOD - READ AND DISPLAY THE NEXT PERIOD     *
006590*****************************************************************
006600 5100-LIST-ONE-PERIOD.
006610     READ PERD-FILE NEXT RECORD
006620         AT END
006630             MOVE "Y" TO WS-PERD-EOF-SW
006640     END-READ
006650     IF NOT END-OF-PERIODS
006660         ADD 1 TO WS-LIST-COUNT
006670         MOVE PC-PERIOD TO WS-L-PERIOD
006680         IF PC-CLOSED
006690             MOVE "CLOSED" TO WS-L-STATUS
006700         ELSE
006710             MOVE "OPEN" TO WS-L-STATUS
006720         END-IF
006730         MOVE "CLOSED ON   " TO WS-L-LABEL
006740         MOVE PC-CLOSE-DATE TO WS-L-CLOSE-DATE
006750         MOVE PC-CLOSE-TIME TO WS-L-CLOSE-TIME
006760         MOVE PC-CLOSED-BY TO WS-L-CLOSED-BY
006770         DISPLAY WS-LIST-LINE
006780     END-IF.
006790*
006800*****************************************************************
006810*    6000-WRITE-HISTORY - STAMP AND WRITE ONE BEFORE/AFTER       *
006820*                         RECORD TO THE MAINTENANCE HISTORY -    *
006830*                         THE CALLER HAS SET THE ACTION AND THE  *
006840*                         TWO RECORD IMAGES                      *
006850*****************************************************************
006860 6000-WRITE-HISTORY.
006870     PERFORM 7500-GET-STAMP
006880     MOVE WS-STAMP-CCYYMMDD TO MH-STAMP-DATE
006890     MOVE WS-STAMP-TIME TO MH-STAMP-TIME
006900     MOVE "PERIODS" TO MH-TABLE
006910     MOVE "INPER01" TO MH-PROGRAM
006920     MOVE OPERATOR-ID TO MH-OPERATOR-ID
006930     MOVE WS-MAINT-PERIOD TO MH-KEY
006940     WRITE MNTH-RECORD
006950     IF NOT WS-MNTH-OK
006960         DISPLAY "unable to write MNTHIST, file status: "
006970             WS-MNTH-STATUS
006980     END-IF.
006990*
007000*****************************************************************
007010*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
007020*                     DATE AND TIME FOR A CLOSE OR HISTORY STAMP *
007030*****************************************************************
007040 7500-GET-STAMP.
007050     ACCEPT WS-STAMP-DATE FROM DATE
007060     ACCEPT WS-STAMP-TIME FROM TIME
007070     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
007080     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
007090     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
007100     IF WS-STAMP-YY < 50
007110         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
007120     ELSE
007130         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
007140     END-IF
007150     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
007160         + WS-STAMP-MM * 100 + WS-STAMP-DD.
007170*
007180*****************************************************************
007190*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
007200*****************************************************************
007210 9000-TERMINATE.
007220     CLOSE OPER-FILE
007230     IF SECL-FILE-OPEN
007240         CLOSE SECL-FILE
007250     END-IF
007260     IF MNTH-FILE-OPEN
007270         CLOSE MNTH-FILE
007280     END-IF
007290     CLOSE PERD-FILE
007300     IF RUN-ABORTED
007310         MOVE 8 TO RETURN-CODE
007320     ELSE
007330         MOVE ZERO TO RETURN-CODE
007340     END-IF.
