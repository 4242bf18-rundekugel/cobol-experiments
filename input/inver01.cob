000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INVER01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : DOUBLE-KEY VERIFICATION.  A SECOND OPERATOR   *
000060*                 BLIND RE-KEYS THE CODE, TYPE AND AMOUNT OF    *
000070*                 THE CURRENT BUSINESS DATE'S UNVERIFIED        *
000080*                 ENTRIES - ONLY THE KEY AND THE KEYING OPERATOR*
000090*                 ARE SHOWN.  ENTRIES THE SIGNED-ON OPERATOR    *
000100*                 KEYED THEMSELVES ARE NEVER OFFERED, NOR ARE   *
000110*                 ENTRIES THE VERIFICATION RULES (INVRM01) DO   *
000120*                 NOT CALL FOR, NOR ENTRIES ALREADY VERIFIED.  A*
000130*                 MATCH IS WRITTEN TO THE VERIFY FILE AS        *
000140*                 VERIFIED; A MISMATCH IS WRITTEN AS AN OPEN    *
000150*                 DISCREPANCY FOR A SUPERVISOR TO RESOLVE       *
000160*                 THROUGH THE INFIX01 DISCREPANCY QUEUE.  THE   *
000170*                 TRANSACTION LOG ITSELF IS NEVER CHANGED HERE. *
000180*                 CALLED FROM THE HELLO2 MENU.                  *
000190*                                                               *
000200*    MODIFICATION HISTORY                                       *
000210*    ------------------------------------------------------     *
000220*    2026-10-15  DK  ORIGINAL.                                  *
000223*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000226*                    AND CODE ALTERNATE KEYS.                   *
000230*                                                               *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. INVER01.
000270 AUTHOR. D. KUGEL.
000280 INSTALLATION. DATA ENTRY SYSTEMS.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS TR-KEY
000383         ALTERNATE RECORD KEY IS TR-OPER-KEY
000386         ALTERNATE RECORD KEY IS TR-CODE-KEY
000390         FILE STATUS IS WS-TRAN-STATUS.
000400*
000410     SELECT VERF-FILE ASSIGN TO "VERIFY"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS VF-TR-KEY
000450         FILE STATUS IS WS-VERF-STATUS.
000460*
000470     SELECT VRUL-FILE ASSIGN TO "VERRULE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS VR-CODE
000510         FILE STATUS IS WS-VRUL-STATUS.
000520*
000530     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-BUSD-STATUS.
000560*
000570     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS OM-OPERATOR-ID
000610         FILE STATUS IS WS-OPER-STATUS.
000620*
000630     SELECT SECL-FILE ASSIGN TO "SECLOG"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-SECL-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*****************************************************************
000700*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000710*****************************************************************
000720 FD  TRAN-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TRANREC.
000760*
000770*****************************************************************
000780*    VERF-FILE - DOUBLE-KEY VERIFICATIONS AND DISCREPANCIES      *
000790*****************************************************************
000800 FD  VERF-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830     COPY VERFREC.
000840*
000850*****************************************************************
000860*    VRUL-FILE - DOUBLE-KEY VERIFICATION RULES                   *
000870*****************************************************************
000880 FD  VRUL-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY VRULREC.
000920*
000930*****************************************************************
000940*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE                *
000950*****************************************************************
000960 FD  BUSD-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY BUSDATE.
001000*
001010*****************************************************************
001020*    OPER-FILE - OPERATOR SECURITY MASTER                       *
001030*****************************************************************
001040 FD  OPER-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY OPERMST.
001080*
001090*****************************************************************
001100*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
001110*****************************************************************
001120 FD  SECL-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY SECLREC.
001160*
001170 WORKING-STORAGE SECTION.
001180 01  WS-TRAN-STATUS               PIC X(02).
001190     88  WS-TRAN-OK                           VALUE "00".
001200*
001210 01  WS-VERF-STATUS               PIC X(02).
001220     88  WS-VERF-OK                           VALUE "00".
001230     88  WS-VERF-FOUND                        VALUE "00".
001240     88  WS-VERF-NOT-FOUND                    VALUE "35".
001250*
001260 01  WS-VRUL-STATUS               PIC X(02).
001270     88  WS-VRUL-OK                           VALUE "00".
001280     88  WS-VRUL-FOUND                        VALUE "00".
001290     88  WS-VRUL-NOT-FOUND                    VALUE "35".
001300*
001310 01  WS-BUSD-STATUS               PIC X(02).
001320     88  WS-BUSD-OK                           VALUE "00".
001330*
001340 01  WS-OPER-STATUS               PIC X(02).
001350     88  WS-OPER-OK                           VALUE "00".
001360     88  WS-OPER-FOUND                        VALUE "00".
001370*
001380 01  WS-SECL-STATUS               PIC X(02).
001390     88  WS-SECL-OK                           VALUE "00".
001400     88  WS-SECL-NOT-FOUND                    VALUE "35".
001410*
001420     COPY OPERID.
001430     COPY PWDRULE.
001440*
001450 01  WS-SWITCHES.
001460     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001470         88  OPID-IS-VALID                   VALUE "Y".
001480     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001490         88  RUN-ABORTED                     VALUE "Y".
001500     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
001510         88  SECL-FILE-OPEN                  VALUE "Y".
001520     05  WS-TRAN-OPEN-SW         PIC X(01)   VALUE "N".
001530         88  TRAN-FILE-OPEN                  VALUE "Y".
001540     05  WS-VERF-OPEN-SW         PIC X(01)   VALUE "N".
001550         88  VERF-FILE-OPEN                  VALUE "Y".
001560     05  WS-VRUL-OPEN-SW         PIC X(01)   VALUE "N".
001570         88  VRUL-FILE-OPEN                  VALUE "Y".
001580     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
001590         88  END-OF-DAY-ENTRIES              VALUE "Y".
001600     05  WS-STOP-SW              PIC X(01)   VALUE "N".
001610         88  SESSION-STOPPED                 VALUE "Y".
001620     05  WS-NEEDS-VERIFY-SW      PIC X(01)   VALUE "N".
001630         88  ENTRY-NEEDS-VERIFY              VALUE "Y".
001640     05  WS-AMT-VALID-SW         PIC X(01)   VALUE "N".
001650         88  AMT-IS-VALID                    VALUE "Y".
001660     05  WS-AMT-NEG-SW           PIC X(01)   VALUE "N".
001670         88  AMT-IS-NEGATIVE                 VALUE "Y".
001680     05  WS-AMT-DIGIT-SW         PIC X(01)   VALUE "N".
001690         88  AMT-DIGIT-SEEN                  VALUE "Y".
001700     05  WS-AMT-END-SW           PIC X(01)   VALUE "N".
001710         88  AMT-ENDED                       VALUE "Y".
001720*
001730 01  WS-ENTRY-CHOICE              PIC X(01).
001740     88  CHOICE-VERIFY                        VALUE "V" "v".
001750     88  CHOICE-SKIP                          VALUE "S" "s".
001760     88  CHOICE-END                           VALUE "E" "e".
001770     88  CHOICE-VALID                         VALUE "V" "v"
001780                                              "S" "s" "E" "e".
001790*
001800 01  WS-BUS-DATE                  PIC 9(08).
001810 01  WS-KEYED-VAR1                PIC X(22).
001820 01  WS-KEYED-TYPE                PIC X(02).
001830     88  KEYED-TYPE-VALID                     VALUE "CR" "DB"
001840                                              "AD".
001850 01  WS-KEYED-AMOUNT              PIC S9(07)V99 COMP-3.
001860 01  WS-ABS-AMOUNT                PIC 9(07)V99.
001870*
001880 01  WS-AMOUNT-IN                 PIC X(10).
001890 01  WS-AMOUNT-NUM                PIC 9(09)   COMP.
001900 01  WS-AMT-DIGIT                 PIC 9(01).
001910 77  WS-AMT-SUB                   PIC 9(02)   COMP.
001920 77  WS-AMT-DIGIT-COUNT           PIC 9(02)   COMP.
001930*
001940 77  WS-OFFERED-COUNT             PIC 9(05)   COMP VALUE ZERO.
001950 77  WS-MATCH-COUNT               PIC 9(05)   COMP VALUE ZERO.
001960 77  WS-MISMATCH-COUNT            PIC 9(05)   COMP VALUE ZERO.
001970 77  WS-SKIP-COUNT                PIC 9(05)   COMP VALUE ZERO.
001980 77  WS-OWN-COUNT                 PIC 9(05)   COMP VALUE ZERO.
001990 01  WS-COUNT-ED                  PIC Z(04)9.
002000*
002010 01  WS-STAMP-DATE                PIC X(06).
002020 01  WS-STAMP-TIME                PIC X(06).
002030 01  WS-STAMP-FIELDS.
002040     05  WS-STAMP-YY             PIC 9(02).
002050     05  WS-STAMP-MM             PIC 9(02).
002060     05  WS-STAMP-DD             PIC 9(02).
002070     05  WS-STAMP-CCYY           PIC 9(04).
002080 01  WS-STAMP-CCYYMMDD            PIC 9(08).
002090*
002100 PROCEDURE DIVISION.
002110*****************************************************************
002120*    0000-MAINLINE                                               *
002130*****************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002160     IF NOT RUN-ABORTED
002170         PERFORM 2000-VERIFY-SESSION
002180     END-IF
002190     PERFORM 9000-TERMINATE
002200     GOBACK.
002210*
002220*****************************************************************
002230*    1000-INITIALIZE - RESET THE SWITCHES AND COUNTS LEFT BY ANY *
002240*                      EARLIER CALL FROM THE MENU, VALIDATE THE  *
002250*                      SIGN-ON, PICK UP THE BUSINESS DATE, AND   *
002260*                      OPEN THE LOG, THE RULES AND THE VERIFY    *
002270*                      FILE.  NO RULE FILE MEANS NO RULES HAVE   *
002280*                      BEEN SET, SO EVERY ENTRY IS VERIFIED      *
002290*****************************************************************
002300 1000-INITIALIZE.
002310     MOVE "N" TO WS-OPID-VALID-SW
002320     MOVE "N" TO WS-ABORT-SW
002330     MOVE "N" TO WS-SECL-OPEN-SW
002340     MOVE "N" TO WS-TRAN-OPEN-SW
002350     MOVE "N" TO WS-VERF-OPEN-SW
002360     MOVE "N" TO WS-VRUL-OPEN-SW
002370     MOVE "N" TO WS-LOG-EOF-SW
002380     MOVE "N" TO WS-STOP-SW
002390     MOVE ZERO TO WS-OFFERED-COUNT
002400     MOVE ZERO TO WS-MATCH-COUNT
002410     MOVE ZERO TO WS-MISMATCH-COUNT
002420     MOVE ZERO TO WS-SKIP-COUNT
002430     MOVE ZERO TO WS-OWN-COUNT
002440     OPEN I-O OPER-FILE
002450     IF NOT WS-OPER-OK
002460         DISPLAY "unable to open OPERMAST, file status: "
002470             WS-OPER-STATUS " - run INOPR01 to build it"
002480         MOVE "Y" TO WS-ABORT-SW
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF
002510     OPEN EXTEND SECL-FILE
002520     IF WS-SECL-NOT-FOUND
002530         OPEN OUTPUT SECL-FILE
002540     END-IF
002550     IF WS-SECL-OK
002560         MOVE "Y" TO WS-SECL-OPEN-SW
002570     ELSE
002580         DISPLAY "unable to open SECLOG - attempts not logged"
002590     END-IF
002600     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002610         OR RUN-ABORTED
002620     CLOSE OPER-FILE
002630     IF RUN-ABORTED
002640         GO TO 1000-INITIALIZE-EXIT
002650     END-IF
002660     PERFORM 1400-READ-BUSINESS-DATE
002670     IF RUN-ABORTED
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF
002700     OPEN INPUT TRAN-FILE
002710     IF NOT WS-TRAN-OK
002720         DISPLAY "unable to open TRANLOG, file status: "
002730             WS-TRAN-STATUS
002740         MOVE "Y" TO WS-ABORT-SW
002750         GO TO 1000-INITIALIZE-EXIT
002760     END-IF
002770     MOVE "Y" TO WS-TRAN-OPEN-SW
002780     OPEN INPUT VRUL-FILE
002790     IF WS-VRUL-OK
002800         MOVE "Y" TO WS-VRUL-OPEN-SW
002810     ELSE
002820         IF NOT WS-VRUL-NOT-FOUND
002830             DISPLAY "unable to open VERRULE, file status: "
002840                 WS-VRUL-STATUS
002850             MOVE "Y" TO WS-ABORT-SW
002860             GO TO 1000-INITIALIZE-EXIT
002870         END-IF
002880     END-IF
002890     OPEN I-O VERF-FILE
002900     IF WS-VERF-NOT-FOUND
002910         OPEN OUTPUT VERF-FILE
002920         IF WS-VERF-OK
002930             CLOSE VERF-FILE
002940             OPEN I-O VERF-FILE
002950         END-IF
002960     END-IF
002970     IF WS-VERF-OK
002980         MOVE "Y" TO WS-VERF-OPEN-SW
002990     ELSE
003000         DISPLAY "unable to open VERIFY, file status: "
003010             WS-VERF-STATUS
003020         MOVE "Y" TO WS-ABORT-SW
003030     END-IF.
003040 1000-INITIALIZE-EXIT.
003050     EXIT.
003060*
003070*****************************************************************
003080*    1200-EDIT-OPERATOR-ID - ACCEPT THE VERIFYING OPERATOR'S     *
003090*                            ID, REJECT AN ALL-SPACES ENTRY,     *
003100*                            AND VALIDATE THE SIGN-ON AGAINST    *
003110*                            THE SECURITY MASTER - A FAILED      *
003120*                            SIGN-ON IS LOGGED AND ENDS THE RUN  *
003130*****************************************************************
003140 1200-EDIT-OPERATOR-ID.
003150     DISPLAY "enter operator id:"
003160     ACCEPT OPERATOR-ID
003170     IF OPERATOR-ID = SPACES
003180         MOVE "N" TO WS-OPID-VALID-SW
003190     ELSE
003200         PERFORM 1250-CHECK-OPERATOR
003210     END-IF.
003220*
003230*****************************************************************
003240*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE SECURITY  *
003250*                          MASTER AND REJECT AN ID NOT ON FILE  *
003260*                          OR REVOKED - ENTRY-LEVEL AUTHORITY   *
003270*                          IS ENOUGH TO VERIFY ANOTHER'S WORK   *
003280*****************************************************************
003290 1250-CHECK-OPERATOR.
003300     MOVE OPERATOR-ID TO OM-OPERATOR-ID
003310     READ OPER-FILE
003320         INVALID KEY
003330             DISPLAY "operator id not on security master"
003340             MOVE "NOT ON SECURITY FILE" TO SL-REASON
003350             PERFORM 1300-LOG-SIGNON-FAILURE
003360             MOVE "Y" TO WS-ABORT-SW
003370     END-READ
003380     IF WS-OPER-FOUND
003390         IF OM-REVOKED
003400             DISPLAY "operator id is revoked"
003410             MOVE "OPERATOR REVOKED" TO SL-REASON
003420             PERFORM 1300-LOG-SIGNON-FAILURE
003430             MOVE "Y" TO WS-ABORT-SW
003440         ELSE
003450             PERFORM 1260-CHECK-PASSWORD THRU
003460                 1260-CHECK-PASSWORD-EXIT
003470         END-IF
003480     END-IF.
003490*
003500*****************************************************************
003510*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003520*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003530*                          CHECK THE PASSWORD - A BAD ONE IS     *
003540*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003550*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003560*                          COUNT AND FORCES A CHANGE WHEN THE    *
003570*                          PASSWORD HAS EXPIRED                  *
003580*****************************************************************
003590 1260-CHECK-PASSWORD.
003600     MOVE "N" TO WS-OPID-VALID-SW
003610     IF OM-LOCKED
003620         DISPLAY "operator id is locked out - a supervisor "
003630             "must reset it through INOPR01"
003640         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003650         PERFORM 1300-LOG-SIGNON-FAILURE
003660         MOVE "Y" TO WS-ABORT-SW
003670         GO TO 1260-CHECK-PASSWORD-EXIT
003680     END-IF
003690     IF OM-PASSWORD = SPACES
003700         DISPLAY "no password is set for this operator id - "
003710             "a supervisor must set it through INOPR01"
003720         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003730         PERFORM 1300-LOG-SIGNON-FAILURE
003740         MOVE "Y" TO WS-ABORT-SW
003750         GO TO 1260-CHECK-PASSWORD-EXIT
003760     END-IF
003770     DISPLAY "enter password:"
003780     ACCEPT WS-PWD-ENTERED
003790     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003800         PERFORM 1270-COUNT-BAD-PASSWORD
003810         MOVE "Y" TO WS-ABORT-SW
003820         GO TO 1260-CHECK-PASSWORD-EXIT
003830     END-IF
003840     PERFORM 7500-GET-STAMP
003850     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003860     MOVE "N" TO WS-PWD-UPDATE-SW
003870     IF OM-FAIL-COUNT > ZERO
003880         MOVE ZERO TO OM-FAIL-COUNT
003890         MOVE "Y" TO WS-PWD-UPDATE-SW
003900     END-IF
003910     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003920         DISPLAY "your password has expired - choose a new one"
003930         MOVE "N" TO WS-PWD-NEW-SW
003940         PERFORM 1280-ACCEPT-NEW-PASSWORD
003950             UNTIL NEW-PASSWORD-IS-OK
003960         MOVE WS-PWD-NEW TO OM-PASSWORD
003970         PERFORM 1285-SET-PASSWORD-EXPIRY
003980         MOVE "Y" TO WS-PWD-UPDATE-SW
003990     END-IF
004000     IF OPERATOR-NEEDS-UPDATE
004010         PERFORM 1290-REWRITE-OPERATOR
004020     END-IF
004030     MOVE "Y" TO WS-OPID-VALID-SW.
004040 1260-CHECK-PASSWORD-EXIT.
004050     EXIT.
004060*
004070*****************************************************************
004080*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
004090*                              MASTER, LOCK THE OPERATOR OUT     *
004100*                              WHEN THE COUNT REACHES THE LIMIT, *
004110*                              AND LOG THE FAILED ATTEMPT        *
004120*****************************************************************
004130 1270-COUNT-BAD-PASSWORD.
004140     ADD 1 TO OM-FAIL-COUNT
004150     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
004160         DISPLAY "password is incorrect"
004170         MOVE "INVALID PASSWORD" TO SL-REASON
004180     ELSE
004190         MOVE "Y" TO OM-LOCK-FLAG
004200         DISPLAY "password is incorrect - operator id is now "
004210             "locked out"
004220         MOVE "PASSWORD LOCKOUT" TO SL-REASON
004230     END-IF
004240     PERFORM 1290-REWRITE-OPERATOR
004250     PERFORM 1300-LOG-SIGNON-FAILURE.
004260*
004270*****************************************************************
004280*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
004290*                               REJECT A BLANK ONE, THE OLD ONE, *
004300*                               OR TWO ENTRIES THAT DISAGREE     *
004310*****************************************************************
004320 1280-ACCEPT-NEW-PASSWORD.
004330     DISPLAY "enter new password:"
004340     ACCEPT WS-PWD-NEW
004350     DISPLAY "re-enter new password:"
004360     ACCEPT WS-PWD-CONFIRM
004370     IF WS-PWD-NEW = SPACES
004380         DISPLAY "password may not be blank"
004390     ELSE
004400         IF WS-PWD-NEW = OM-PASSWORD
004410             DISPLAY "new password must differ from the old one"
004420         ELSE
004430             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
004440                 DISPLAY "the two entries do not match"
004450             ELSE
004460                 MOVE "Y" TO WS-PWD-NEW-SW
004470             END-IF
004480         END-IF
004490     END-IF.
004500*
004510*****************************************************************
004520*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
004530*                               THE SET NUMBER OF MONTHS FROM    *
004540*                               TODAY, HELD TO THE 28TH SO THE   *
004550*                               DATE IS VALID IN EVERY MONTH     *
004560*****************************************************************
004570 1285-SET-PASSWORD-EXPIRY.
004580     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
004590     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
004600     IF WS-PWD-EXP-MM > 12
004610         SUBTRACT 12 FROM WS-PWD-EXP-MM
004620         ADD 1 TO WS-PWD-EXP-CCYY
004630     END-IF
004640     IF WS-PWD-EXP-DD > 28
004650         MOVE 28 TO WS-PWD-EXP-DD
004660     END-IF
004670     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
004680*
004690*****************************************************************
004700*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
004710*                            BACK ON THE SECURITY MASTER         *
004720*****************************************************************
004730 1290-REWRITE-OPERATOR.
004740     REWRITE OPER-RECORD
004750         INVALID KEY
004760             DISPLAY "unable to update OPERMAST, file status: "
004770                 WS-OPER-STATUS
004780     END-REWRITE.
004790*
004800*****************************************************************
004810*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
004820*                              SIGN-ON ATTEMPT TO THE SECURITY  *
004830*                              LOG                              *
004840*****************************************************************
004850 1300-LOG-SIGNON-FAILURE.
004860     IF SECL-FILE-OPEN
004870         PERFORM 7500-GET-STAMP
004880         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
004890         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
004900         MOVE "INVER01" TO SL-PROGRAM
004910         MOVE OPERATOR-ID TO SL-OPERATOR-ID
004920         WRITE SECL-RECORD
004930         IF NOT WS-SECL-OK
004940             DISPLAY "unable to write SECLOG, file status: "
004950                 WS-SECL-STATUS
004960         END-IF
004970     END-IF.
004980*
004990*****************************************************************
005000*    1400-READ-BUSINESS-DATE - PICK UP THE CURRENT BUSINESS      *
005010*                              DATE WHOSE ENTRIES ARE TO BE      *
005020*                              VERIFIED                          *
005030*****************************************************************
005040 1400-READ-BUSINESS-DATE.
005050     OPEN INPUT BUSD-FILE
005060     IF NOT WS-BUSD-OK
005070         DISPLAY "unable to open BUSDATE, file status: "
005080             WS-BUSD-STATUS " - run INBDT01 to build it"
005090         MOVE "Y" TO WS-ABORT-SW
005100     ELSE
005110         READ BUSD-FILE
005120             AT END
005130                 DISPLAY "BUSDATE is empty - run INBDT01"
005140                 MOVE "Y" TO WS-ABORT-SW
005150         END-READ
005160         IF NOT RUN-ABORTED
005170             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
005180         END-IF
005190         CLOSE BUSD-FILE
005200     END-IF.
005210*
005220*****************************************************************
005230*    2000-VERIFY-SESSION - POSITION THE LOG AT THE BUSINESS      *
005240*                          DATE AND WALK THAT DAY'S ENTRIES,     *
005250*                          OFFERING EACH ONE THAT STILL NEEDS A  *
005260*                          SECOND KEYING, UNTIL THE DAY RUNS OUT *
005270*                          OR THE OPERATOR ENDS THE SESSION      *
005280*****************************************************************
005290 2000-VERIFY-SESSION.
005300     DISPLAY "verifying entries for business date " WS-BUS-DATE
005310     MOVE WS-BUS-DATE TO TR-KEY-DATE1
005320     MOVE ZERO TO TR-KEY-TIM1
005330     MOVE ZERO TO TR-KEY-SEQ
005340     START TRAN-FILE KEY NOT < TR-KEY
005350         INVALID KEY
005360             MOVE "Y" TO WS-LOG-EOF-SW
005370     END-START
005380     IF NOT END-OF-DAY-ENTRIES
005390         PERFORM 2100-READ-TRAN-NEXT
005400     END-IF
005410     PERFORM 3000-PROCESS-ENTRY
005420         UNTIL END-OF-DAY-ENTRIES OR SESSION-STOPPED
005430     IF END-OF-DAY-ENTRIES
005440         DISPLAY "no more entries to verify for this date."
005450     END-IF
005460     PERFORM 7000-DISPLAY-TOTALS.
005470*
005480*****************************************************************
005490*    2100-READ-TRAN-NEXT - READ THE NEXT LOG RECORD, ENDING THE  *
005500*                          WALK AT THE END OF THE BUSINESS DATE  *
005510*****************************************************************
005520 2100-READ-TRAN-NEXT.
005530     READ TRAN-FILE NEXT RECORD
005540         AT END
005550             MOVE "Y" TO WS-LOG-EOF-SW
005560     END-READ
005570     IF NOT END-OF-DAY-ENTRIES
005580         AND TR-KEY-DATE1 NOT = WS-BUS-DATE
005590         MOVE "Y" TO WS-LOG-EOF-SW
005600     END-IF.
005610*
005620*****************************************************************
005630*    3000-PROCESS-ENTRY - PASS OVER AN ENTRY THE OPERATOR KEYED  *
005640*                         THEMSELVES, ONE THE RULES DO NOT CALL  *
005650*                         FOR, OR ONE ALREADY ON THE VERIFY      *
005660*                         FILE; OFFER ANY OTHER FOR RE-KEYING    *
005670*****************************************************************
005680 3000-PROCESS-ENTRY.
005690     IF TR-OPERATOR-ID = OPERATOR-ID
005700         ADD 1 TO WS-OWN-COUNT
005710     ELSE
005720         PERFORM 3100-CHECK-RULE
005730         IF ENTRY-NEEDS-VERIFY
005740             MOVE TR-KEY TO VF-TR-KEY
005750             READ VERF-FILE
005760                 INVALID KEY
005770                     CONTINUE
005780             END-READ
005790             IF NOT WS-VERF-FOUND
005800                 PERFORM 4000-OFFER-ENTRY THRU
005810                     4000-OFFER-ENTRY-EXIT
005820             END-IF
005830         END-IF
005840     END-IF
005850     IF NOT SESSION-STOPPED
005860         PERFORM 2100-READ-TRAN-NEXT
005870     END-IF.
005880*
005890*****************************************************************
005900*    3100-CHECK-RULE - DECIDE WHETHER THE ENTRY NEEDS A SECOND   *
005910*                      KEYING.  THE CODE'S OWN RULE APPLIES,     *
005920*                      ELSE THE *DEFAULT RULE, ELSE EVERY ENTRY  *
005930*                      IS VERIFIED.  AN EXEMPT RULE NEVER        *
005940*                      VERIFIES; A VERIFY RULE WITH A THRESHOLD  *
005950*                      ONLY CATCHES AMOUNTS, IGNORING SIGN, OVER *
005960*                      IT                                        *
005970*****************************************************************
005980 3100-CHECK-RULE.
005990     MOVE "Y" TO WS-NEEDS-VERIFY-SW
006000     IF VRUL-FILE-OPEN
006010         MOVE TR-VAR1 TO VR-CODE
006020         READ VRUL-FILE
006030             INVALID KEY
006040                 CONTINUE
006050         END-READ
006060         IF NOT WS-VRUL-FOUND
006070             MOVE "*DEFAULT" TO VR-CODE
006080             READ VRUL-FILE
006090                 INVALID KEY
006100                     CONTINUE
006110             END-READ
006120         END-IF
006130         IF WS-VRUL-FOUND
006140             IF VR-EXEMPT
006150                 MOVE "N" TO WS-NEEDS-VERIFY-SW
006160             ELSE
006170                 IF TR-AMOUNT < ZERO
006180                     COMPUTE WS-ABS-AMOUNT = ZERO - TR-AMOUNT
006190                 ELSE
006200                     MOVE TR-AMOUNT TO WS-ABS-AMOUNT
006210                 END-IF
006220                 IF VR-THRESHOLD > ZERO
006230                     AND WS-ABS-AMOUNT NOT > VR-THRESHOLD
006240                     MOVE "N" TO WS-NEEDS-VERIFY-SW
006250                 END-IF
006260             END-IF
006270         END-IF
006280     END-IF.
006290*
006300*****************************************************************
006310*    4000-OFFER-ENTRY - SHOW ONLY THE KEY AND THE KEYING         *
006320*                       OPERATOR, LET THE VERIFIER RE-KEY, SKIP  *
006330*                       OR END, AND RECORD THE RESULT            *
006340*****************************************************************
006350 4000-OFFER-ENTRY.
006360     ADD 1 TO WS-OFFERED-COUNT
006370     DISPLAY " "
006380     DISPLAY "entry:    " TR-KEY-DATE1 "-" TR-KEY-TIM1
006390         "-" TR-KEY-SEQ "  keyed by " TR-OPERATOR-ID
006400     MOVE SPACE TO WS-ENTRY-CHOICE
006410     PERFORM 4050-ACCEPT-CHOICE UNTIL CHOICE-VALID
006420     IF CHOICE-END
006430         MOVE "Y" TO WS-STOP-SW
006440         GO TO 4000-OFFER-ENTRY-EXIT
006450     END-IF
006460     IF CHOICE-SKIP
006470         ADD 1 TO WS-SKIP-COUNT
006480         GO TO 4000-OFFER-ENTRY-EXIT
006490     END-IF
006500     DISPLAY "re-key VAR1 code:"
006510     ACCEPT WS-KEYED-VAR1
006520     MOVE SPACES TO WS-KEYED-TYPE
006530     PERFORM 4100-ACCEPT-TYPE UNTIL KEYED-TYPE-VALID
006540     MOVE "N" TO WS-AMT-VALID-SW
006550     PERFORM 4200-ACCEPT-AMOUNT UNTIL AMT-IS-VALID
006560     PERFORM 5000-COMPARE-AND-RECORD.
006570 4000-OFFER-ENTRY-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*    4050-ACCEPT-CHOICE - ASK WHETHER TO VERIFY THIS ENTRY, SKIP *
006620*                         IT FOR NOW, OR END THE SESSION         *
006630*****************************************************************
006640 4050-ACCEPT-CHOICE.
006650     DISPLAY "V=verify this entry, S=skip it, E=end session:"
006660     ACCEPT WS-ENTRY-CHOICE
006670     IF NOT CHOICE-VALID
006680         DISPLAY "choice must be V, S, or E"
006690     END-IF.
006700*
006710*****************************************************************
006720*    4100-ACCEPT-TYPE - THE RE-KEYED TYPE MUST BE CR, DB OR AD   *
006730*****************************************************************
006740 4100-ACCEPT-TYPE.
006750     DISPLAY "re-key type code (CR, DB or AD):"
006760     ACCEPT WS-KEYED-TYPE
006770     IF NOT KEYED-TYPE-VALID
006780         DISPLAY "type must be CR, DB or AD"
006790     END-IF.
006800*
006810*****************************************************************
006820*    4200-ACCEPT-AMOUNT - ACCEPT THE RE-KEYED SIGNED AMOUNT IN   *
006830*                         CENTS AS INPUT01 DOES                  *
006840*****************************************************************
006850 4200-ACCEPT-AMOUNT.
006860     DISPLAY "re-key amount in cents (leading - allowed):"
006870     ACCEPT WS-AMOUNT-IN
006880     PERFORM 4250-EDIT-AMOUNT
006890     IF NOT AMT-IS-VALID
006900         DISPLAY "amount must be up to nine digits, "
006910             "with an optional leading -"
006920     END-IF.
006930*
006940*****************************************************************
006950*    4250-EDIT-AMOUNT - EDIT THE KEYED AMOUNT NUMERIC AND        *
006960*                       CONVERT IT, TWO DECIMALS ASSUMED         *
006970*****************************************************************
006980 4250-EDIT-AMOUNT.
006990     MOVE "Y" TO WS-AMT-VALID-SW
007000     MOVE "N" TO WS-AMT-NEG-SW
007010     MOVE "N" TO WS-AMT-DIGIT-SW
007020     MOVE "N" TO WS-AMT-END-SW
007030     MOVE ZERO TO WS-AMOUNT-NUM
007040     MOVE ZERO TO WS-AMT-DIGIT-COUNT
007050     IF WS-AMOUNT-IN = SPACES
007060         MOVE "N" TO WS-AMT-VALID-SW
007070     ELSE
007080         MOVE 1 TO WS-AMT-SUB
007090         IF WS-AMOUNT-IN(1:1) = "-"
007100             MOVE "Y" TO WS-AMT-NEG-SW
007110             MOVE 2 TO WS-AMT-SUB
007120         END-IF
007130         PERFORM 4260-SCAN-AMOUNT-CHAR
007140             UNTIL WS-AMT-SUB > 10
007150             OR NOT AMT-IS-VALID
007160         IF NOT AMT-DIGIT-SEEN
007170             MOVE "N" TO WS-AMT-VALID-SW
007180         END-IF
007190     END-IF
007200     IF AMT-IS-VALID
007210         IF AMT-IS-NEGATIVE
007220             COMPUTE WS-KEYED-AMOUNT = ZERO - WS-AMOUNT-NUM / 100
007230         ELSE
007240             COMPUTE WS-KEYED-AMOUNT = WS-AMOUNT-NUM / 100
007250         END-IF
007260     END-IF.
007270*
007280*****************************************************************
007290*    4260-SCAN-AMOUNT-CHAR - EDIT AND ACCUMULATE ONE CHARACTER   *
007300*                            OF THE KEYED AMOUNT                 *
007310*****************************************************************
007320 4260-SCAN-AMOUNT-CHAR.
007330     IF WS-AMOUNT-IN(WS-AMT-SUB:1) = SPACE
007340         MOVE "Y" TO WS-AMT-END-SW
007350     ELSE
007360         IF AMT-ENDED
007370             MOVE "N" TO WS-AMT-VALID-SW
007380         ELSE
007390             IF WS-AMOUNT-IN(WS-AMT-SUB:1) IS NUMERIC
007400                 ADD 1 TO WS-AMT-DIGIT-COUNT
007410                 IF WS-AMT-DIGIT-COUNT > 9
007420                     MOVE "N" TO WS-AMT-VALID-SW
007430                 ELSE
007440                     MOVE WS-AMOUNT-IN(WS-AMT-SUB:1) TO
007450                         WS-AMT-DIGIT
007460                     COMPUTE WS-AMOUNT-NUM =
007470                         WS-AMOUNT-NUM * 10 + WS-AMT-DIGIT
007480                     MOVE "Y" TO WS-AMT-DIGIT-SW
007490                 END-IF
007500             ELSE
007510                 MOVE "N" TO WS-AMT-VALID-SW
007520             END-IF
007530         END-IF
007540     END-IF
007550     ADD 1 TO WS-AMT-SUB.
007560*
007570*****************************************************************
007580*    5000-COMPARE-AND-RECORD - COMPARE THE RE-KEYED FIELDS       *
007590*                              WITH THE LOG AND WRITE THE        *
007600*                              VERIFY RECORD - VERIFIED ON A     *
007610*                              MATCH, AN OPEN DISCREPANCY ON     *
007620*                              ANY DIFFERENCE.  THE VERIFIER     *
007630*                              IS NOT TOLD WHICH FIELD           *
007640*                              DIFFERED, SO THE CHECK STAYS      *
007650*                              BLIND                             *
007660*****************************************************************
007670 5000-COMPARE-AND-RECORD.
007680     MOVE SPACES TO VERF-RECORD
007690     MOVE TR-KEY TO VF-TR-KEY
007700     MOVE WS-BUS-DATE TO VF-BUSINESS-DATE
007710     MOVE TR-OPERATOR-ID TO VF-KEY-OPERATOR
007720     MOVE OPERATOR-ID TO VF-VERIFIER
007730     PERFORM 7500-GET-STAMP
007740     MOVE WS-STAMP-CCYYMMDD TO VF-VERIFY-DATE
007750     MOVE WS-STAMP-TIME TO VF-VERIFY-TIME
007760     MOVE TR-VAR1 TO VF-ORIG-VAR1
007770     MOVE TR-TYPE-CODE TO VF-ORIG-TYPE
007780     MOVE TR-AMOUNT TO VF-ORIG-AMOUNT
007790     MOVE WS-KEYED-VAR1 TO VF-KEYED-VAR1
007800     MOVE WS-KEYED-TYPE TO VF-KEYED-TYPE
007810     MOVE WS-KEYED-AMOUNT TO VF-KEYED-AMOUNT
007820     MOVE "N" TO VF-VAR1-DIFF
007830     MOVE "N" TO VF-TYPE-DIFF
007840     MOVE "N" TO VF-AMOUNT-DIFF
007850     IF WS-KEYED-VAR1 NOT = TR-VAR1
007860         MOVE "Y" TO VF-VAR1-DIFF
007870     END-IF
007880     IF WS-KEYED-TYPE NOT = TR-TYPE-CODE
007890         MOVE "Y" TO VF-TYPE-DIFF
007900     END-IF
007910     IF WS-KEYED-AMOUNT NOT = TR-AMOUNT
007920         MOVE "Y" TO VF-AMOUNT-DIFF
007930     END-IF
007940     IF VF-VAR1-DIFFERS OR VF-TYPE-DIFFERS OR VF-AMOUNT-DIFFERS
007950         MOVE "D" TO VF-STATUS
007960     ELSE
007970         MOVE "V" TO VF-STATUS
007980     END-IF
007990     MOVE ZERO TO VF-RESOLVED-DATE
008000     MOVE ZERO TO VF-RESOLVED-TIME
008010     WRITE VERF-RECORD
008020         INVALID KEY
008030             DISPLAY "entry was verified by another operator "
008040                 "meanwhile - not recorded"
008050         NOT INVALID KEY
008060             IF VF-VERIFIED
008070                 ADD 1 TO WS-MATCH-COUNT
008080                 DISPLAY "entry verified."
008090             ELSE
008100                 ADD 1 TO WS-MISMATCH-COUNT
008110                 DISPLAY "entry does not match - sent to the "
008120                     "discrepancy queue for a supervisor"
008130             END-IF
008140     END-WRITE.
008150*
008160*****************************************************************
008170*    7000-DISPLAY-TOTALS - SHOW WHAT THE SESSION DID             *
008180*****************************************************************
008190 7000-DISPLAY-TOTALS.
008200     MOVE WS-OFFERED-COUNT TO WS-COUNT-ED
008210     DISPLAY "entries offered:          " WS-COUNT-ED
008220     MOVE WS-MATCH-COUNT TO WS-COUNT-ED
008230     DISPLAY "verified:                 " WS-COUNT-ED
008240     MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED
008250     DISPLAY "sent to discrepancy queue:" WS-COUNT-ED
008260     MOVE WS-SKIP-COUNT TO WS-COUNT-ED
008270     DISPLAY "skipped:                  " WS-COUNT-ED
008280     MOVE WS-OWN-COUNT TO WS-COUNT-ED
008290     DISPLAY "your own entries passed:  " WS-COUNT-ED.
008300*
008310*****************************************************************
008320*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
008330*                     DATE AND TIME FOR A LOG OR VERIFY STAMP    *
008340*****************************************************************
008350 7500-GET-STAMP.
008360     ACCEPT WS-STAMP-DATE FROM DATE
008370     ACCEPT WS-STAMP-TIME FROM TIME
008380     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
008390     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
008400     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
008410     IF WS-STAMP-YY < 50
008420         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
008430     ELSE
008440         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
008450     END-IF
008460     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
008470         + WS-STAMP-MM * 100 + WS-STAMP-DD.
008480*
008490*****************************************************************
008500*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
008510*****************************************************************
008520 9000-TERMINATE.
008530     IF SECL-FILE-OPEN
008540         CLOSE SECL-FILE
008550     END-IF
008560     IF TRAN-FILE-OPEN
008570         CLOSE TRAN-FILE
008580     END-IF
008590     IF VRUL-FILE-OPEN
008600         CLOSE VRUL-FILE
008610     END-IF
008620     IF VERF-FILE-OPEN
008630         CLOSE VERF-FILE
008640     END-IF
008650     IF RUN-ABORTED
008660         MOVE 8 TO RETURN-CODE
008670     ELSE
008680         MOVE ZERO TO RETURN-CODE
008690     END-IF.
