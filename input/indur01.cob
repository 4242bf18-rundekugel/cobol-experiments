000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INDUR01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : SUPERVISOR REVIEW OF SUSPECTED DUPLICATE      *
000060*                 ENTRIES.  WALKS THE GROUPS INDUP01 LEFT ON    *
000070*                 THE REVIEW FILE THAT STILL HAVE A MEMBER      *
000080*                 NOBODY HAS RULED ON, SHOWS EACH MEMBER'S KEY, *
000090*                 OPERATOR, CAPTURE DATE AND TIME AND SOURCE,   *
000100*                 AND TAKES THE SUPERVISOR'S RULING: CONFIRMED  *
000110*                 DUPLICATE - THE SURPLUS ENTRY IS THEN DELETED *
000120*                 THROUGH INFIX01 - OR LEGITIMATE, WHICH KEEPS  *
000130*                 THE GROUP OFF LATER NIGHTS' REPORTS.  THE     *
000140*                 RULING IS KEPT PER ENTRY ON THE DECISION      *
000150*                 FILE.  ALSO SETS THE NUMBER OF PRIOR DAYS     *
000160*                 INDUP01 SCANS AND ITS TOLERANCE WINDOW.       *
000170*                 EVERY RUN REQUIRES AN ACTIVE-SUPERVISOR       *
000180*                 SIGN-ON.                                      *
000190*                                                               *
000200*    MODIFICATION HISTORY                                       *
000210*    ------------------------------------------------------     *
000220*    2026-10-15  DK  ORIGINAL.                                  *
000223*    2026-10-15  DK  THE SECURITY MASTER AND DECISION FILE ARE  *
000226*                    CLOSED ONLY IF THEY WERE OPENED.           *
000230*                                                               *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. INDUR01.
000270 AUTHOR. D. KUGEL.
000280 INSTALLATION. DATA ENTRY SYSTEMS.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DUPR-FILE ASSIGN TO "DUPREVW"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DR-KEY
000390         FILE STATUS IS WS-DUPR-STATUS.
000400*
000410     SELECT DUPM-FILE ASSIGN TO "DUPMARK"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DM-TR-KEY
000450         FILE STATUS IS WS-DUPM-STATUS.
000460*
000470     SELECT DUPC-FILE ASSIGN TO "DUPCTL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-DUPC-STATUS.
000500*
000510     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS OM-OPERATOR-ID
000550         FILE STATUS IS WS-OPER-STATUS.
000560*
000570     SELECT SECL-FILE ASSIGN TO "SECLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SECL-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*****************************************************************
000640*    DUPR-FILE - SUSPECTED-DUPLICATE REVIEW FILE                 *
000650*****************************************************************
000660 FD  DUPR-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY DUPRREC.
000700*
000710*****************************************************************
000720*    DUPM-FILE - SUPERVISOR DECISIONS ON SUSPECTED DUPLICATES    *
000730*****************************************************************
000740 FD  DUPM-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY DUPMREC.
000780*
000790*****************************************************************
000800*    DUPC-FILE - SUSPECTED-DUPLICATE SCAN CONTROL RECORD         *
000810*****************************************************************
000820 FD  DUPC-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY DUPCTL.
000860*
000870*****************************************************************
000880*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000890*****************************************************************
000900 FD  OPER-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY OPERMST.
000940*
000950*****************************************************************
000960*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000970*****************************************************************
000980 FD  SECL-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SECLREC.
001020*
001030 WORKING-STORAGE SECTION.
001040 01  WS-DUPR-STATUS               PIC X(02).
001050     88  WS-DUPR-OK                           VALUE "00".
001060     88  WS-DUPR-NOT-FOUND                    VALUE "35".
001070*
001080 01  WS-DUPM-STATUS               PIC X(02).
001090     88  WS-DUPM-OK                           VALUE "00".
001100     88  WS-DUPM-FOUND                        VALUE "00".
001110     88  WS-DUPM-NOT-FOUND                    VALUE "35".
001120*
001130 01  WS-DUPC-STATUS               PIC X(02).
001140     88  WS-DUPC-OK                           VALUE "00".
001150     88  WS-DUPC-NOT-FOUND                    VALUE "35".
001160*
001170 01  WS-OPER-STATUS               PIC X(02).
001180     88  WS-OPER-OK                           VALUE "00".
001190     88  WS-OPER-FOUND                        VALUE "00".
001200*
001210 01  WS-SECL-STATUS               PIC X(02).
001220     88  WS-SECL-OK                           VALUE "00".
001230     88  WS-SECL-NOT-FOUND                    VALUE "35".
001240*
001250     COPY OPERID.
001260     COPY PWDRULE.
001270*
001280 01  WS-SWITCHES.
001290     05  WS-DONE-SW              PIC X(01)   VALUE "N".
001300         88  REVIEW-DONE                     VALUE "Y".
001310     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001320         88  RUN-ABORTED                     VALUE "Y".
001330     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001340         88  OPID-IS-VALID                   VALUE "Y".
001350     05  WS-SECL-OPEN-SW         PIC X(01)   VALUE "N".
001360         88  SECL-FILE-OPEN                  VALUE "Y".
001370     05  WS-DUPR-OPEN-SW         PIC X(01)   VALUE "N".
001380         88  DUPR-FILE-OPEN                  VALUE "Y".
001382     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
001384         88  OPER-FILE-OPEN                  VALUE "Y".
001386     05  WS-DUPM-OPEN-SW         PIC X(01)   VALUE "N".
001388         88  DUPM-FILE-OPEN                  VALUE "Y".
001390     05  WS-BROWSE-EOF-SW        PIC X(01)   VALUE "N".
001400         88  BROWSE-AT-END                   VALUE "Y".
001410     05  WS-STOP-SW              PIC X(01)   VALUE "N".
001420         88  REVIEW-STOPPED                  VALUE "Y".
001430     05  WS-RULED-SW             PIC X(01)   VALUE "N".
001440         88  GROUP-RULED                     VALUE "Y".
001450*
001460 01  WS-FUNCTION-CODE             PIC X(01).
001470     88  FUNC-REVIEW                          VALUE "R".
001480     88  FUNC-SETTINGS                        VALUE "P".
001490     88  FUNC-END                             VALUE "E".
001500     88  FUNC-IS-VALID                        VALUE "R" "P" "E".
001510*
001520 01  WS-RULING                    PIC X(01).
001530     88  RULING-DUPLICATE                     VALUE "D".
001540     88  RULING-LEGITIMATE                    VALUE "L".
001550     88  RULING-SKIP                          VALUE "S".
001560     88  RULING-END                           VALUE "E".
001570     88  RULING-IS-VALID                      VALUE "D" "L"
001580                                              "S" "E".
001590*
001600 01  WS-PRIOR-DAYS-IN             PIC X(02).
001610 01  WS-WINDOW-IN                 PIC X(04).
001620 01  WS-COUNT-ED                  PIC Z(03)9.
001630 01  WS-AMOUNT-EDIT               PIC -(07)9.99.
001640 01  WS-SOURCE-TEXT               PIC X(14).
001650 01  WS-DECISION-TEXT             PIC X(10).
001660*
001670 01  WS-KEY-TEXT.
001680     05  WS-KT-DATE              PIC 9(08).
001690     05  FILLER                  PIC X(01)   VALUE "-".
001700     05  WS-KT-TIME              PIC 9(06).
001710     05  FILLER                  PIC X(01)   VALUE "-".
001720     05  WS-KT-SEQ               PIC 9(03).
001730*
001740*****************************************************************
001750*    WS-REVIEW-GROUP - THE MEMBERS OF THE GROUP UNDER REVIEW     *
001760*****************************************************************
001770 01  WS-REVIEW-GROUP.
001780     05  WS-RV-GROUP             PIC 9(04).
001790     05  WS-RV-COUNT             PIC 9(02)   COMP VALUE ZERO.
001800     05  WS-RV-OPEN              PIC 9(02)   COMP VALUE ZERO.
001810     05  WS-RV-VAR1              PIC X(22).
001820     05  WS-RV-TYPE-CODE         PIC X(02).
001830     05  WS-RV-AMOUNT            PIC S9(07)V99   COMP-3.
001840     05  WS-RV-MEMBER            OCCURS 50 TIMES.
001850         10  WS-RM-KEY           PIC X(06).
001860         10  WS-RM-TR-KEY.
001870             15  WS-RM-TR-DATE   PIC 9(08).
001880             15  WS-RM-TR-TIME   PIC 9(06).
001890             15  WS-RM-TR-SEQ    PIC 9(03).
001900         10  WS-RM-OPERATOR-ID   PIC X(08).
001910         10  WS-RM-CAPTURE-DATE  PIC 9(08).
001920         10  WS-RM-CAPTURE-TIME  PIC X(06).
001930         10  WS-RM-SOURCE-CODE   PIC X(01).
001940         10  WS-RM-SOURCE-SITE   PIC X(04).
001950         10  WS-RM-STATUS        PIC X(01).
001960 77  WS-RV-SUB                    PIC 9(02)   COMP.
001970*
001980 77  WS-GROUPS-SHOWN              PIC 9(04)   COMP VALUE ZERO.
001990 77  WS-GROUPS-RULED              PIC 9(04)   COMP VALUE ZERO.
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
002170         PERFORM 2000-PROCESS-FUNCTION UNTIL REVIEW-DONE
002180     END-IF
002190     PERFORM 9000-TERMINATE
002200     GOBACK.
002210*
002220*****************************************************************
002230*    1000-INITIALIZE - SIGN ON, OPEN THE REVIEW FILE AND OPEN    *
002240*                      THE DECISION FILE FOR UPDATE, CREATING    *
002250*                      IT ON THE FIRST-EVER RUN.  NO REVIEW FILE *
002260*                      MEANS INDUP01 HAS NOT RUN YET - THE SCAN  *
002270*                      SETTINGS CAN STILL BE SET                 *
002280*****************************************************************
002290 1000-INITIALIZE.
002300     PERFORM 1100-SIGN-ON THRU 1100-SIGN-ON-EXIT
002310     IF RUN-ABORTED
002320         GO TO 1000-INITIALIZE-EXIT
002330     END-IF
002340     OPEN I-O DUPR-FILE
002350     IF WS-DUPR-OK
002360         MOVE "Y" TO WS-DUPR-OPEN-SW
002370     ELSE
002380         IF WS-DUPR-NOT-FOUND
002390             DISPLAY "no review file yet - INDUP01 has not run"
002400         ELSE
002410             DISPLAY "unable to open DUPREVW, file status: "
002420                 WS-DUPR-STATUS
002430             MOVE "Y" TO WS-ABORT-SW
002440             GO TO 1000-INITIALIZE-EXIT
002450         END-IF
002460     END-IF
002470     OPEN I-O DUPM-FILE
002480     IF WS-DUPM-NOT-FOUND
002490         DISPLAY "duplicate decision file not found - creating it"
002500         OPEN OUTPUT DUPM-FILE
002510         IF WS-DUPM-OK
002520             CLOSE DUPM-FILE
002530             OPEN I-O DUPM-FILE
002540         END-IF
002550     END-IF
002555     IF WS-DUPM-OK
002560         MOVE "Y" TO WS-DUPM-OPEN-SW
002565     ELSE
002570         DISPLAY "unable to open DUPMARK, file status: "
002580             WS-DUPM-STATUS
002590         MOVE "Y" TO WS-ABORT-SW
002600     END-IF.
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630*
002640*****************************************************************
002650*    1100-SIGN-ON - REQUIRE AN ACTIVE-SUPERVISOR SIGN-ON WITH    *
002660*                   PASSWORD AGAINST THE SECURITY MASTER         *
002670*****************************************************************
002680 1100-SIGN-ON.
002690     MOVE SPACES TO OPERATOR-ID
002700     OPEN I-O OPER-FILE
002710     IF NOT WS-OPER-OK
002720         DISPLAY "unable to open OPERMAST, file status: "
002730             WS-OPER-STATUS
002740         MOVE "Y" TO WS-ABORT-SW
002750         GO TO 1100-SIGN-ON-EXIT
002760     END-IF
002765     MOVE "Y" TO WS-OPER-OPEN-SW
002770     OPEN EXTEND SECL-FILE
002780     IF WS-SECL-NOT-FOUND
002790         OPEN OUTPUT SECL-FILE
002800     END-IF
002810     IF WS-SECL-OK
002820         MOVE "Y" TO WS-SECL-OPEN-SW
002830     ELSE
002840         DISPLAY "unable to open SECLOG - attempts not "
002850             "logged"
002860     END-IF
002870     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002880         OR RUN-ABORTED.
002890 1100-SIGN-ON-EXIT.
002900     EXIT.
002910*
002920*****************************************************************
002930*    1200-EDIT-OPERATOR-ID - ACCEPT THE MAINTAINING OPERATOR'S   *
002940*                            ID, REJECT AN ALL-SPACES ENTRY,     *
002950*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
002960*                            ON THE MASTER - A FAILED SIGN-ON    *
002970*                            IS LOGGED AND ENDS THE RUN          *
002980*****************************************************************
002990 1200-EDIT-OPERATOR-ID.
003000     DISPLAY "enter operator id:"
003010     ACCEPT OPERATOR-ID
003020     IF OPERATOR-ID = SPACES
003030         MOVE "N" TO WS-OPID-VALID-SW
003040     ELSE
003050         PERFORM 1250-CHECK-OPERATOR
003060     END-IF.
003070*
003080*****************************************************************
003090*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE MASTER    *
003100*                          AND REQUIRE AN ACTIVE SUPERVISOR,     *
003110*                          LOGGING AND ABORTING ON ANY FAILURE   *
003120*****************************************************************
003130 1250-CHECK-OPERATOR.
003140     MOVE OPERATOR-ID TO OM-OPERATOR-ID
003150     READ OPER-FILE
003160         INVALID KEY
003170             DISPLAY "operator id not on security master"
003180             MOVE "NOT ON SECURITY FILE" TO SL-REASON
003190             PERFORM 1300-LOG-SIGNON-FAILURE
003200             MOVE "Y" TO WS-ABORT-SW
003210     END-READ
003220     IF WS-OPER-FOUND
003230         IF OM-REVOKED
003240             DISPLAY "operator id is revoked"
003250             MOVE "OPERATOR REVOKED" TO SL-REASON
003260             PERFORM 1300-LOG-SIGNON-FAILURE
003270             MOVE "Y" TO WS-ABORT-SW
003280         ELSE
003290             IF OM-SUPERVISOR
003300                 PERFORM 1260-CHECK-PASSWORD THRU
003310                     1260-CHECK-PASSWORD-EXIT
003320             ELSE
003330                 DISPLAY "duplicate review requires supervisor "
003340                     "authority"
003350                 MOVE "NOT SUPERVISOR" TO SL-REASON
003360                 PERFORM 1300-LOG-SIGNON-FAILURE
003370                 MOVE "Y" TO WS-ABORT-SW
003380             END-IF
003390         END-IF
003400     END-IF.
003410*
003420*****************************************************************
003430*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003440*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003450*                          CHECK THE PASSWORD - A BAD ONE IS     *
003460*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003470*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003480*                          COUNT AND FORCES A CHANGE WHEN THE    *
003490*                          PASSWORD HAS EXPIRED                  *
003500*****************************************************************
003510 1260-CHECK-PASSWORD.
003520     MOVE "N" TO WS-OPID-VALID-SW
003530     IF OM-LOCKED
003540         DISPLAY "operator id is locked out - a supervisor "
003550             "must reset it through INOPR01"
003560         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003570         PERFORM 1300-LOG-SIGNON-FAILURE
003580         MOVE "Y" TO WS-ABORT-SW
003590         GO TO 1260-CHECK-PASSWORD-EXIT
003600     END-IF
003610     IF OM-PASSWORD = SPACES
003620         DISPLAY "no password is set for this operator id - "
003630             "a supervisor must set it through INOPR01"
003640         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003650         PERFORM 1300-LOG-SIGNON-FAILURE
003660         MOVE "Y" TO WS-ABORT-SW
003670         GO TO 1260-CHECK-PASSWORD-EXIT
003680     END-IF
003690     DISPLAY "enter password:"
003700     ACCEPT WS-PWD-ENTERED
003710     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003720         PERFORM 1270-COUNT-BAD-PASSWORD
003730         MOVE "Y" TO WS-ABORT-SW
003740         GO TO 1260-CHECK-PASSWORD-EXIT
003750     END-IF
003760     PERFORM 7500-GET-STAMP
003770     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003780     MOVE "N" TO WS-PWD-UPDATE-SW
003790     IF OM-FAIL-COUNT > ZERO
003800         MOVE ZERO TO OM-FAIL-COUNT
003810         MOVE "Y" TO WS-PWD-UPDATE-SW
003820     END-IF
003830     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003840         DISPLAY "your password has expired - choose a new one"
003850         MOVE "N" TO WS-PWD-NEW-SW
003860         PERFORM 1280-ACCEPT-NEW-PASSWORD
003870             UNTIL NEW-PASSWORD-IS-OK
003880         MOVE WS-PWD-NEW TO OM-PASSWORD
003890         PERFORM 1285-SET-PASSWORD-EXPIRY
003900         MOVE "Y" TO WS-PWD-UPDATE-SW
003910     END-IF
003920     IF OPERATOR-NEEDS-UPDATE
003930         PERFORM 1290-REWRITE-OPERATOR
003940     END-IF
003950     MOVE "Y" TO WS-OPID-VALID-SW.
003960 1260-CHECK-PASSWORD-EXIT.
003970     EXIT.
003980*
003990*****************************************************************
004000*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
004010*                              MASTER, LOCK THE OPERATOR OUT     *
004020*                              WHEN THE COUNT REACHES THE LIMIT, *
004030*                              AND LOG THE FAILED ATTEMPT        *
004040*****************************************************************
004050 1270-COUNT-BAD-PASSWORD.
004060     ADD 1 TO OM-FAIL-COUNT
004070     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
004080         DISPLAY "password is incorrect"
004090         MOVE "INVALID PASSWORD" TO SL-REASON
004100     ELSE
004110         MOVE "Y" TO OM-LOCK-FLAG
004120         DISPLAY "password is incorrect - operator id is now "
004130             "locked out"
004140         MOVE "PASSWORD LOCKOUT" TO SL-REASON
004150     END-IF
004160     PERFORM 1290-REWRITE-OPERATOR
004170     PERFORM 1300-LOG-SIGNON-FAILURE.
004180*
004190*****************************************************************
004200*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
004210*                               REJECT A BLANK ONE, THE OLD ONE, *
004220*                               OR TWO ENTRIES THAT DISAGREE     *
004230*****************************************************************
004240 1280-ACCEPT-NEW-PASSWORD.
004250     DISPLAY "enter new password:"
004260     ACCEPT WS-PWD-NEW
004270     DISPLAY "re-enter new password:"
004280     ACCEPT WS-PWD-CONFIRM
004290     IF WS-PWD-NEW = SPACES
004300         DISPLAY "password may not be blank"
004310     ELSE
004320         IF WS-PWD-NEW = OM-PASSWORD
004330             DISPLAY "new password must differ from the old one"
004340         ELSE
004350             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
004360                 DISPLAY "the two entries do not match"
004370             ELSE
004380                 MOVE "Y" TO WS-PWD-NEW-SW
004390             END-IF
004400         END-IF
004410     END-IF.
004420*
004430*****************************************************************
004440*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
004450*                               THE SET NUMBER OF MONTHS FROM    *
004460*                               TODAY, HELD TO THE 28TH SO THE   *
004470*                               DATE IS VALID IN EVERY MONTH     *
004480*****************************************************************
004490 1285-SET-PASSWORD-EXPIRY.
004500     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
004510     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
004520     IF WS-PWD-EXP-MM > 12
004530         SUBTRACT 12 FROM WS-PWD-EXP-MM
004540         ADD 1 TO WS-PWD-EXP-CCYY
004550     END-IF
004560     IF WS-PWD-EXP-DD > 28
004570         MOVE 28 TO WS-PWD-EXP-DD
004580     END-IF
004590     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
004600*
004610*****************************************************************
004620*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
004630*                            BACK ON THE SECURITY MASTER         *
004640*****************************************************************
004650 1290-REWRITE-OPERATOR.
004660     REWRITE OPER-RECORD
004670         INVALID KEY
004680             DISPLAY "unable to update OPERMAST, file status: "
004690                 WS-OPER-STATUS
004700     END-REWRITE.
004710*
004720*****************************************************************
004730*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
004740*                              SIGN-ON ATTEMPT TO THE SECURITY  *
004750*                              LOG                              *
004760*****************************************************************
004770 1300-LOG-SIGNON-FAILURE.
004780     IF SECL-FILE-OPEN
004790         PERFORM 7500-GET-STAMP
004800         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
004810         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
004820         MOVE "INDUR01" TO SL-PROGRAM
004830         MOVE OPERATOR-ID TO SL-OPERATOR-ID
004840         WRITE SECL-RECORD
004850         IF NOT WS-SECL-OK
004860             DISPLAY "unable to write SECLOG, file status: "
004870                 WS-SECL-STATUS
004880         END-IF
004890     END-IF.
004900*
004910*****************************************************************
004920*    2000-PROCESS-FUNCTION - ACCEPT ONE FUNCTION AND ROUTE TO    *
004930*                            IT                                  *
004940*****************************************************************
004950 2000-PROCESS-FUNCTION.
004960     DISPLAY "enter function (R=review suspect groups, "
004970         "P=set scan settings, E=end):"
004980     ACCEPT WS-FUNCTION-CODE
004990     IF NOT FUNC-IS-VALID
005000         DISPLAY "function must be R, P, or E"
005010     ELSE
005020         IF FUNC-END
005030             MOVE "Y" TO WS-DONE-SW
005040         ELSE
005050             IF FUNC-REVIEW
005060                 PERFORM 3000-REVIEW-GROUPS THRU
005070                     3000-REVIEW-GROUPS-EXIT
005080             ELSE
005090                 PERFORM 5000-SET-SETTINGS
005100             END-IF
005110         END-IF
005120     END-IF.
005130*
005140*****************************************************************
005150*    3000-REVIEW-GROUPS - BROWSE THE REVIEW FILE FROM THE TOP,   *
005160*                         ONE GROUP AT A TIME, OFFERING EVERY    *
005170*                         GROUP WITH A MEMBER NOT YET RULED ON   *
005180*****************************************************************
005190 3000-REVIEW-GROUPS.
005200     IF NOT DUPR-FILE-OPEN
005210         DISPLAY "no review file - run INDUP01 first"
005220         GO TO 3000-REVIEW-GROUPS-EXIT
005230     END-IF
005240     MOVE "N" TO WS-BROWSE-EOF-SW
005250     MOVE "N" TO WS-STOP-SW
005260     MOVE ZERO TO WS-GROUPS-SHOWN
005270     MOVE ZERO TO WS-GROUPS-RULED
005280     MOVE LOW-VALUES TO DR-KEY
005290     START DUPR-FILE KEY NOT < DR-KEY
005300         INVALID KEY
005310             MOVE "Y" TO WS-BROWSE-EOF-SW
005320     END-START
005330     IF NOT BROWSE-AT-END
005340         PERFORM 3900-READ-DUPR-NEXT
005350     END-IF
005360     PERFORM 3100-REVIEW-ONE-GROUP
005370         UNTIL BROWSE-AT-END OR REVIEW-STOPPED
005380     MOVE WS-GROUPS-SHOWN TO WS-COUNT-ED
005390     DISPLAY WS-COUNT-ED " group(s) awaiting review shown"
005400     MOVE WS-GROUPS-RULED TO WS-COUNT-ED
005410     DISPLAY WS-COUNT-ED " group(s) ruled on".
005420 3000-REVIEW-GROUPS-EXIT.
005430     EXIT.
005440*
005450*****************************************************************
005460*    3100-REVIEW-ONE-GROUP - GATHER THE MEMBERS OF THE GROUP AT  *
005470*                            THE BROWSE POSITION AND, WHEN ANY   *
005480*                            IS STILL OPEN, SHOW THE GROUP AND   *
005490*                            TAKE THE RULING.  AFTER A RULING    *
005500*                            THE BROWSE IS PUT BACK AFTER THE    *
005510*                            GROUP, SINCE THE REWRITES MOVE IT   *
005520*****************************************************************
005530 3100-REVIEW-ONE-GROUP.
005540     MOVE DR-GROUP TO WS-RV-GROUP
005550     MOVE DR-VAR1 TO WS-RV-VAR1
005560     MOVE DR-TYPE-CODE TO WS-RV-TYPE-CODE
005570     MOVE DR-AMOUNT TO WS-RV-AMOUNT
005580     MOVE ZERO TO WS-RV-COUNT
005590     MOVE ZERO TO WS-RV-OPEN
005600     PERFORM 3200-LOAD-MEMBER
005610         UNTIL BROWSE-AT-END
005620         OR DR-GROUP NOT = WS-RV-GROUP
005630     IF WS-RV-OPEN > ZERO
005640         ADD 1 TO WS-GROUPS-SHOWN
005650         PERFORM 3300-SHOW-GROUP
005660         MOVE "N" TO WS-RULED-SW
005670         PERFORM 3400-TAKE-RULING THRU 3400-TAKE-RULING-EXIT
005680         IF GROUP-RULED
005690             ADD 1 TO WS-GROUPS-RULED
005700             PERFORM 3800-REPOSITION-BROWSE
005710         END-IF
005720     END-IF.
005730*
005740*****************************************************************
005750*    3200-LOAD-MEMBER - HOLD ONE MEMBER OF THE GROUP AND READ    *
005760*                       THE NEXT REVIEW RECORD                   *
005770*****************************************************************
005780 3200-LOAD-MEMBER.
005790     IF WS-RV-COUNT < 50
005800         ADD 1 TO WS-RV-COUNT
005810         MOVE DR-KEY TO WS-RM-KEY (WS-RV-COUNT)
005820         MOVE DR-TR-KEY TO WS-RM-TR-KEY (WS-RV-COUNT)
005830         MOVE DR-OPERATOR-ID TO WS-RM-OPERATOR-ID (WS-RV-COUNT)
005840         MOVE DR-CAPTURE-DATE TO WS-RM-CAPTURE-DATE (WS-RV-COUNT)
005850         MOVE DR-CAPTURE-TIME TO WS-RM-CAPTURE-TIME (WS-RV-COUNT)
005860         MOVE DR-SOURCE-CODE TO WS-RM-SOURCE-CODE (WS-RV-COUNT)
005870         MOVE DR-SOURCE-SITE TO WS-RM-SOURCE-SITE (WS-RV-COUNT)
005880         MOVE DR-STATUS TO WS-RM-STATUS (WS-RV-COUNT)
005890         IF DR-OPEN
005900             ADD 1 TO WS-RV-OPEN
005910         END-IF
005920     END-IF
005930     PERFORM 3900-READ-DUPR-NEXT.
005940*
005950*****************************************************************
005960*    3300-SHOW-GROUP - DISPLAY THE GROUP'S CODE, TYPE AND        *
005970*                      AMOUNT AND ONE LINE PER MEMBER            *
005980*****************************************************************
005990 3300-SHOW-GROUP.
006000     MOVE WS-RV-GROUP TO WS-COUNT-ED
006010     MOVE WS-RV-AMOUNT TO WS-AMOUNT-EDIT
006020     DISPLAY " "
006030     DISPLAY "group " WS-COUNT-ED "  code " WS-RV-VAR1
006040         "  type " WS-RV-TYPE-CODE "  amount " WS-AMOUNT-EDIT
006050     PERFORM 3310-SHOW-MEMBER
006060         VARYING WS-RV-SUB FROM 1 BY 1
006070         UNTIL WS-RV-SUB > WS-RV-COUNT.
006080*
006090*****************************************************************
006100*    3310-SHOW-MEMBER - DISPLAY ONE MEMBER WITH ITS KEY,         *
006110*                       OPERATOR, CAPTURE STAMP, SOURCE AND ANY  *
006120*                       EARLIER RULING                           *
006130*****************************************************************
006140 3310-SHOW-MEMBER.
006150     MOVE WS-RM-TR-DATE (WS-RV-SUB) TO WS-KT-DATE
006160     MOVE WS-RM-TR-TIME (WS-RV-SUB) TO WS-KT-TIME
006170     MOVE WS-RM-TR-SEQ (WS-RV-SUB) TO WS-KT-SEQ
006180     PERFORM 3320-SET-SOURCE-TEXT
006190     IF WS-RM-STATUS (WS-RV-SUB) = "D"
006200         MOVE "DUPLICATE" TO WS-DECISION-TEXT
006210     ELSE
006220         IF WS-RM-STATUS (WS-RV-SUB) = "L"
006230             MOVE "LEGITIMATE" TO WS-DECISION-TEXT
006240         ELSE
006250             MOVE "OPEN" TO WS-DECISION-TEXT
006260         END-IF
006270     END-IF
006280     DISPLAY "  " WS-KEY-TEXT "  " WS-RM-OPERATOR-ID (WS-RV-SUB)
006290         "  " WS-RM-CAPTURE-DATE (WS-RV-SUB) " "
006300         WS-RM-CAPTURE-TIME (WS-RV-SUB) "  " WS-SOURCE-TEXT
006310         "  " WS-DECISION-TEXT.
006320*
006330*****************************************************************
006340*    3320-SET-SOURCE-TEXT - DESCRIBE WHERE THE MEMBER CAME FROM  *
006350*****************************************************************
006360 3320-SET-SOURCE-TEXT.
006370     MOVE SPACES TO WS-SOURCE-TEXT
006380     IF WS-RM-SOURCE-CODE (WS-RV-SUB) = "O"
006390         MOVE "ONLINE" TO WS-SOURCE-TEXT
006400     ELSE
006410         IF WS-RM-SOURCE-CODE (WS-RV-SUB) = "B"
006420             MOVE "SITE LOAD" TO WS-SOURCE-TEXT
006430             MOVE WS-RM-SOURCE-SITE (WS-RV-SUB) TO
006440                 WS-SOURCE-TEXT(11:4)
006450         ELSE
006460             IF WS-RM-SOURCE-CODE (WS-RV-SUB) = "S"
006470                 MOVE "STANDING" TO WS-SOURCE-TEXT
006480             ELSE
006490                 IF WS-RM-SOURCE-CODE (WS-RV-SUB) = "R"
006500                     MOVE "SUSPENSE" TO WS-SOURCE-TEXT
006510                     MOVE WS-RM-SOURCE-SITE (WS-RV-SUB) TO
006520                         WS-SOURCE-TEXT(10:4)
006530                 ELSE
006540                     MOVE "UNKNOWN" TO WS-SOURCE-TEXT
006550                 END-IF
006560             END-IF
006570         END-IF
006580     END-IF.
006590*
006600*****************************************************************
006610*    3400-TAKE-RULING - ACCEPT THE SUPERVISOR'S RULING ON THE    *
006620*                       GROUP AND RECORD IT AGAINST EVERY        *
006630*                       MEMBER.  A CONFIRMED DUPLICATE IS NOT    *
006640*                       DELETED HERE - THE SURPLUS ENTRY GOES    *
006650*                       THROUGH INFIX01 SO THE DELETION IS       *
006660*                       JOURNALLED AND PERIOD-CHECKED            *
006670*****************************************************************
006680 3400-TAKE-RULING.
006690     MOVE SPACE TO WS-RULING
006700     PERFORM 3410-ACCEPT-RULING UNTIL RULING-IS-VALID
006710     IF RULING-END
006720         MOVE "Y" TO WS-STOP-SW
006730         GO TO 3400-TAKE-RULING-EXIT
006740     END-IF
006750     IF RULING-SKIP
006760         GO TO 3400-TAKE-RULING-EXIT
006770     END-IF
006780     PERFORM 7500-GET-STAMP
006790     PERFORM 3500-MARK-MEMBER
006800         VARYING WS-RV-SUB FROM 1 BY 1
006810         UNTIL WS-RV-SUB > WS-RV-COUNT
006820     MOVE "Y" TO WS-RULED-SW
006830     IF RULING-DUPLICATE
006840         DISPLAY "group ruled a duplicate.  keep the entry that "
006850             "should stand and delete each surplus one through "
006860             "INFIX01, function D, by its key above."
006870     ELSE
006880         DISPLAY "group ruled legitimate - it will not be "
006890             "reported again unless another entry joins it."
006900     END-IF.
006910 3400-TAKE-RULING-EXIT.
006920     EXIT.
006930*
006940*****************************************************************
006950*    3410-ACCEPT-RULING - ACCEPT ONE RULING AND CHECK IT         *
006960*****************************************************************
006970 3410-ACCEPT-RULING.
006980     DISPLAY "rule on group (D=confirmed duplicate, "
006990         "L=legitimate, S=skip, E=end review):"
007000     ACCEPT WS-RULING
007010     IF NOT RULING-IS-VALID
007020         DISPLAY "ruling must be D, L, S, or E"
007030     END-IF.
007040*
007050*****************************************************************
007060*    3500-MARK-MEMBER - STAMP THE RULING ON ONE MEMBER'S REVIEW  *
007070*                       RECORD AND ADD OR REPLACE ITS ENTRY ON   *
007080*                       THE DECISION FILE                        *
007090*****************************************************************
007100 3500-MARK-MEMBER.
007110     MOVE WS-RM-KEY (WS-RV-SUB) TO DR-KEY
007120     READ DUPR-FILE
007130         INVALID KEY
007140             DISPLAY "review record missing for group member"
007150     END-READ
007160     IF WS-DUPR-OK
007170         MOVE WS-RULING TO DR-STATUS
007180         MOVE OPERATOR-ID TO DR-REVIEWED-BY
007190         MOVE WS-STAMP-CCYYMMDD TO DR-REVIEW-DATE
007200         MOVE WS-STAMP-TIME TO DR-REVIEW-TIME
007210         REWRITE DUPR-RECORD
007220             INVALID KEY
007230                 DISPLAY "unable to update DUPREVW, file status: "
007240                     WS-DUPR-STATUS
007250         END-REWRITE
007260     END-IF
007270     MOVE WS-RM-TR-KEY (WS-RV-SUB) TO DM-TR-KEY
007280     READ DUPM-FILE
007290         INVALID KEY
007300             CONTINUE
007310     END-READ
007320     MOVE WS-RULING TO DM-DECISION
007330     MOVE DR-SCAN-DATE TO DM-SCAN-DATE
007340     MOVE WS-RV-GROUP TO DM-GROUP
007350     MOVE OPERATOR-ID TO DM-MARKED-BY
007360     MOVE WS-STAMP-CCYYMMDD TO DM-MARK-DATE
007370     MOVE WS-STAMP-TIME TO DM-MARK-TIME
007380     IF WS-DUPM-FOUND
007390         REWRITE DUPM-RECORD
007400             INVALID KEY
007410                 DISPLAY "unable to update DUPMARK, file status: "
007420                     WS-DUPM-STATUS
007430         END-REWRITE
007440     ELSE
007450         MOVE WS-RM-TR-KEY (WS-RV-SUB) TO DM-TR-KEY
007460         WRITE DUPM-RECORD
007470             INVALID KEY
007480                 DISPLAY "unable to write DUPMARK, file status: "
007490                     WS-DUPM-STATUS
007500         END-WRITE
007510     END-IF.
007520*
007530*****************************************************************
007540*    3800-REPOSITION-BROWSE - PUT THE BROWSE BACK ON THE FIRST   *
007550*                             RECORD AFTER THE GROUP JUST RULED  *
007560*****************************************************************
007570 3800-REPOSITION-BROWSE.
007580     MOVE WS-RV-GROUP TO DR-GROUP
007590     MOVE 99 TO DR-MEMBER
007600     START DUPR-FILE KEY > DR-KEY
007610         INVALID KEY
007620             MOVE "Y" TO WS-BROWSE-EOF-SW
007630     END-START
007640     IF NOT BROWSE-AT-END
007650         PERFORM 3900-READ-DUPR-NEXT
007660     END-IF.
007670*
007680*****************************************************************
007690*    3900-READ-DUPR-NEXT - READ THE NEXT REVIEW RECORD           *
007700*****************************************************************
007710 3900-READ-DUPR-NEXT.
007720     READ DUPR-FILE NEXT RECORD
007730         AT END
007740             MOVE "Y" TO WS-BROWSE-EOF-SW
007750     END-READ.
007760*
007770*****************************************************************
007780*    5000-SET-SETTINGS - SHOW THE CURRENT SCAN SETTINGS AND      *
007790*                        ACCEPT NEW ONES: CALENDAR DAYS BEFORE   *
007800*                        THE BUSINESS DATE TO SCAN, AND THE      *
007810*                        TOLERANCE WINDOW IN MINUTES (ZERO FOR   *
007820*                        ANY TIME IN THE DAYS SCANNED)           *
007830*****************************************************************
007840 5000-SET-SETTINGS.
007850     OPEN INPUT DUPC-FILE
007860     IF WS-DUPC-OK
007870         READ DUPC-FILE
007880             AT END
007890                 DISPLAY "no scan settings on file yet - 1 prior "
007900                     "day, no window"
007910             NOT AT END
007920                 DISPLAY "current settings: prior days "
007930                     DC-PRIOR-DAYS "  window minutes "
007940                     DC-WINDOW-MINUTES
007950         END-READ
007960         CLOSE DUPC-FILE
007970     ELSE
007980         IF WS-DUPC-NOT-FOUND
007990             DISPLAY "no scan settings on file yet - 1 prior "
008000                 "day, no window"
008010         ELSE
008020             DISPLAY "unable to open DUPCTL, file status: "
008030                 WS-DUPC-STATUS
008040         END-IF
008050     END-IF
008060     DISPLAY "enter prior days to scan (2 digits):"
008070     ACCEPT WS-PRIOR-DAYS-IN
008080     DISPLAY "enter tolerance window in minutes (4 digits, "
008090         "0000 = none):"
008100     ACCEPT WS-WINDOW-IN
008110     IF WS-PRIOR-DAYS-IN IS NUMERIC
008120         AND WS-WINDOW-IN IS NUMERIC
008130         OPEN OUTPUT DUPC-FILE
008140         IF WS-DUPC-OK
008150             MOVE WS-PRIOR-DAYS-IN TO DC-PRIOR-DAYS
008160             MOVE WS-WINDOW-IN TO DC-WINDOW-MINUTES
008170             WRITE DUPC-RECORD
008180             IF WS-DUPC-OK
008190                 DISPLAY "settings set to prior days "
008200                     DC-PRIOR-DAYS "  window minutes "
008210                     DC-WINDOW-MINUTES
008220             ELSE
008230                 DISPLAY "unable to write DUPCTL, file "
008240                     "status: " WS-DUPC-STATUS
008250             END-IF
008260             CLOSE DUPC-FILE
008270         ELSE
008280             DISPLAY "unable to open DUPCTL, file status: "
008290                 WS-DUPC-STATUS
008300         END-IF
008310     ELSE
008320         DISPLAY "settings must be all digits - not changed"
008330     END-IF.
008340*
008350*****************************************************************
008360*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
008370*                     DATE AND TIME FOR A LOG OR HISTORY STAMP   *
008380*****************************************************************
008390 7500-GET-STAMP.
008400     ACCEPT WS-STAMP-DATE FROM DATE
008410     ACCEPT WS-STAMP-TIME FROM TIME
008420     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
008430     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
008440     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
008450     IF WS-STAMP-YY < 50
008460         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
008470     ELSE
008480         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
008490     END-IF
008500     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
008510         + WS-STAMP-MM * 100 + WS-STAMP-DD.
008520*
008530*****************************************************************
008540*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
008550*****************************************************************
008560 9000-TERMINATE.
008565     IF OPER-FILE-OPEN
008570         CLOSE OPER-FILE
008575     END-IF
008580     IF SECL-FILE-OPEN
008590         CLOSE SECL-FILE
008600     END-IF
008610     IF DUPR-FILE-OPEN
008620         CLOSE DUPR-FILE
008630     END-IF
008635     IF DUPM-FILE-OPEN
008640         CLOSE DUPM-FILE
008645     END-IF
008650     IF RUN-ABORTED
008660         MOVE 8 TO RETURN-CODE
008670     ELSE
008680         MOVE ZERO TO RETURN-CODE
008690     END-IF.
