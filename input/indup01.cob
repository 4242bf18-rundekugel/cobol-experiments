000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INDUP01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : NIGHTLY SUSPECTED-DUPLICATE ENTRY REPORT.     *
000060*                 SELECTS THE TRANSACTION-LOG ENTRIES FOR THE   *
000070*                 BUSINESS DATE AND THE SET NUMBER OF CALENDAR  *
000080*                 DAYS BEFORE IT (DUPCTL), SORTS THEM BY CODE,  *
000090*                 TYPE, AMOUNT AND CAPTURE DATE AND TIME, AND   *
000100*                 GROUPS ENTRIES OF THE SAME CODE, TYPE AND     *
000110*                 AMOUNT CAPTURED WITHIN THE TOLERANCE WINDOW OF*
000120*                 ONE ANOTHER.  EACH GROUP OF TWO OR MORE IS    *
000130*                 PRINTED WITH EVERY MEMBER'S KEY, OPERATOR,    *
000140*                 CAPTURE DATE AND TIME AND SOURCE, AND WRITTEN *
000150*                 TO THE REVIEW FILE FOR A SUPERVISOR TO RULE ON*
000160*                 THROUGH INDUR01.  A GROUP WHOSE MEMBERS HAVE  *
000170*                 ALL BEEN RULED LEGITIMATE, OR THAT CAME ONLY  *
000180*                 FROM THE STANDING-ENTRY GENERATOR, IS NOT     *
000190*                 REPORTED.  SUSPECTS ARE FOLLOW-UP WORK, NOT A *
000200*                 STEP FAILURE, SO THE RETURN CODE STAYS ZERO   *
000210*                 AND THE END-OF-DAY STREAM RUNS ON.            *
000220*                                                               *
000230*    MODIFICATION HISTORY                                       *
000240*    ------------------------------------------------------     *
000250*    2026-10-15  DK  ORIGINAL.                                  *
000253*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000256*                    AND CODE ALTERNATE KEYS.                   *
000260*                                                               *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. INDUP01.
000300 AUTHOR. D. KUGEL.
000310 INSTALLATION. DATA ENTRY SYSTEMS.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TR-KEY
000413         ALTERNATE RECORD KEY IS TR-OPER-KEY
000416         ALTERNATE RECORD KEY IS TR-CODE-KEY
000420         FILE STATUS IS WS-TRAN-STATUS.
000430*
000440     SELECT DUPC-FILE ASSIGN TO "DUPCTL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-DUPC-STATUS.
000470*
000480     SELECT DUPM-FILE ASSIGN TO "DUPMARK"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS DM-TR-KEY
000520         FILE STATUS IS WS-DUPM-STATUS.
000530*
000540     SELECT DUPR-FILE ASSIGN TO "DUPREVW"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS DR-KEY
000580         FILE STATUS IS WS-DUPR-STATUS.
000590*
000600     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-BUSD-STATUS.
000630*
000640     SELECT SWRK-FILE ASSIGN TO "DUPSORT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SWRK-STATUS.
000670*
000680     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000690*
000700     SELECT RPT-FILE ASSIGN TO "INDUP01.LST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*****************************************************************
000770*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000780*****************************************************************
000790 FD  TRAN-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY TRANREC.
000830*
000840*****************************************************************
000850*    DUPC-FILE - SUSPECTED-DUPLICATE SCAN CONTROL RECORD         *
000860*****************************************************************
000870 FD  DUPC-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DUPCTL.
000910*
000920*****************************************************************
000930*    DUPM-FILE - SUPERVISOR DECISIONS ON SUSPECTED DUPLICATES    *
000940*****************************************************************
000950 FD  DUPM-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY DUPMREC.
000990*
001000*****************************************************************
001010*    DUPR-FILE - SUSPECTED-DUPLICATE REVIEW FILE                 *
001020*****************************************************************
001030 FD  DUPR-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DUPRREC.
001070*
001080*****************************************************************
001090*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE                *
001100*****************************************************************
001110 FD  BUSD-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY BUSDATE.
001150*
001160*****************************************************************
001170*    SWRK-FILE - THE SELECTED ENTRIES SORTED BY CODE, TYPE,      *
001180*                AMOUNT AND CAPTURE STAMP                        *
001190*****************************************************************
001200 FD  SWRK-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  SWRK-RECORD.
001240     05  SW-VAR1             PIC X(22).
001250     05  SW-TYPE-CODE        PIC X(02).
001260     05  SW-AMOUNT           PIC S9(07)V99   COMP-3.
001270     05  SW-STAMP            PIC 9(11).
001280     05  SW-TR-KEY.
001290         10  SW-TR-DATE      PIC 9(08).
001300         10  SW-TR-TIME      PIC 9(06).
001310         10  SW-TR-SEQ       PIC 9(03).
001320     05  SW-OPERATOR-ID      PIC X(08).
001330     05  SW-CAPTURE-DATE     PIC 9(08).
001340     05  SW-CAPTURE-TIME     PIC X(06).
001350     05  SW-SOURCE-CODE      PIC X(01).
001360     05  SW-SOURCE-SITE      PIC X(04).
001370*
001380*****************************************************************
001390*    SORT-FILE - SORT WORK FILE                                  *
001400*****************************************************************
001410 SD  SORT-FILE.
001420 01  SORT-RECORD.
001430     05  SR-VAR1             PIC X(22).
001440     05  SR-TYPE-CODE        PIC X(02).
001450     05  SR-AMOUNT           PIC S9(07)V99   COMP-3.
001460     05  SR-STAMP            PIC 9(11).
001470     05  SR-TR-KEY           PIC X(17).
001480     05  SR-OPERATOR-ID      PIC X(08).
001490     05  SR-CAPTURE-DATE     PIC 9(08).
001500     05  SR-CAPTURE-TIME     PIC X(06).
001510     05  SR-SOURCE-CODE      PIC X(01).
001520     05  SR-SOURCE-SITE      PIC X(04).
001530*
001540*****************************************************************
001550*    RPT-FILE - PRINTED SUSPECTED-DUPLICATE REPORT               *
001560*****************************************************************
001570 FD  RPT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  RPT-RECORD                  PIC X(132).
001600*
001610 WORKING-STORAGE SECTION.
001620 01  WS-PRINT-LINE                PIC X(132).
001630*
001640 01  WS-GROUP-VIEW REDEFINES WS-PRINT-LINE.
001650     05  WS-G-LABEL              PIC X(06).
001660     05  WS-G-GROUP              PIC 9(04).
001670     05  FILLER                  PIC X(02).
001680     05  WS-G-CODE-LIT           PIC X(05).
001690     05  WS-G-VAR1               PIC X(22).
001700     05  FILLER                  PIC X(02).
001710     05  WS-G-TYPE-LIT           PIC X(05).
001720     05  WS-G-TYPE               PIC X(02).
001730     05  FILLER                  PIC X(02).
001740     05  WS-G-AMOUNT-LIT         PIC X(07).
001750     05  WS-G-AMOUNT             PIC -(07)9.99.
001760     05  FILLER                  PIC X(02).
001770     05  WS-G-COUNT-LIT          PIC X(08).
001780     05  WS-G-COUNT              PIC Z9.
001790     05  FILLER                  PIC X(52).
001800*
001810 01  WS-MEMBER-VIEW REDEFINES WS-PRINT-LINE.
001820     05  FILLER                  PIC X(06).
001830     05  WS-M-KEY                PIC X(19).
001840     05  FILLER                  PIC X(02).
001850     05  WS-M-OPID               PIC X(08).
001860     05  FILLER                  PIC X(02).
001870     05  WS-M-CAPTURE-DATE       PIC 9(08).
001880     05  FILLER                  PIC X(01).
001890     05  WS-M-CAPTURE-TIME       PIC X(06).
001900     05  FILLER                  PIC X(02).
001910     05  WS-M-SOURCE             PIC X(14).
001920     05  FILLER                  PIC X(02).
001930     05  WS-M-DECISION           PIC X(24).
001940     05  FILLER                  PIC X(02).
001950     05  WS-M-MARKED-BY          PIC X(08).
001960     05  FILLER                  PIC X(28).
001970*
001980 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
001990     05  FILLER                  PIC X(04).
002000     05  WS-C-LABEL              PIC X(40).
002010     05  WS-C-COUNT              PIC Z(05)9.
002020     05  FILLER                  PIC X(82).
002030*
002040 01  WS-KEY-TEXT.
002050     05  WS-KT-DATE              PIC 9(08).
002060     05  FILLER                  PIC X(01)   VALUE "-".
002070     05  WS-KT-TIME              PIC 9(06).
002080     05  FILLER                  PIC X(01)   VALUE "-".
002090     05  WS-KT-SEQ               PIC 9(03).
002100*
002110 01  WS-TRAN-STATUS               PIC X(02).
002120     88  WS-TRAN-OK                           VALUE "00".
002130*
002140 01  WS-DUPC-STATUS               PIC X(02).
002150     88  WS-DUPC-OK                           VALUE "00".
002160     88  WS-DUPC-NOT-FOUND                    VALUE "35".
002170*
002180 01  WS-DUPM-STATUS               PIC X(02).
002190     88  WS-DUPM-OK                           VALUE "00".
002200     88  WS-DUPM-FOUND                        VALUE "00".
002210     88  WS-DUPM-NOT-FOUND                    VALUE "35".
002220*
002230 01  WS-DUPR-STATUS               PIC X(02).
002240     88  WS-DUPR-OK                           VALUE "00".
002250*
002260 01  WS-BUSD-STATUS               PIC X(02).
002270     88  WS-BUSD-OK                           VALUE "00".
002280*
002290 01  WS-SWRK-STATUS               PIC X(02).
002300     88  WS-SWRK-OK                           VALUE "00".
002310*
002320 01  WS-RPT-STATUS                PIC X(02).
002330     88  WS-RPT-OK                            VALUE "00".
002340*
002350 01  WS-SWITCHES.
002360     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
002370         88  RUN-ABORTED                     VALUE "Y".
002380     05  WS-DUPM-OPEN-SW         PIC X(01)   VALUE "N".
002390         88  DUPM-FILE-OPEN                  VALUE "Y".
002400     05  WS-DUPR-OPEN-SW         PIC X(01)   VALUE "N".
002410         88  DUPR-FILE-OPEN                  VALUE "Y".
002420     05  WS-SWRK-OPEN-SW         PIC X(01)   VALUE "N".
002430         88  SWRK-FILE-OPEN                  VALUE "Y".
002440     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
002450         88  RPT-FILE-OPEN                   VALUE "Y".
002460     05  WS-TRAN-EOF-SW          PIC X(01)   VALUE "N".
002470         88  TRAN-AT-END                     VALUE "Y".
002480     05  WS-SWRK-EOF-SW          PIC X(01)   VALUE "N".
002490         88  SWRK-AT-END                     VALUE "Y".
002500     05  WS-BREAK-SW             PIC X(01)   VALUE "N".
002510         88  GROUP-BREAK                     VALUE "Y".
002520     05  WS-FULL-SW              PIC X(01)   VALUE "N".
002530         88  GROUP-TABLE-FILLED              VALUE "Y".
002540*
002550 01  WS-BUS-DATE                  PIC 9(08).
002560 01  WS-PRIOR-DAYS                PIC 9(02).
002570 01  WS-WINDOW-MINUTES            PIC 9(04).
002580 01  WS-WINDOW-SECONDS            PIC 9(07).
002590 01  WS-STAMP-GAP                 PIC S9(11).
002600*
002610 01  WS-FROM-DATE                 PIC 9(08).
002620 01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
002630     05  WS-FR-CCYY              PIC 9(04).
002640     05  WS-FR-MM                PIC 9(02).
002650     05  WS-FR-DD                PIC 9(02).
002660*
002670 01  WS-MONTH-DAYS-VALUES.
002680     05  FILLER                  PIC X(24)
002690                                 VALUE "312831303130313130313031".
002700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002710     05  WS-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.
002720*
002730 01  WS-LEAP-FIELDS.
002740     05  WS-LEAP-QUOTIENT        PIC 9(04).
002750     05  WS-LEAP-REM-4           PIC 9(04).
002760     05  WS-LEAP-REM-100         PIC 9(04).
002770     05  WS-LEAP-REM-400         PIC 9(04).
002780*
002790*****************************************************************
002800*    WS-STAMP-CALC - CAPTURE DATE AND TIME TURNED INTO A RUNNING *
002810*                    COUNT OF SECONDS SO TWO CAPTURES ON         *
002820*                    DIFFERENT DAYS CAN BE COMPARED              *
002830*****************************************************************
002840 01  WS-CALC-DATE                 PIC 9(08).
002850 01  WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
002860     05  WS-CALC-CCYY            PIC 9(04).
002870     05  WS-CALC-MM              PIC 9(02).
002880     05  WS-CALC-DD              PIC 9(02).
002890 01  WS-CALC-TIME                 PIC 9(06).
002900 01  WS-CALC-TIME-PARTS REDEFINES WS-CALC-TIME.
002910     05  WS-CALC-HH              PIC 9(02).
002920     05  WS-CALC-MI              PIC 9(02).
002930     05  WS-CALC-SS              PIC 9(02).
002940 01  WS-DAY-CALC.
002950     05  WS-DN-YEAR              PIC 9(04).
002960     05  WS-DN-MONTH             PIC 9(02).
002970     05  WS-DN-Q4                PIC 9(04).
002980     05  WS-DN-Q100              PIC 9(04).
002990     05  WS-DN-Q400              PIC 9(04).
003000     05  WS-DN-WORK              PIC 9(04).
003010     05  WS-DN-QM                PIC 9(04).
003020     05  WS-DAY-NUMBER           PIC 9(07).
003030*
003040*****************************************************************
003050*    WS-GROUP - THE MEMBERS OF THE GROUP BEING GATHERED          *
003060*****************************************************************
003070 01  WS-GROUP.
003080     05  WS-GR-COUNT             PIC 9(02)   COMP VALUE ZERO.
003090     05  WS-GR-VAR1              PIC X(22).
003100     05  WS-GR-TYPE-CODE         PIC X(02).
003110     05  WS-GR-AMOUNT            PIC S9(07)V99   COMP-3.
003120     05  WS-GR-LAST-STAMP        PIC 9(11).
003130     05  WS-GR-MEMBER            OCCURS 50 TIMES.
003140         10  WS-GM-TR-KEY.
003150             15  WS-GM-TR-DATE   PIC 9(08).
003160             15  WS-GM-TR-TIME   PIC 9(06).
003170             15  WS-GM-TR-SEQ    PIC 9(03).
003180         10  WS-GM-OPERATOR-ID   PIC X(08).
003190         10  WS-GM-CAPTURE-DATE  PIC 9(08).
003200         10  WS-GM-CAPTURE-TIME  PIC X(06).
003210         10  WS-GM-SOURCE-CODE   PIC X(01).
003220             88  WS-GM-STANDING              VALUE "S".
003230         10  WS-GM-SOURCE-SITE   PIC X(04).
003240         10  WS-GM-DECISION      PIC X(01).
003250             88  WS-GM-UNMARKED              VALUE SPACE.
003260             88  WS-GM-DUPLICATE             VALUE "D".
003270             88  WS-GM-LEGITIMATE            VALUE "L".
003280         10  WS-GM-MARKED-BY     PIC X(08).
003290         10  WS-GM-MARK-DATE     PIC 9(08).
003300         10  WS-GM-MARK-TIME     PIC 9(06).
003310 77  WS-GR-SUB                    PIC 9(02)   COMP.
003320 77  WS-GR-STANDING               PIC 9(02)   COMP.
003330 77  WS-GR-LEGITIMATE             PIC 9(02)   COMP.
003340 77  WS-GR-DUPLICATE              PIC 9(02)   COMP.
003350 77  WS-GR-UNMARKED               PIC 9(02)   COMP.
003360*
003370 01  WS-SOURCE-TEXT               PIC X(14).
003380 01  WS-GROUP-NUMBER              PIC 9(04)   VALUE ZERO.
003390*
003400 77  WS-SELECTED-COUNT            PIC 9(06)   COMP VALUE ZERO.
003410 77  WS-SUSPECT-ENTRIES           PIC 9(06)   COMP VALUE ZERO.
003420 77  WS-OPEN-GROUPS               PIC 9(06)   COMP VALUE ZERO.
003430 77  WS-CONFIRMED-GROUPS          PIC 9(06)   COMP VALUE ZERO.
003440 77  WS-LEGIT-SUPPRESSED          PIC 9(06)   COMP VALUE ZERO.
003450 77  WS-STANDING-SKIPPED          PIC 9(06)   COMP VALUE ZERO.
003460 01  WS-COUNT-ED                  PIC Z(05)9.
003470*
003480 PROCEDURE DIVISION.
003490*****************************************************************
003500*    0000-MAINLINE                                               *
003510*****************************************************************
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003540     IF NOT RUN-ABORTED
003550         PERFORM 4000-PROCESS-SORTED
003560             UNTIL SWRK-AT-END
003570         IF WS-GR-COUNT > ZERO
003580             PERFORM 5000-CLOSE-GROUP THRU 5000-CLOSE-GROUP-EXIT
003590         END-IF
003600         PERFORM 7000-PRINT-TOTALS
003610     END-IF
003620     PERFORM 9000-TERMINATE
003630     GOBACK.
003640*
003650*****************************************************************
003660*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND THE SCAN    *
003670*                      SETTINGS, SELECT AND SORT THE ENTRIES IN  *
003680*                      RANGE, AND OPEN THE DECISION FILE, THE    *
003690*                      REVIEW FILE AND THE REPORT.  NO DECISION  *
003700*                      FILE MEANS NOTHING HAS BEEN RULED ON YET  *
003710*****************************************************************
003720 1000-INITIALIZE.
003730     OPEN INPUT BUSD-FILE
003740     IF NOT WS-BUSD-OK
003750         DISPLAY "unable to open BUSDATE, file status: "
003760             WS-BUSD-STATUS " - run INBDT01 to build it"
003770         MOVE "Y" TO WS-ABORT-SW
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF
003800     READ BUSD-FILE
003810         AT END
003820             DISPLAY "BUSDATE is empty - run INBDT01"
003830             MOVE "Y" TO WS-ABORT-SW
003840     END-READ
003850     CLOSE BUSD-FILE
003860     IF RUN-ABORTED
003870         GO TO 1000-INITIALIZE-EXIT
003880     END-IF
003890     MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
003900     PERFORM 1100-READ-SETTINGS
003910     MOVE WS-BUS-DATE TO WS-FROM-DATE
003920     PERFORM 1200-STEP-BACK-DAY WS-PRIOR-DAYS TIMES
003930     COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60
003940     OPEN INPUT TRAN-FILE
003950     IF NOT WS-TRAN-OK
003960         DISPLAY "unable to open TRANLOG, file status: "
003970             WS-TRAN-STATUS
003980         MOVE "Y" TO WS-ABORT-SW
003990         GO TO 1000-INITIALIZE-EXIT
004000     END-IF
004010     SORT SORT-FILE
004020         ON ASCENDING KEY SR-VAR1 SR-TYPE-CODE SR-AMOUNT
004030             SR-STAMP SR-TR-KEY
004040         INPUT PROCEDURE IS 3000-SELECT-RECORDS THRU
004050             3000-SELECT-RECORDS-EXIT
004060         GIVING SWRK-FILE
004070     CLOSE TRAN-FILE
004080     IF SORT-RETURN NOT = ZERO
004090         DISPLAY "selection sort failed: " SORT-RETURN
004100         MOVE "Y" TO WS-ABORT-SW
004110         GO TO 1000-INITIALIZE-EXIT
004120     END-IF
004130     OPEN INPUT SWRK-FILE
004140     IF NOT WS-SWRK-OK
004150         DISPLAY "unable to open DUPSORT, file status: "
004160             WS-SWRK-STATUS
004170         MOVE "Y" TO WS-ABORT-SW
004180         GO TO 1000-INITIALIZE-EXIT
004190     END-IF
004200     MOVE "Y" TO WS-SWRK-OPEN-SW
004210     OPEN INPUT DUPM-FILE
004220     IF WS-DUPM-OK
004230         MOVE "Y" TO WS-DUPM-OPEN-SW
004240     ELSE
004250         IF NOT WS-DUPM-NOT-FOUND
004260             DISPLAY "unable to open DUPMARK, file status: "
004270                 WS-DUPM-STATUS
004280             MOVE "Y" TO WS-ABORT-SW
004290             GO TO 1000-INITIALIZE-EXIT
004300         END-IF
004310     END-IF
004320     OPEN OUTPUT DUPR-FILE
004330     IF NOT WS-DUPR-OK
004340         DISPLAY "unable to open DUPREVW, file status: "
004350             WS-DUPR-STATUS
004360         MOVE "Y" TO WS-ABORT-SW
004370         GO TO 1000-INITIALIZE-EXIT
004380     END-IF
004390     MOVE "Y" TO WS-DUPR-OPEN-SW
004400     OPEN OUTPUT RPT-FILE
004410     IF NOT WS-RPT-OK
004420         DISPLAY "unable to open INDUP01.LST, file status: "
004430             WS-RPT-STATUS
004440         MOVE "Y" TO WS-ABORT-SW
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF
004470     MOVE "Y" TO WS-RPT-OPEN-SW
004480     PERFORM 1300-PRINT-HEADING
004490     PERFORM 4100-READ-SORTED-FILE.
004500 1000-INITIALIZE-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*    1100-READ-SETTINGS - READ THE SCAN CONTROL RECORD.  NO      *
004550*                         RECORD, OR ONE THAT IS NOT NUMERIC,    *
004560*                         MEANS ONE PRIOR DAY AND NO WINDOW      *
004570*****************************************************************
004580 1100-READ-SETTINGS.
004590     MOVE 1 TO WS-PRIOR-DAYS
004600     MOVE ZERO TO WS-WINDOW-MINUTES
004610     OPEN INPUT DUPC-FILE
004620     IF WS-DUPC-OK
004630         READ DUPC-FILE
004640             AT END
004650                 DISPLAY "DUPCTL is empty - scan defaults used"
004660             NOT AT END
004670                 IF DC-PRIOR-DAYS IS NUMERIC
004680                     AND DC-WINDOW-MINUTES IS NUMERIC
004690                     MOVE DC-PRIOR-DAYS TO WS-PRIOR-DAYS
004700                     MOVE DC-WINDOW-MINUTES TO WS-WINDOW-MINUTES
004710                 ELSE
004720                     DISPLAY "DUPCTL is not numeric - scan "
004730                         "defaults used"
004740                 END-IF
004750         END-READ
004760         CLOSE DUPC-FILE
004770     ELSE
004780         IF NOT WS-DUPC-NOT-FOUND
004790             DISPLAY "unable to open DUPCTL, file status: "
004800                 WS-DUPC-STATUS " - scan defaults used"
004810         END-IF
004820     END-IF.
004830*
004840*****************************************************************
004850*    1200-STEP-BACK-DAY - MOVE THE SCAN FROM-DATE BACK ONE       *
004860*                         CALENDAR DAY, ACROSS A MONTH OR YEAR   *
004870*                         END WHERE IT MUST                      *
004880*****************************************************************
004890 1200-STEP-BACK-DAY.
004900     SUBTRACT 1 FROM WS-FR-DD
004910     IF WS-FR-DD = ZERO
004920         SUBTRACT 1 FROM WS-FR-MM
004930         IF WS-FR-MM = ZERO
004940             MOVE 12 TO WS-FR-MM
004950             SUBTRACT 1 FROM WS-FR-CCYY
004960         END-IF
004970         MOVE WS-MONTH-DAYS (WS-FR-MM) TO WS-FR-DD
004980         IF WS-FR-MM = 2
004990             PERFORM 1250-CHECK-LEAP-YEAR
005000         END-IF
005010     END-IF.
005020*
005030*****************************************************************
005040*    1250-CHECK-LEAP-YEAR - GIVE FEBRUARY ITS 29TH IN A LEAP     *
005050*                           YEAR OF THE GREGORIAN CALENDAR       *
005060*****************************************************************
005070 1250-CHECK-LEAP-YEAR.
005080     DIVIDE WS-FR-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
005090         REMAINDER WS-LEAP-REM-4
005100     DIVIDE WS-FR-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
005110         REMAINDER WS-LEAP-REM-100
005120     DIVIDE WS-FR-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
005130         REMAINDER WS-LEAP-REM-400
005140     IF WS-LEAP-REM-4 = ZERO
005150         IF WS-LEAP-REM-100 NOT = ZERO
005160             OR WS-LEAP-REM-400 = ZERO
005170             MOVE 29 TO WS-FR-DD
005180         END-IF
005190     END-IF.
005200*
005210*****************************************************************
005220*    1300-PRINT-HEADING - PRINT THE REPORT TITLE, THE DATES      *
005230*                         SCANNED AND THE TOLERANCE WINDOW       *
005240*****************************************************************
005250 1300-PRINT-HEADING.
005260     MOVE SPACES TO WS-PRINT-LINE
005270     MOVE "SUSPECTED DUPLICATE ENTRY REPORT" TO WS-PRINT-LINE
005280     WRITE RPT-RECORD FROM WS-PRINT-LINE
005290     MOVE SPACES TO WS-PRINT-LINE
005300     MOVE "BUSINESS DATE: " TO WS-PRINT-LINE(5:15)
005310     MOVE WS-BUS-DATE TO WS-PRINT-LINE(20:8)
005320     MOVE "DATES SCANNED: " TO WS-PRINT-LINE(32:15)
005330     MOVE WS-FROM-DATE TO WS-PRINT-LINE(47:8)
005340     MOVE " - " TO WS-PRINT-LINE(55:3)
005350     MOVE WS-BUS-DATE TO WS-PRINT-LINE(58:8)
005360     WRITE RPT-RECORD FROM WS-PRINT-LINE
005370     MOVE SPACES TO WS-PRINT-LINE
005380     MOVE "TOLERANCE WINDOW: " TO WS-PRINT-LINE(5:18)
005390     IF WS-WINDOW-MINUTES = ZERO
005400         MOVE "NONE - ANY TIME IN THE DATES SCANNED" TO
005410             WS-PRINT-LINE(23:36)
005420     ELSE
005430         MOVE WS-WINDOW-MINUTES TO WS-COUNT-ED
005440         MOVE WS-COUNT-ED TO WS-PRINT-LINE(23:6)
005450         MOVE " MINUTES" TO WS-PRINT-LINE(29:8)
005460     END-IF
005470     WRITE RPT-RECORD FROM WS-PRINT-LINE
005480     MOVE SPACES TO WS-PRINT-LINE
005490     WRITE RPT-RECORD FROM WS-PRINT-LINE
005500     MOVE SPACES TO WS-PRINT-LINE
005510     MOVE "KEY                  OPERATOR  CAPTURED" TO
005520         WS-PRINT-LINE(7:39)
005530     MOVE "SOURCE          DECISION                  MARKED BY"
005540         TO WS-PRINT-LINE(55:51)
005550     WRITE RPT-RECORD FROM WS-PRINT-LINE.
005560*
005570*****************************************************************
005580*    3000-SELECT-RECORDS - SORT INPUT PROCEDURE.  POSITION THE   *
005590*                          LOG AT THE FROM-DATE AND RELEASE      *
005600*                          EVERY ENTRY THROUGH THE BUSINESS DATE *
005610*****************************************************************
005620 3000-SELECT-RECORDS.
005630     MOVE WS-FROM-DATE TO TR-KEY-DATE1
005640     MOVE ZERO TO TR-KEY-TIM1
005650     MOVE ZERO TO TR-KEY-SEQ
005660     START TRAN-FILE KEY NOT < TR-KEY
005670         INVALID KEY
005680             MOVE "Y" TO WS-TRAN-EOF-SW
005690     END-START
005700     IF NOT TRAN-AT-END
005710         PERFORM 3100-READ-TRAN-NEXT
005720     END-IF
005730     PERFORM 3200-RELEASE-RECORD
005740         UNTIL TRAN-AT-END
005750     GO TO 3000-SELECT-RECORDS-EXIT.
005760*
005770*****************************************************************
005780*    3100-READ-TRAN-NEXT - READ THE NEXT LOG RECORD AND STOP AT  *
005790*                          THE END OF THE BUSINESS DATE          *
005800*****************************************************************
005810 3100-READ-TRAN-NEXT.
005820     READ TRAN-FILE NEXT RECORD
005830         AT END
005840             MOVE "Y" TO WS-TRAN-EOF-SW
005850     END-READ
005860     IF NOT TRAN-AT-END
005870         AND TR-KEY-DATE1 > WS-BUS-DATE
005880         MOVE "Y" TO WS-TRAN-EOF-SW
005890     END-IF.
005900*
005910*****************************************************************
005920*    3200-RELEASE-RECORD - STAMP ONE IN-RANGE ENTRY, RELEASE IT  *
005930*                          TO THE SORT AND READ THE NEXT         *
005940*****************************************************************
005950 3200-RELEASE-RECORD.
005960     ADD 1 TO WS-SELECTED-COUNT
005970     MOVE TR-VAR1 TO SR-VAR1
005980     MOVE TR-TYPE-CODE TO SR-TYPE-CODE
005990     MOVE TR-AMOUNT TO SR-AMOUNT
006000     MOVE TR-KEY TO SR-TR-KEY
006010     MOVE TR-OPERATOR-ID TO SR-OPERATOR-ID
006020     MOVE TR-SOURCE-CODE TO SR-SOURCE-CODE
006030     MOVE TR-SOURCE-SITE TO SR-SOURCE-SITE
006040     PERFORM 3300-COMPUTE-STAMP
006050     MOVE WS-CALC-DATE TO SR-CAPTURE-DATE
006060     MOVE WS-CALC-TIME TO SR-CAPTURE-TIME
006070     RELEASE SORT-RECORD
006080     PERFORM 3100-READ-TRAN-NEXT.
006090 3000-SELECT-RECORDS-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130*    3300-COMPUTE-STAMP - TURN THE ENTRY'S CAPTURE DATE AND      *
006140*                         TIME INTO SECONDS SINCE A FIXED DAY.   *
006150*                         AN ENTRY WITH NO USABLE CAPTURE DATE   *
006160*                         OR TIME FALLS BACK ON ITS KEY.  THE    *
006170*                         DAY COUNT RUNS THE YEAR FROM MARCH SO  *
006180*                         THE LEAP DAY FALLS AT THE END OF IT    *
006190*****************************************************************
006200 3300-COMPUTE-STAMP.
006210     IF TR-CAPTURE-DATE IS NUMERIC
006220         AND TR-CAPTURE-DATE > ZERO
006230         MOVE TR-CAPTURE-DATE TO WS-CALC-DATE
006240     ELSE
006250         MOVE TR-KEY-DATE1 TO WS-CALC-DATE
006260     END-IF
006270     IF TR-TIM1 IS NUMERIC
006280         MOVE TR-TIM1 TO WS-CALC-TIME
006290     ELSE
006300         MOVE TR-KEY-TIM1 TO WS-CALC-TIME
006310     END-IF
006320     IF WS-CALC-MM > 2
006330         MOVE WS-CALC-CCYY TO WS-DN-YEAR
006340         COMPUTE WS-DN-MONTH = WS-CALC-MM - 3
006350     ELSE
006360         COMPUTE WS-DN-YEAR = WS-CALC-CCYY - 1
006370         COMPUTE WS-DN-MONTH = WS-CALC-MM + 9
006380     END-IF
006390     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
006400     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
006410     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
006420     COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH + 2
006430     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QM
006440     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR + WS-DN-Q4
006450         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QM + WS-CALC-DD
006460     COMPUTE SR-STAMP = WS-DAY-NUMBER * 86400
006470         + WS-CALC-HH * 3600 + WS-CALC-MI * 60 + WS-CALC-SS.
006480*
006490*****************************************************************
006500*    4000-PROCESS-SORTED - CLOSE THE GROUP BEING GATHERED WHEN   *
006510*                          THE CODE, TYPE OR AMOUNT CHANGES,     *
006520*                          WHEN THE ENTRY WAS CAPTURED OUTSIDE   *
006530*                          THE WINDOW OF THE GROUP'S LATEST      *
006540*                          MEMBER, OR WHEN THE GROUP IS FULL,    *
006550*                          THEN ADD THE ENTRY AND READ THE NEXT  *
006560*****************************************************************
006570 4000-PROCESS-SORTED.
006580     MOVE "N" TO WS-BREAK-SW
006590     IF WS-GR-COUNT > ZERO
006600         IF SW-VAR1 NOT = WS-GR-VAR1
006610             OR SW-TYPE-CODE NOT = WS-GR-TYPE-CODE
006620             OR SW-AMOUNT NOT = WS-GR-AMOUNT
006630             MOVE "Y" TO WS-BREAK-SW
006640         ELSE
006650             COMPUTE WS-STAMP-GAP = SW-STAMP - WS-GR-LAST-STAMP
006660             IF WS-WINDOW-SECONDS > ZERO
006670                 AND WS-STAMP-GAP > WS-WINDOW-SECONDS
006680                 MOVE "Y" TO WS-BREAK-SW
006690             END-IF
006700             IF WS-GR-COUNT NOT < 50
006710                 IF NOT GROUP-TABLE-FILLED
006720                     DISPLAY "suspect group over 50 entries - "
006730                         "continued as a new group"
006740                     MOVE "Y" TO WS-FULL-SW
006750                 END-IF
006760                 MOVE "Y" TO WS-BREAK-SW
006770             END-IF
006780         END-IF
006790     END-IF
006800     IF GROUP-BREAK
006810         PERFORM 5000-CLOSE-GROUP THRU 5000-CLOSE-GROUP-EXIT
006820     END-IF
006830     PERFORM 4200-ADD-MEMBER
006840     PERFORM 4100-READ-SORTED-FILE.
006850*
006860*****************************************************************
006870*    4100-READ-SORTED-FILE - READ THE NEXT SORTED ENTRY          *
006880*****************************************************************
006890 4100-READ-SORTED-FILE.
006900     READ SWRK-FILE
006910         AT END
006920             MOVE "Y" TO WS-SWRK-EOF-SW
006930     END-READ.
006940*
006950*****************************************************************
006960*    4200-ADD-MEMBER - ADD THE SORTED ENTRY TO THE GROUP BEING   *
006970*                      GATHERED, STARTING A NEW GROUP ON ITS     *
006980*                      CODE, TYPE AND AMOUNT WHEN IT IS EMPTY    *
006990*****************************************************************
007000 4200-ADD-MEMBER.
007010     IF WS-GR-COUNT = ZERO
007020         MOVE SW-VAR1 TO WS-GR-VAR1
007030         MOVE SW-TYPE-CODE TO WS-GR-TYPE-CODE
007040         MOVE SW-AMOUNT TO WS-GR-AMOUNT
007050     END-IF
007060     ADD 1 TO WS-GR-COUNT
007070     MOVE SW-STAMP TO WS-GR-LAST-STAMP
007080     MOVE SW-TR-KEY TO WS-GM-TR-KEY (WS-GR-COUNT)
007090     MOVE SW-OPERATOR-ID TO WS-GM-OPERATOR-ID (WS-GR-COUNT)
007100     MOVE SW-CAPTURE-DATE TO WS-GM-CAPTURE-DATE (WS-GR-COUNT)
007110     MOVE SW-CAPTURE-TIME TO WS-GM-CAPTURE-TIME (WS-GR-COUNT)
007120     MOVE SW-SOURCE-CODE TO WS-GM-SOURCE-CODE (WS-GR-COUNT)
007130     MOVE SW-SOURCE-SITE TO WS-GM-SOURCE-SITE (WS-GR-COUNT).
007140*
007150*****************************************************************
007160*    5000-CLOSE-GROUP - DECIDE WHETHER THE GATHERED GROUP IS A   *
007170*                       SUSPECT.  A LONE ENTRY IS NOT; NOR IS A  *
007180*                       GROUP MADE ONLY BY THE STANDING-ENTRY    *
007190*                       GENERATOR, NOR ONE WHOSE MEMBERS HAVE    *
007200*                       ALL BEEN RULED LEGITIMATE.  ANY OTHER    *
007210*                       GROUP IS PRINTED AND WRITTEN FOR REVIEW  *
007220*****************************************************************
007230 5000-CLOSE-GROUP.
007240     IF WS-GR-COUNT < 2
007250         GO TO 5000-CLOSE-GROUP-RESET
007260     END-IF
007270     MOVE ZERO TO WS-GR-STANDING
007280     MOVE ZERO TO WS-GR-LEGITIMATE
007290     MOVE ZERO TO WS-GR-DUPLICATE
007300     MOVE ZERO TO WS-GR-UNMARKED
007310     PERFORM 5100-CHECK-MEMBER
007320         VARYING WS-GR-SUB FROM 1 BY 1
007330         UNTIL WS-GR-SUB > WS-GR-COUNT
007340     IF WS-GR-STANDING = WS-GR-COUNT
007350         ADD 1 TO WS-STANDING-SKIPPED
007360         GO TO 5000-CLOSE-GROUP-RESET
007370     END-IF
007380     IF WS-GR-LEGITIMATE = WS-GR-COUNT
007390         ADD 1 TO WS-LEGIT-SUPPRESSED
007400         GO TO 5000-CLOSE-GROUP-RESET
007410     END-IF
007420     IF WS-GROUP-NUMBER NOT < 9999
007430         DISPLAY "more than 9999 suspect groups - group not "
007440             "written for review"
007450         GO TO 5000-CLOSE-GROUP-RESET
007460     END-IF
007470     ADD 1 TO WS-GROUP-NUMBER
007480     ADD WS-GR-COUNT TO WS-SUSPECT-ENTRIES
007490     IF WS-GR-UNMARKED > ZERO
007500         ADD 1 TO WS-OPEN-GROUPS
007510     ELSE
007520         ADD 1 TO WS-CONFIRMED-GROUPS
007530     END-IF
007540     PERFORM 6000-PRINT-GROUP
007550     PERFORM 5200-WRITE-MEMBER
007560         VARYING WS-GR-SUB FROM 1 BY 1
007570         UNTIL WS-GR-SUB > WS-GR-COUNT.
007580 5000-CLOSE-GROUP-RESET.
007590     MOVE ZERO TO WS-GR-COUNT.
007600 5000-CLOSE-GROUP-EXIT.
007610     EXIT.
007620*
007630*****************************************************************
007640*    5100-CHECK-MEMBER - COUNT A STANDING-ENTRY MEMBER AND       *
007650*                        PICK UP ANY EARLIER RULING ON THE       *
007660*                        MEMBER FROM THE DECISION FILE           *
007670*****************************************************************
007680 5100-CHECK-MEMBER.
007690     IF WS-GM-STANDING (WS-GR-SUB)
007700         ADD 1 TO WS-GR-STANDING
007710     END-IF
007720     MOVE SPACE TO WS-GM-DECISION (WS-GR-SUB)
007730     MOVE SPACES TO WS-GM-MARKED-BY (WS-GR-SUB)
007740     MOVE ZERO TO WS-GM-MARK-DATE (WS-GR-SUB)
007750     MOVE ZERO TO WS-GM-MARK-TIME (WS-GR-SUB)
007760     IF DUPM-FILE-OPEN
007770         MOVE WS-GM-TR-KEY (WS-GR-SUB) TO DM-TR-KEY
007780         READ DUPM-FILE
007790             INVALID KEY
007800                 CONTINUE
007810         END-READ
007820         IF WS-DUPM-FOUND
007830             MOVE DM-DECISION TO WS-GM-DECISION (WS-GR-SUB)
007840             MOVE DM-MARKED-BY TO WS-GM-MARKED-BY (WS-GR-SUB)
007850             MOVE DM-MARK-DATE TO WS-GM-MARK-DATE (WS-GR-SUB)
007860             MOVE DM-MARK-TIME TO WS-GM-MARK-TIME (WS-GR-SUB)
007870         END-IF
007880     END-IF
007890     IF WS-GM-LEGITIMATE (WS-GR-SUB)
007900         ADD 1 TO WS-GR-LEGITIMATE
007910     ELSE
007920         IF WS-GM-DUPLICATE (WS-GR-SUB)
007930             ADD 1 TO WS-GR-DUPLICATE
007940         ELSE
007950             ADD 1 TO WS-GR-UNMARKED
007960         END-IF
007970     END-IF.
007980*
007990*****************************************************************
008000*    5200-WRITE-MEMBER - WRITE ONE GROUP MEMBER TO THE REVIEW    *
008010*                        FILE, CARRYING ANY EARLIER RULING, AND  *
008020*                        PRINT ITS DETAIL LINE                   *
008030*****************************************************************
008040 5200-WRITE-MEMBER.
008050     MOVE SPACES TO DUPR-RECORD
008060     MOVE WS-GROUP-NUMBER TO DR-GROUP
008070     MOVE WS-GR-SUB TO DR-MEMBER
008080     MOVE WS-BUS-DATE TO DR-SCAN-DATE
008090     MOVE WS-GR-COUNT TO DR-MEMBER-COUNT
008100     MOVE WS-GM-TR-KEY (WS-GR-SUB) TO DR-TR-KEY
008110     MOVE WS-GR-VAR1 TO DR-VAR1
008120     MOVE WS-GR-TYPE-CODE TO DR-TYPE-CODE
008130     MOVE WS-GR-AMOUNT TO DR-AMOUNT
008140     MOVE WS-GM-OPERATOR-ID (WS-GR-SUB) TO DR-OPERATOR-ID
008150     MOVE WS-GM-CAPTURE-DATE (WS-GR-SUB) TO DR-CAPTURE-DATE
008160     MOVE WS-GM-CAPTURE-TIME (WS-GR-SUB) TO DR-CAPTURE-TIME
008170     MOVE WS-GM-SOURCE-CODE (WS-GR-SUB) TO DR-SOURCE-CODE
008180     MOVE WS-GM-SOURCE-SITE (WS-GR-SUB) TO DR-SOURCE-SITE
008190     MOVE WS-GM-DECISION (WS-GR-SUB) TO DR-STATUS
008200     MOVE WS-GM-MARKED-BY (WS-GR-SUB) TO DR-REVIEWED-BY
008210     MOVE WS-GM-MARK-DATE (WS-GR-SUB) TO DR-REVIEW-DATE
008220     MOVE WS-GM-MARK-TIME (WS-GR-SUB) TO DR-REVIEW-TIME
008230     WRITE DUPR-RECORD
008240     IF NOT WS-DUPR-OK
008250         DISPLAY "unable to write DUPREVW, file status: "
008260             WS-DUPR-STATUS
008270     END-IF
008280     PERFORM 6100-PRINT-MEMBER.
008290*
008300*****************************************************************
008310*    6000-PRINT-GROUP - PRINT THE GROUP'S HEADING LINE WITH THE  *
008320*                       SHARED CODE, TYPE AND AMOUNT             *
008330*****************************************************************
008340 6000-PRINT-GROUP.
008350     MOVE SPACES TO WS-PRINT-LINE
008360     WRITE RPT-RECORD FROM WS-PRINT-LINE
008370     MOVE SPACES TO WS-PRINT-LINE
008380     MOVE "GROUP " TO WS-G-LABEL
008390     MOVE WS-GROUP-NUMBER TO WS-G-GROUP
008400     MOVE "CODE " TO WS-G-CODE-LIT
008410     MOVE WS-GR-VAR1 TO WS-G-VAR1
008420     MOVE "TYPE " TO WS-G-TYPE-LIT
008430     MOVE WS-GR-TYPE-CODE TO WS-G-TYPE
008440     MOVE "AMOUNT " TO WS-G-AMOUNT-LIT
008450     MOVE WS-GR-AMOUNT TO WS-G-AMOUNT
008460     MOVE "ENTRIES " TO WS-G-COUNT-LIT
008470     MOVE WS-GR-COUNT TO WS-G-COUNT
008480     WRITE RPT-RECORD FROM WS-PRINT-LINE.
008490*
008500*****************************************************************
008510*    6100-PRINT-MEMBER - PRINT ONE MEMBER WITH ITS KEY,          *
008520*                        OPERATOR, CAPTURE STAMP, SOURCE AND     *
008530*                        ANY EARLIER RULING                      *
008540*****************************************************************
008550 6100-PRINT-MEMBER.
008560     MOVE WS-GM-TR-DATE (WS-GR-SUB) TO WS-KT-DATE
008570     MOVE WS-GM-TR-TIME (WS-GR-SUB) TO WS-KT-TIME
008580     MOVE WS-GM-TR-SEQ (WS-GR-SUB) TO WS-KT-SEQ
008590     PERFORM 6200-SET-SOURCE-TEXT
008600     MOVE SPACES TO WS-PRINT-LINE
008610     MOVE WS-KEY-TEXT TO WS-M-KEY
008620     MOVE WS-GM-OPERATOR-ID (WS-GR-SUB) TO WS-M-OPID
008630     MOVE WS-GM-CAPTURE-DATE (WS-GR-SUB) TO WS-M-CAPTURE-DATE
008640     MOVE WS-GM-CAPTURE-TIME (WS-GR-SUB) TO WS-M-CAPTURE-TIME
008650     MOVE WS-SOURCE-TEXT TO WS-M-SOURCE
008660     IF WS-GM-DUPLICATE (WS-GR-SUB)
008670         MOVE "DUPLICATE - FIX INFIX01" TO WS-M-DECISION
008680         MOVE WS-GM-MARKED-BY (WS-GR-SUB) TO WS-M-MARKED-BY
008690     ELSE
008700         IF WS-GM-LEGITIMATE (WS-GR-SUB)
008710             MOVE "LEGITIMATE" TO WS-M-DECISION
008720             MOVE WS-GM-MARKED-BY (WS-GR-SUB) TO WS-M-MARKED-BY
008730         ELSE
008740             MOVE "OPEN - REVIEW IN INDUR01" TO WS-M-DECISION
008750         END-IF
008760     END-IF
008770     WRITE RPT-RECORD FROM WS-PRINT-LINE.
008780*
008790*****************************************************************
008800*    6200-SET-SOURCE-TEXT - DESCRIBE WHERE THE MEMBER CAME FROM  *
008810*****************************************************************
008820 6200-SET-SOURCE-TEXT.
008830     MOVE SPACES TO WS-SOURCE-TEXT
008840     IF WS-GM-SOURCE-CODE (WS-GR-SUB) = "O"
008850         MOVE "ONLINE" TO WS-SOURCE-TEXT
008860     ELSE
008870         IF WS-GM-SOURCE-CODE (WS-GR-SUB) = "B"
008880             MOVE "SITE LOAD" TO WS-SOURCE-TEXT
008890             MOVE WS-GM-SOURCE-SITE (WS-GR-SUB) TO
008900                 WS-SOURCE-TEXT(11:4)
008910         ELSE
008920             IF WS-GM-SOURCE-CODE (WS-GR-SUB) = "S"
008930                 MOVE "STANDING" TO WS-SOURCE-TEXT
008940             ELSE
008950                 IF WS-GM-SOURCE-CODE (WS-GR-SUB) = "R"
008960                     MOVE "SUSPENSE" TO WS-SOURCE-TEXT
008970                     MOVE WS-GM-SOURCE-SITE (WS-GR-SUB) TO
008980                         WS-SOURCE-TEXT(10:4)
008990                 ELSE
009000                     MOVE "UNKNOWN" TO WS-SOURCE-TEXT
009010                 END-IF
009020             END-IF
009030         END-IF
009040     END-IF.
009050*
009060*****************************************************************
009070*    7000-PRINT-TOTALS - PRINT THE RUN COUNTS AND LOG THE OPEN   *
009080*                        GROUP COUNT TO THE STREAM               *
009090*****************************************************************
009100 7000-PRINT-TOTALS.
009110     MOVE SPACES TO WS-PRINT-LINE
009120     WRITE RPT-RECORD FROM WS-PRINT-LINE
009130     MOVE SPACES TO WS-PRINT-LINE
009140     MOVE "ENTRIES SCANNED" TO WS-C-LABEL
009150     MOVE WS-SELECTED-COUNT TO WS-C-COUNT
009160     WRITE RPT-RECORD FROM WS-PRINT-LINE
009170     MOVE SPACES TO WS-PRINT-LINE
009180     MOVE "SUSPECT GROUPS REPORTED" TO WS-C-LABEL
009190     MOVE WS-GROUP-NUMBER TO WS-C-COUNT
009200     WRITE RPT-RECORD FROM WS-PRINT-LINE
009210     MOVE SPACES TO WS-PRINT-LINE
009220     MOVE "  AWAITING REVIEW" TO WS-C-LABEL
009230     MOVE WS-OPEN-GROUPS TO WS-C-COUNT
009240     WRITE RPT-RECORD FROM WS-PRINT-LINE
009250     MOVE SPACES TO WS-PRINT-LINE
009260     MOVE "  RULED, DUPLICATE NOT YET DELETED" TO WS-C-LABEL
009270     MOVE WS-CONFIRMED-GROUPS TO WS-C-COUNT
009280     WRITE RPT-RECORD FROM WS-PRINT-LINE
009290     MOVE SPACES TO WS-PRINT-LINE
009300     MOVE "ENTRIES IN SUSPECT GROUPS" TO WS-C-LABEL
009310     MOVE WS-SUSPECT-ENTRIES TO WS-C-COUNT
009320     WRITE RPT-RECORD FROM WS-PRINT-LINE
009330     MOVE SPACES TO WS-PRINT-LINE
009340     MOVE "GROUPS ALREADY RULED LEGITIMATE" TO WS-C-LABEL
009350     MOVE WS-LEGIT-SUPPRESSED TO WS-C-COUNT
009360     WRITE RPT-RECORD FROM WS-PRINT-LINE
009370     MOVE SPACES TO WS-PRINT-LINE
009380     MOVE "STANDING-ENTRY REPEATS NOT REPORTED" TO WS-C-LABEL
009390     MOVE WS-STANDING-SKIPPED TO WS-C-COUNT
009400     WRITE RPT-RECORD FROM WS-PRINT-LINE
009410     MOVE WS-OPEN-GROUPS TO WS-COUNT-ED
009420     DISPLAY "INDUP01 suspect groups awaiting review: "
009430         WS-COUNT-ED.
009440*
009450*****************************************************************
009460*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
009470*****************************************************************
009480 9000-TERMINATE.
009490     IF SWRK-FILE-OPEN
009500         CLOSE SWRK-FILE
009510     END-IF
009520     IF DUPM-FILE-OPEN
009530         CLOSE DUPM-FILE
009540     END-IF
009550     IF DUPR-FILE-OPEN
009560         CLOSE DUPR-FILE
009570     END-IF
009580     IF RPT-FILE-OPEN
009590         CLOSE RPT-FILE
009600     END-IF
009610     IF RUN-ABORTED
009620         MOVE 8 TO RETURN-CODE
009630     ELSE
009640         MOVE ZERO TO RETURN-CODE
009650     END-IF.
