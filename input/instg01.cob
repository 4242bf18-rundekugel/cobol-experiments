000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INSTG01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : START-OF-DAY GENERATOR FOR STANDING ENTRIES.  *
000060*                 RUN EACH MORNING AFTER THE END-OF-DAY STREAM  *
000070*                 HAS ADVANCED THE BUSINESS DATE.  READS EVERY  *
000080*                 ENTRY ON THE STANDING-ENTRY MASTER AND, FOR   *
000090*                 EACH ONE DUE ON THE BUSINESS DATE - DAILY,    *
000100*                 ITS WEEKDAY, OR THE LAST BUSINESS DAY OF THE  *
000110*                 MONTH, WITHIN ITS START AND END DATES -       *
000120*                 APPLIES THE SAME VALID-VALUES, OPERATOR AND   *
000130*                 LIMITS EDITS INPUT01 APPLIES AND WRITES IT TO *
000140*                 TRANLOG UNDER THE BUSINESS DATE AND THE       *
000150*                 OWNING OPERATOR.  A FAILED EDIT GOES TO       *
000160*                 SUSPENSE (SITE STND) FOR REPAIR THROUGH       *
000170*                 INSUS01.  AN ENTRY OVER ITS WARNING LIMIT IS  *
000180*                 LOGGED TO LIMWARN FOR THE NIGHTLY EXCEPTION   *
000190*                 REPORT.  NOTHING IS GENERATED ON A WEEKEND OR *
000200*                 HOLIDAY, OR INTO A CLOSED ACCOUNTING PERIOD.  *
000210*                 EACH ENTRY CARRIES THE KEY IT IS ABOUT TO     *
000220*                 WRITE BEFORE THE WRITE, SO A RERUN FINDS WHAT *
000230*                 ALREADY LANDED AND NEVER GENERATES TWICE.     *
000240*                 PRINTS A REGISTER OF WHAT WAS GENERATED,      *
000250*                 SKIPPED AND REJECTED.                         *
000252*                 A MONTH-END ENTRY MISSED ON THE PRIOR MONTH'S *
000254*                 LAST WEEKDAY IS CAUGHT UP ON THE NEXT         *
000256*                 BUSINESS DAY, LISTED, AND THE RUN ENDS WITH   *
000258*                 RC 4.                                         *
000260*                                                               *
000270*    MODIFICATION HISTORY                                       *
000280*    ------------------------------------------------------     *
000290*    2026-10-15  DK  ORIGINAL.                                  *
000293*    2026-10-15  DK  GENERATED ENTRIES ARE STAMPED WITH CAPTURE *
000296*                    SOURCE S AND SITE STND.                    *
000297*    2026-10-15  DK  THE OPERATOR AND CODE ALTERNATE KEYS ARE   *
000298*                    BUILT ON EACH GENERATED ENTRY JUST BEFORE  *
000299*                    THE WRITE.                                 *
000300*    2026-10-15  DK  A MONTH-END ENTRY NOT GENERATED ON THE     *
000301*                    PRIOR MONTH'S LAST WEEKDAY - A HOLIDAY, OR *
000302*                    A MISSED RUN - IS NOW GENERATED ON THE     *
000303*                    NEXT BUSINESS DAY, LISTED ON THE CONSOLE   *
000304*                    AND REGISTER, AND SETS RC 4.               *
000305*    2026-10-15  DK  AN ENTRY NEVER YET GENERATED IS NOT CAUGHT *
000306*                    UP - IT WAS SET UP AFTER THE MONTH END.    *
000307*                                                               *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. INSTG01.
000340 AUTHOR. D. KUGEL.
000350 INSTALLATION. DATA ENTRY SYSTEMS.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STND-FILE ASSIGN TO "STANDING"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SO-ID
000460         FILE STATUS IS WS-STND-STATUS.
000470*
000480     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TR-KEY
000513         ALTERNATE RECORD KEY IS TR-OPER-KEY
000516         ALTERNATE RECORD KEY IS TR-CODE-KEY
000520         FILE STATUS IS WS-TRAN-STATUS.
000530*
000540     SELECT VALV-FILE ASSIGN TO "VALVALS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS VV-CODE
000580         FILE STATUS IS WS-VALV-STATUS.
000590*
000600     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS OM-OPERATOR-ID
000640         FILE STATUS IS WS-OPER-STATUS.
000650*
000660     SELECT LIMV-FILE ASSIGN TO "LIMITS"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS LM-KEY
000700         FILE STATUS IS WS-LIMV-STATUS.
000710*
000720     SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SP-KEY
000760         FILE STATUS IS WS-SUSP-STATUS.
000770*
000780     SELECT LIMW-FILE ASSIGN TO "LIMWARN"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-LIMW-STATUS.
000810*
000820     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-BUSD-STATUS.
000850*
000860     SELECT PERD-FILE ASSIGN TO "PERIODS"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS PC-PERIOD
000900         FILE STATUS IS WS-PERD-STATUS.
000910*
000920     SELECT PERL-FILE ASSIGN TO "PERLOG"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PERL-STATUS.
000950*
000960     SELECT RPT-FILE ASSIGN TO "INSTG01.LST"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RPT-STATUS.
000990*
001000 DATA DIVISION.
001010 FILE SECTION.
001020*****************************************************************
001030*    STND-FILE - STANDING-ENTRY MASTER                          *
001040*****************************************************************
001050 FD  STND-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY STNDREC.
001090*
001100*****************************************************************
001110*    TRAN-FILE - TRANSACTION LOG                                *
001120*****************************************************************
001130 FD  TRAN-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY TRANREC.
001170*
001180*****************************************************************
001190*    VALV-FILE - VALID-VALUES MASTER OF PERMITTED CODES         *
001200*****************************************************************
001210 FD  VALV-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY VALVREC.
001250*
001260*****************************************************************
001270*    OPER-FILE - OPERATOR SECURITY MASTER                       *
001280*****************************************************************
001290 FD  OPER-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320     COPY OPERMST.
001330*
001340*****************************************************************
001350*    LIMV-FILE - AMOUNT LIMITS BY CODE AND TYPE                 *
001360*****************************************************************
001370 FD  LIMV-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400     COPY LIMREC.
001410*
001420*****************************************************************
001430*    SUSP-FILE - SUSPENSE MASTER OF REJECTED ENTRIES, HELD FOR  *
001440*                REPAIR AND RELEASE THROUGH INSUS01             *
001450*****************************************************************
001460 FD  SUSP-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490     COPY SUSPREC.
001500*
001510*****************************************************************
001520*    LIMW-FILE - OVER-WARNING LOG FOR THE NIGHTLY EXCEPTION     *
001530*                REPORT                                         *
001540*****************************************************************
001550 FD  LIMW-FILE
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001580     COPY LIMWREC.
001590*
001600*****************************************************************
001610*    BUSD-FILE - PROCESSING-CALENDAR CONTROL RECORD             *
001620*****************************************************************
001630 FD  BUSD-FILE
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
001660     COPY BUSDATE.
001670*
001680*****************************************************************
001690*    PERD-FILE - ACCOUNTING-PERIOD CONTROL FILE                 *
001700*****************************************************************
001710 FD  PERD-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE STANDARD.
001740     COPY PERCTL.
001750*
001760*****************************************************************
001770*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
001780*****************************************************************
001790 FD  PERL-FILE
001800     RECORDING MODE IS F
001810     LABEL RECORDS ARE STANDARD.
001820     COPY PERLREC.
001830*
001840*****************************************************************
001850*    RPT-FILE - PRINTED GENERATION REGISTER                     *
001860*****************************************************************
001870 FD  RPT-FILE
001880     RECORDING MODE IS F
001890     LABEL RECORDS ARE STANDARD.
001900 01  RPT-RECORD                  PIC X(132).
001910*
001920 WORKING-STORAGE SECTION.
001930 01  WS-PRINT-LINE                PIC X(132).
001940*
001950 01  WS-REGISTER-VIEW REDEFINES WS-PRINT-LINE.
001960     05  FILLER                  PIC X(02).
001970     05  WS-G-ID                 PIC X(08).
001980     05  FILLER                  PIC X(02).
001990     05  WS-G-VAR1               PIC X(22).
002000     05  FILLER                  PIC X(02).
002010     05  WS-G-TYPE               PIC X(02).
002020     05  FILLER                  PIC X(02).
002030     05  WS-G-AMOUNT             PIC Z(06)9.99-.
002040     05  FILLER                  PIC X(02).
002050     05  WS-G-OWNER              PIC X(08).
002060     05  FILLER                  PIC X(02).
002070     05  WS-G-FREQUENCY          PIC X(01).
002080     05  FILLER                  PIC X(02).
002090     05  WS-G-RESULT             PIC X(34).
002100     05  FILLER                  PIC X(02).
002110     05  WS-G-KEY                PIC X(17).
002120     05  FILLER                  PIC X(13).
002130*
002140 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
002150     05  FILLER                  PIC X(04).
002160     05  WS-C-LABEL              PIC X(28).
002170     05  WS-C-COUNT              PIC Z(07)9.
002180     05  FILLER                  PIC X(92).
002190*
002200 01  WS-STND-STATUS               PIC X(02).
002210     88  WS-STND-OK                           VALUE "00".
002220     88  WS-STND-NOT-FOUND                    VALUE "35".
002230*
002240 01  WS-TRAN-STATUS               PIC X(02).
002250     88  WS-TRAN-OK                           VALUE "00".
002260     88  WS-TRAN-FOUND                        VALUE "00".
002270     88  WS-TRAN-DUP-KEY                      VALUE "22".
002280     88  WS-TRAN-NOT-FOUND                    VALUE "35".
002290*
002300 01  WS-VALV-STATUS               PIC X(02).
002310     88  WS-VALV-OK                           VALUE "00".
002320     88  WS-VALV-FOUND                        VALUE "00".
002330*
002340 01  WS-OPER-STATUS               PIC X(02).
002350     88  WS-OPER-OK                           VALUE "00".
002360     88  WS-OPER-FOUND                        VALUE "00".
002370*
002380 01  WS-LIMV-STATUS               PIC X(02).
002390     88  WS-LIMV-OK                           VALUE "00".
002400     88  WS-LIMV-FOUND                        VALUE "00".
002410*
002420 01  WS-SUSP-STATUS               PIC X(02).
002430     88  WS-SUSP-OK                           VALUE "00".
002440     88  WS-SUSP-FOUND                        VALUE "00".
002450     88  WS-SUSP-DUP-KEY                      VALUE "22".
002460     88  WS-SUSP-NOT-FOUND                    VALUE "35".
002470*
002480 01  WS-LIMW-STATUS               PIC X(02).
002490     88  WS-LIMW-OK                           VALUE "00".
002500     88  WS-LIMW-NOT-FOUND                    VALUE "35".
002510*
002520 01  WS-BUSD-STATUS               PIC X(02).
002530     88  WS-BUSD-OK                           VALUE "00".
002540*
002550 01  WS-RPT-STATUS                PIC X(02).
002560     88  WS-RPT-OK                            VALUE "00".
002570*
002580     COPY PERCHK.
002590*
002600 01  WS-SWITCHES.
002610     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002620         88  END-OF-FILE                     VALUE "Y".
002630     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
002640         88  RUN-ABORTED                     VALUE "Y".
002650     05  WS-NON-BUSINESS-SW      PIC X(01)   VALUE "N".
002660         88  NON-BUSINESS-DAY                VALUE "Y".
002670     05  WS-MONTH-END-SW         PIC X(01)   VALUE "N".
002680         88  LAST-BUSINESS-DAY               VALUE "Y".
002683     05  WS-CATCH-UP-SW          PIC X(01)   VALUE "N".
002686         88  MONTH-END-CATCH-UP              VALUE "Y".
002690     05  WS-DUE-SW               PIC X(01)   VALUE "N".
002700         88  ENTRY-IS-DUE                    VALUE "Y".
002710     05  WS-LANDED-SW            PIC X(01)   VALUE "N".
002720         88  ENTRY-ALREADY-LANDED            VALUE "Y".
002730     05  WS-RECORD-OK-SW         PIC X(01)   VALUE "N".
002740         88  RECORD-IS-OK                    VALUE "Y".
002750     05  WS-OVER-WARN-SW         PIC X(01)   VALUE "N".
002760         88  ENTRY-OVER-WARNING              VALUE "Y".
002770     05  WS-WRITE-OK-SW          PIC X(01)   VALUE "N".
002780         88  WRITE-IS-OK                     VALUE "Y".
002790     05  WS-LIMW-OPEN-SW         PIC X(01)   VALUE "N".
002800         88  LIMW-FILE-OPEN                  VALUE "Y".
002810*
002820 01  WS-REJECT-REASON             PIC X(02).
002830     88  REASON-VAR1-NOT-ON-FILE              VALUE "02".
002840     88  REASON-VAR1-DEACTIVATED              VALUE "03".
002850     88  REASON-OPER-NOT-ON-FILE              VALUE "05".
002860     88  REASON-OPER-REVOKED                  VALUE "06".
002870     88  REASON-TYPE-INVALID                  VALUE "07".
002880     88  REASON-OVER-LIMIT                    VALUE "09".
002890*
002900 77  WS-READ-COUNT                PIC 9(08)   COMP VALUE ZERO.
002910 77  WS-NOT-DUE-COUNT             PIC 9(08)   COMP VALUE ZERO.
002920 77  WS-GENERATED-COUNT           PIC 9(08)   COMP VALUE ZERO.
002930 77  WS-WARNING-COUNT             PIC 9(08)   COMP VALUE ZERO.
002940 77  WS-ALREADY-COUNT             PIC 9(08)   COMP VALUE ZERO.
002950 77  WS-REJECT-COUNT              PIC 9(08)   COMP VALUE ZERO.
002955 77  WS-CATCH-UP-COUNT            PIC 9(08)   COMP VALUE ZERO.
002960*
002970 77  WS-KEY-SECONDS               PIC 9(08)   COMP.
002980 77  WS-KEY-SEQ                   PIC 9(03)   COMP VALUE ZERO.
002990 77  WS-SEC-QUOT                  PIC 9(08)   COMP.
003000 77  WS-REM1                      PIC 9(08)   COMP.
003010 77  WS-REM2                      PIC 9(08)   COMP.
003020 77  WS-TIME-HH                   PIC 9(02)   COMP.
003030 77  WS-TIME-MM                   PIC 9(02)   COMP.
003040 77  WS-TIME-SS                   PIC 9(02)   COMP.
003050 77  WS-SUSP-SEQ                  PIC 9(06)   VALUE ZERO.
003060*
003070 01  WS-BUS-DATE                  PIC 9(08).
003080 01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
003090     05  WS-BUS-CCYY-X           PIC X(04).
003100     05  WS-BUS-MM-X             PIC X(02).
003110     05  WS-BUS-DD-X             PIC X(02).
003120 01  WS-BUSDATE-FMT               PIC X(10).
003130 01  WS-TODAY-WEEKDAY             PIC 9(01).
003140 01  WS-BUS-MM                    PIC 9(02).
003150 01  WS-RUN-TIME                  PIC 9(06).
003160 01  WS-ABS-AMOUNT                PIC 9(07)V99.
003170 01  WS-SUSP-AMOUNT               PIC S9(07)V99
003180                                  SIGN LEADING SEPARATE.
003190 01  WS-SUSP-AMOUNT-X REDEFINES WS-SUSP-AMOUNT
003200                                  PIC X(10).
003210 01  WS-RESULT-TEXT               PIC X(34).
003215 01  WS-PRIOR-MONTH-END           PIC 9(08).
003220*
003230*****************************************************************
003240*    CALENDAR WORK FIELDS FOR STEPPING A DATE AND FINDING ITS   *
003250*    DAY OF WEEK (ZELLER)                                       *
003260*****************************************************************
003270 01  WS-WORK-DATE                 PIC 9(08).
003280 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
003290     05  WS-WORK-CCYY            PIC 9(04).
003300     05  WS-WORK-MM              PIC 9(02).
003310     05  WS-WORK-DD              PIC 9(02).
003320*
003330 01  WS-MONTH-DAYS-AREA.
003340     05  FILLER                  PIC X(24)   VALUE
003350         "312831303130313130313031".
003360 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-AREA.
003370     05  WS-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.
003380 77  WS-DAYS-THIS-MONTH           PIC 9(02)   COMP.
003390 77  WS-LEAP-REM                  PIC 9(04)   COMP.
003400*
003410 77  WS-ZEL-Q                     PIC 9(02)   COMP.
003420 77  WS-ZEL-M                     PIC 9(02)   COMP.
003430 77  WS-ZEL-Y                     PIC 9(04)   COMP.
003440 77  WS-ZEL-K                     PIC 9(02)   COMP.
003450 77  WS-ZEL-J                     PIC 9(02)   COMP.
003460 77  WS-ZEL-WORK                  PIC 9(06)   COMP.
003470 77  WS-ZEL-T1                    PIC 9(04)   COMP.
003480 77  WS-ZEL-T2                    PIC 9(04)   COMP.
003490 77  WS-ZEL-T3                    PIC 9(04)   COMP.
003500 77  WS-ZEL-QUOT                  PIC 9(06)   COMP.
003510 77  WS-ZEL-DOW                   PIC 9(01)   COMP.
003520*
003530 01  WS-CAPTURE-DATE              PIC X(06).
003540 01  WS-CAPTURE-FIELDS.
003550     05  WS-CAPTURE-YY           PIC 9(02).
003560     05  WS-CAPTURE-MM           PIC 9(02).
003570     05  WS-CAPTURE-DD           PIC 9(02).
003580     05  WS-CAPTURE-CCYY         PIC 9(04).
003590 01  WS-CAPTURE-CCYYMMDD          PIC 9(08).
003600*
003610 01  WS-STAMP-DATE                PIC X(06).
003620 01  WS-STAMP-TIME                PIC X(06).
003630 01  WS-STAMP-FIELDS.
003640     05  WS-STAMP-YY             PIC 9(02).
003650     05  WS-STAMP-MM             PIC 9(02).
003660     05  WS-STAMP-DD             PIC 9(02).
003670     05  WS-STAMP-CCYY           PIC 9(04).
003680 01  WS-STAMP-CCYYMMDD            PIC 9(08).
003690*
003700 PROCEDURE DIVISION.
003710*****************************************************************
003720*    0000-MAINLINE                                               *
003730*****************************************************************
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003760     IF NOT RUN-ABORTED
003770         AND NOT NON-BUSINESS-DAY
003780         PERFORM 2100-READ-STANDING
003790         PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
003800             UNTIL END-OF-FILE
003810     END-IF
003820     IF NOT RUN-ABORTED
003830         PERFORM 7000-PRINT-TOTALS
003840     END-IF
003850     PERFORM 9000-TERMINATE
003860     GOBACK.
003870*
003880*****************************************************************
003890*    1000-INITIALIZE - READ THE BUSINESS DATE, REFUSE A CLOSED   *
003900*                      PERIOD, OPEN THE FILES AND WORK OUT THE   *
003910*                      DAY'S PLACE IN THE WEEK AND MONTH.  ON A  *
003920*                      WEEKEND OR HOLIDAY ONLY THE REGISTER IS   *
003930*                      OPENED, TO SAY SO                         *
003940*****************************************************************
003950 1000-INITIALIZE.
003960     PERFORM 1100-READ-BUSINESS-DATE
003970     IF RUN-ABORTED
003980         GO TO 1000-INITIALIZE-EXIT
003990     END-IF
004000     OPEN OUTPUT RPT-FILE
004010     IF NOT WS-RPT-OK
004020         DISPLAY "unable to open INSTG01.LST, file status: "
004030             WS-RPT-STATUS
004040         MOVE "Y" TO WS-ABORT-SW
004050         GO TO 1000-INITIALIZE-EXIT
004060     END-IF
004070     PERFORM 1300-PRINT-HEADINGS
004080     IF BD-WEEKEND OR BD-HOLIDAY
004090         MOVE "Y" TO WS-NON-BUSINESS-SW
004100         DISPLAY "business date " WS-BUS-DATE " is a weekend "
004110             "or holiday - no standing entries generated"
004120         GO TO 1000-INITIALIZE-EXIT
004130     END-IF
004140     PERFORM 1600-OPEN-PERIOD-FILES
004150     IF RUN-ABORTED
004160         GO TO 1000-INITIALIZE-EXIT
004170     END-IF
004180     MOVE WS-BUS-DATE TO WS-PERIOD-CHECK-DATE
004190     MOVE ZERO TO WS-PERIOD-CHECK-TIME
004200     MOVE ZERO TO WS-PERIOD-CHECK-SEQ
004210     MOVE "GENERATE" TO WS-PERIOD-ACTION
004220     PERFORM 7700-CHECK-PERIOD
004230     IF PERIOD-IS-CLOSED
004240         DISPLAY "standing-entry generation refused - nothing "
004250             "generated"
004260         MOVE "Y" TO WS-ABORT-SW
004270         GO TO 1000-INITIALIZE-EXIT
004280     END-IF
004290     OPEN I-O STND-FILE
004300     IF NOT WS-STND-OK
004310         DISPLAY "unable to open STANDING, file status: "
004320             WS-STND-STATUS " - run INSTM01 to build it"
004330         MOVE "Y" TO WS-ABORT-SW
004340         GO TO 1000-INITIALIZE-EXIT
004350     END-IF
004360     OPEN I-O TRAN-FILE
004370     IF WS-TRAN-NOT-FOUND
004380         OPEN OUTPUT TRAN-FILE
004390         IF WS-TRAN-OK
004400             CLOSE TRAN-FILE
004410             OPEN I-O TRAN-FILE
004420         END-IF
004430     END-IF
004440     IF NOT WS-TRAN-OK
004450         DISPLAY "unable to open TRANLOG, file status: "
004460             WS-TRAN-STATUS
004470         MOVE "Y" TO WS-ABORT-SW
004480         GO TO 1000-INITIALIZE-EXIT
004490     END-IF
004500     OPEN INPUT VALV-FILE
004510     IF NOT WS-VALV-OK
004520         DISPLAY "unable to open VALVALS, file status: "
004530             WS-VALV-STATUS " - run INVAL01 to build it"
004540         MOVE "Y" TO WS-ABORT-SW
004550         GO TO 1000-INITIALIZE-EXIT
004560     END-IF
004570     OPEN INPUT OPER-FILE
004580     IF NOT WS-OPER-OK
004590         DISPLAY "unable to open OPERMAST, file status: "
004600             WS-OPER-STATUS " - run INOPR01 to build it"
004610         MOVE "Y" TO WS-ABORT-SW
004620         GO TO 1000-INITIALIZE-EXIT
004630     END-IF
004640     OPEN INPUT LIMV-FILE
004650     IF NOT WS-LIMV-OK
004660         DISPLAY "unable to open LIMITS, file status: "
004670             WS-LIMV-STATUS " - run INLIM01 to build it"
004680         MOVE "Y" TO WS-ABORT-SW
004690         GO TO 1000-INITIALIZE-EXIT
004700     END-IF
004710     OPEN I-O SUSP-FILE
004720     IF WS-SUSP-NOT-FOUND
004730         OPEN OUTPUT SUSP-FILE
004740         IF WS-SUSP-OK
004750             CLOSE SUSP-FILE
004760             OPEN I-O SUSP-FILE
004770         END-IF
004780     END-IF
004790     IF NOT WS-SUSP-OK
004800         DISPLAY "unable to open SUSPENSE, file status: "
004810             WS-SUSP-STATUS
004820         MOVE "Y" TO WS-ABORT-SW
004830         GO TO 1000-INITIALIZE-EXIT
004840     END-IF
004850     OPEN EXTEND LIMW-FILE
004860     IF WS-LIMW-NOT-FOUND
004870         OPEN OUTPUT LIMW-FILE
004880     END-IF
004890     IF WS-LIMW-OK
004900         MOVE "Y" TO WS-LIMW-OPEN-SW
004910     ELSE
004920         DISPLAY "unable to open LIMWARN - over-warning entries "
004930             "will not be logged"
004940     END-IF
004950     PERFORM 1200-SET-RUN-STAMP
004960     PERFORM 1400-SET-CALENDAR.
004970 1000-INITIALIZE-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010*    1100-READ-BUSINESS-DATE - PICK UP THE CURRENT BUSINESS      *
005020*                              DATE AND ITS WEEKEND AND HOLIDAY  *
005030*                              FLAGS - NO CALENDAR MEANS NO RUN  *
005040*****************************************************************
005050 1100-READ-BUSINESS-DATE.
005060     OPEN INPUT BUSD-FILE
005070     IF NOT WS-BUSD-OK
005080         DISPLAY "unable to open BUSDATE, file status: "
005090             WS-BUSD-STATUS " - run INBDT01 to build it"
005100         MOVE "Y" TO WS-ABORT-SW
005110     ELSE
005120         READ BUSD-FILE
005130             AT END
005140                 DISPLAY "BUSDATE is empty - run INBDT01"
005150                 MOVE "Y" TO WS-ABORT-SW
005160         END-READ
005170         IF NOT RUN-ABORTED
005180             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
005190             STRING WS-BUS-MM-X   DELIMITED BY SIZE
005200                    "/"           DELIMITED BY SIZE
005210                    WS-BUS-DD-X   DELIMITED BY SIZE
005220                    "/"           DELIMITED BY SIZE
005230                    WS-BUS-CCYY-X DELIMITED BY SIZE
005240                 INTO WS-BUSDATE-FMT
005250             END-STRING
005260         END-IF
005270         CLOSE BUSD-FILE
005280     END-IF.
005290*
005300*****************************************************************
005310*    1200-SET-RUN-STAMP - STAMP THE CAPTURE DATE AND TAKE THE    *
005320*                         KEY TIME FOR THE RUN'S ENTRIES FROM    *
005330*                         THE CLOCK                              *
005340*****************************************************************
005350 1200-SET-RUN-STAMP.
005360     ACCEPT WS-CAPTURE-DATE FROM DATE
005370     MOVE WS-CAPTURE-DATE(1:2) TO WS-CAPTURE-YY
005380     MOVE WS-CAPTURE-DATE(3:2) TO WS-CAPTURE-MM
005390     MOVE WS-CAPTURE-DATE(5:2) TO WS-CAPTURE-DD
005400     IF WS-CAPTURE-YY < 50
005410         COMPUTE WS-CAPTURE-CCYY = 2000 + WS-CAPTURE-YY
005420     ELSE
005430         COMPUTE WS-CAPTURE-CCYY = 1900 + WS-CAPTURE-YY
005440     END-IF
005450     COMPUTE WS-CAPTURE-CCYYMMDD = WS-CAPTURE-CCYY * 10000
005460         + WS-CAPTURE-MM * 100 + WS-CAPTURE-DD
005470     ACCEPT WS-RUN-TIME FROM TIME
005480     DIVIDE WS-RUN-TIME BY 10000
005490         GIVING WS-TIME-HH REMAINDER WS-REM1
005500     DIVIDE WS-REM1 BY 100
005510         GIVING WS-TIME-MM REMAINDER WS-TIME-SS
005520     COMPUTE WS-KEY-SECONDS = WS-TIME-HH * 3600
005530         + WS-TIME-MM * 60 + WS-TIME-SS.
005540*
005550*****************************************************************
005560*    1300-PRINT-HEADINGS - PRINT THE REGISTER HEADINGS           *
005570*****************************************************************
005580 1300-PRINT-HEADINGS.
005590     MOVE SPACES TO WS-PRINT-LINE
005600     MOVE "STANDING-ENTRY GENERATION REGISTER" TO WS-PRINT-LINE
005610     WRITE RPT-RECORD FROM WS-PRINT-LINE
005620     MOVE SPACES TO WS-PRINT-LINE
005630     MOVE "BUSINESS DATE:" TO WS-PRINT-LINE(1:14)
005640     MOVE WS-BUS-DATE TO WS-PRINT-LINE(16:8)
005650     WRITE RPT-RECORD FROM WS-PRINT-LINE
005660     MOVE SPACES TO WS-PRINT-LINE
005670     WRITE RPT-RECORD FROM WS-PRINT-LINE
005680     MOVE SPACES TO WS-PRINT-LINE
005690     MOVE "  ENTRY ID  CODE" TO WS-PRINT-LINE(1:16)
005700     MOVE "TY" TO WS-PRINT-LINE(37:2)
005710     MOVE "AMOUNT" TO WS-PRINT-LINE(46:6)
005720     MOVE "OWNER" TO WS-PRINT-LINE(54:5)
005730     MOVE "F" TO WS-PRINT-LINE(64:1)
005740     MOVE "RESULT" TO WS-PRINT-LINE(67:6)
005750     MOVE "KEY" TO WS-PRINT-LINE(103:3)
005760     WRITE RPT-RECORD FROM WS-PRINT-LINE
005770     MOVE SPACES TO WS-PRINT-LINE
005780     WRITE RPT-RECORD FROM WS-PRINT-LINE.
005790*
005800*****************************************************************
005810*    1400-SET-CALENDAR - WORK OUT THE BUSINESS DATE'S WEEKDAY    *
005820*                        (1=MONDAY ... 5=FRIDAY) AND WHETHER IT  *
005830*                        IS THE LAST BUSINESS DAY OF ITS MONTH - *
005840*                        IT IS WHEN THE NEXT WEEKDAY AFTER IT    *
005845*                        FALLS IN ANOTHER MONTH.  ALSO FIND THE  *
005850*                        LAST WEEKDAY OF THE PRIOR MONTH, THE    *
005855*                        DAY ITS MONTH-END ENTRIES FELL DUE      *
005860*****************************************************************
005870 1400-SET-CALENDAR.
005880     MOVE WS-BUS-DATE TO WS-WORK-DATE
005890     MOVE WS-WORK-MM TO WS-BUS-MM
005900     PERFORM 8200-COMPUTE-DAY-OF-WEEK
005910     IF WS-ZEL-DOW > 1
005920         COMPUTE WS-TODAY-WEEKDAY = WS-ZEL-DOW - 1
005930     ELSE
005940         MOVE ZERO TO WS-TODAY-WEEKDAY
005950     END-IF
005960     PERFORM 8300-STEP-ONE-DAY
005970     PERFORM 8300-STEP-ONE-DAY
005980         UNTIL WS-ZEL-DOW > 1
005990     IF WS-WORK-MM NOT = WS-BUS-MM
006000         MOVE "Y" TO WS-MONTH-END-SW
006001     END-IF
006002     MOVE WS-BUS-DATE TO WS-WORK-DATE
006003     IF WS-WORK-MM > 1
006004         SUBTRACT 1 FROM WS-WORK-MM
006005     ELSE
006006         MOVE 12 TO WS-WORK-MM
006007         SUBTRACT 1 FROM WS-WORK-CCYY
006008     END-IF
006009     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH
006010     IF WS-WORK-MM = 2
006011         PERFORM 8100-CHECK-LEAP-YEAR
006012     END-IF
006013     MOVE WS-DAYS-THIS-MONTH TO WS-WORK-DD
006014     PERFORM 8200-COMPUTE-DAY-OF-WEEK
006015     IF WS-ZEL-DOW = 0
006016         SUBTRACT 1 FROM WS-WORK-DD
006017     END-IF
006018     IF WS-ZEL-DOW = 1
006019         SUBTRACT 2 FROM WS-WORK-DD
006020     END-IF
006021     MOVE WS-WORK-DATE TO WS-PRIOR-MONTH-END.
006025*
006030*****************************************************************
006040*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
006050*                             THE REFUSAL LOG.  NO PERIODS FILE  *
006060*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
006070*                             ANY OTHER OPEN FAILURE STOPS THE   *
006080*                             RUN, SINCE THE LOCK CANNOT THEN    *
006090*                             BE ENFORCED                        *
006100*****************************************************************
006110 1600-OPEN-PERIOD-FILES.
006120     OPEN INPUT PERD-FILE
006130     IF WS-PERD-OK
006140         MOVE "Y" TO WS-PERD-OPEN-SW
006150     ELSE
006160         IF NOT WS-PERD-NOT-FOUND
006170             DISPLAY "unable to open PERIODS, file status: "
006180                 WS-PERD-STATUS
006190             MOVE "Y" TO WS-ABORT-SW
006200         END-IF
006210     END-IF
006220     OPEN EXTEND PERL-FILE
006230     IF WS-PERL-NOT-FOUND
006240         OPEN OUTPUT PERL-FILE
006250     END-IF
006260     IF WS-PERL-OK
006270         MOVE "Y" TO WS-PERL-OPEN-SW
006280     ELSE
006290         DISPLAY "unable to open PERLOG - refusals not logged"
006300     END-IF.
006310*
006320*****************************************************************
006330*    2000-PROCESS-ENTRY - SETTLE ANYTHING AN EARLIER RUN LEFT    *
006340*                         FOR TODAY, THEN GENERATE THE ENTRY IF  *
006350*                         IT IS DUE - TO TRANLOG IF IT PASSES    *
006360*                         THE EDITS, OTHERWISE TO SUSPENSE       *
006370*****************************************************************
006380 2000-PROCESS-ENTRY.
006390     ADD 1 TO WS-READ-COUNT
006400     IF SO-LAST-GEN-DATE = WS-BUS-DATE
006410         AND NOT SO-GEN-NONE
006420         PERFORM 2200-CHECK-PRIOR-RUN
006430         IF ENTRY-ALREADY-LANDED
006440             ADD 1 TO WS-ALREADY-COUNT
006450             PERFORM 6000-PRINT-REGISTER-LINE
006460             GO TO 2000-PROCESS-ENTRY-READ
006470         END-IF
006480     END-IF
006490     PERFORM 3000-CHECK-DUE
006500     IF NOT ENTRY-IS-DUE
006510         ADD 1 TO WS-NOT-DUE-COUNT
006520         GO TO 2000-PROCESS-ENTRY-READ
006530     END-IF
006531     IF MONTH-END-CATCH-UP
006532         ADD 1 TO WS-CATCH-UP-COUNT
006533         DISPLAY "standing entry " SO-ID " missed its month-end "
006534             "run of " WS-PRIOR-MONTH-END " - generated today"
006535     END-IF
006540     PERFORM 4000-EDIT-ENTRY THRU 4000-EDIT-ENTRY-EXIT
006550     IF RECORD-IS-OK
006560         PERFORM 5000-GENERATE-ENTRY THRU
006570                 5000-GENERATE-ENTRY-EXIT
006580     ELSE
006590         PERFORM 5500-SUSPEND-ENTRY THRU
006600                 5500-SUSPEND-ENTRY-EXIT
006610     END-IF
006620     IF RUN-ABORTED
006630         GO TO 2000-PROCESS-ENTRY-EXIT
006640     END-IF
006650     PERFORM 6000-PRINT-REGISTER-LINE.
006660 2000-PROCESS-ENTRY-READ.
006670     PERFORM 2100-READ-STANDING.
006680 2000-PROCESS-ENTRY-EXIT.
006690     EXIT.
006700*
006710*****************************************************************
006720*    2100-READ-STANDING - READ THE NEXT STANDING ENTRY           *
006730*****************************************************************
006740 2100-READ-STANDING.
006750     READ STND-FILE NEXT RECORD
006760         AT END
006770             MOVE "Y" TO WS-EOF-SW
006780     END-READ.
006790*
006800*****************************************************************
006810*    2200-CHECK-PRIOR-RUN - THE ENTRY WAS TAKEN UP BY AN EARLIER *
006820*                           RUN FOR THIS BUSINESS DATE.  IF THAT *
006830*                           RUN FINISHED WITH IT, IT IS DONE.    *
006840*                           IF IT WAS INTERRUPTED BETWEEN        *
006850*                           STAMPING THE KEY AND SETTLING THE    *
006860*                           STATE, LOOK AT THE STAMPED KEY - IF  *
006870*                           THE ENTRY IS THERE IT LANDED AND THE *
006880*                           STATE IS SETTLED NOW; IF NOT, IT IS  *
006890*                           GENERATED AFRESH                     *
006900*****************************************************************
006910 2200-CHECK-PRIOR-RUN.
006920     MOVE "N" TO WS-LANDED-SW
006930     IF SO-GEN-LOGGED
006940         MOVE "Y" TO WS-LANDED-SW
006950         MOVE "SKIPPED - ALREADY GENERATED" TO WS-RESULT-TEXT
006960     END-IF
006970     IF SO-GEN-SUSPENDED
006980         MOVE "Y" TO WS-LANDED-SW
006990         MOVE "SKIPPED - ALREADY IN SUSPENSE" TO WS-RESULT-TEXT
007000     END-IF
007010     IF SO-GEN-LOG-PENDING
007020         MOVE SO-GEN-TR-KEY TO TR-KEY
007030         READ TRAN-FILE
007040             INVALID KEY
007050                 CONTINUE
007060         END-READ
007070         IF WS-TRAN-FOUND
007080             AND TR-VAR1 = SO-VAR1
007090             AND TR-OPERATOR-ID = SO-OPERATOR-ID
007100             AND TR-TYPE-CODE = SO-TYPE-CODE
007110             AND TR-AMOUNT = SO-AMOUNT
007120             MOVE "Y" TO WS-LANDED-SW
007130             MOVE "G" TO SO-GEN-STATE
007140             PERFORM 5900-REWRITE-STANDING
007150             MOVE "SKIPPED - ALREADY GENERATED"
007160                 TO WS-RESULT-TEXT
007170         END-IF
007180     END-IF
007190     IF SO-GEN-SUSP-PENDING
007200         MOVE SO-LAST-GEN-DATE TO SP-DATE
007210         MOVE SO-GEN-SUSP-SEQ TO SP-SEQ
007220         READ SUSP-FILE
007230             INVALID KEY
007240                 CONTINUE
007250         END-READ
007260         IF WS-SUSP-FOUND
007270             AND SP-VAR1 = SO-VAR1
007280             AND SP-OPERATOR-ID = SO-OPERATOR-ID
007290             AND SP-SITE = "STND"
007300             MOVE "Y" TO WS-LANDED-SW
007310             MOVE "R" TO SO-GEN-STATE
007320             PERFORM 5900-REWRITE-STANDING
007330             MOVE "SKIPPED - ALREADY IN SUSPENSE"
007340                 TO WS-RESULT-TEXT
007350         END-IF
007360     END-IF.
007370*
007380*****************************************************************
007390*    3000-CHECK-DUE - AN ACTIVE ENTRY IS DUE ON A BUSINESS DATE  *
007400*                     WITHIN ITS START AND END DATES: DAILY      *
007410*                     EVERY DAY, WEEKLY ON ITS WEEKDAY, MONTH    *
007413*                     END ON THE LAST BUSINESS DAY.  A MONTH-END *
007416*                     ENTRY THAT FELL DUE ON THE PRIOR MONTH'S   *
007419*                     LAST WEEKDAY BUT WAS NOT GENERATED - THAT  *
007422*                     DAY WAS A HOLIDAY, OR THE RUN WAS MISSED - *
007425*                     IS CAUGHT UP ON THE NEXT BUSINESS DAY.     *
007426*                     AN ENTRY NEVER YET GENERATED WAS SET UP    *
007427*                     AFTER THAT DAY AND IS NOT CAUGHT UP.       *
007430*****************************************************************
007440 3000-CHECK-DUE.
007450     MOVE "N" TO WS-DUE-SW
007460     IF SO-ACTIVE
007470         AND SO-START-DATE NOT > WS-BUS-DATE
007480         AND SO-END-DATE NOT < WS-BUS-DATE
007490         IF SO-DAILY
007500             MOVE "Y" TO WS-DUE-SW
007510         END-IF
007520         IF SO-WEEKLY
007530             AND SO-WEEKDAY = WS-TODAY-WEEKDAY
007540             MOVE "Y" TO WS-DUE-SW
007550         END-IF
007560         IF SO-MONTH-END
007570             AND LAST-BUSINESS-DAY
007580             MOVE "Y" TO WS-DUE-SW
007590         END-IF
007591     END-IF
007592     MOVE "N" TO WS-CATCH-UP-SW
007593     IF SO-ACTIVE
007594         AND SO-MONTH-END
007595         AND NOT ENTRY-IS-DUE
007596         AND SO-LAST-GEN-DATE < WS-PRIOR-MONTH-END
007597         AND SO-START-DATE NOT > WS-PRIOR-MONTH-END
007598         AND SO-END-DATE NOT < WS-PRIOR-MONTH-END
007599         AND SO-LAST-GEN-DATE NOT = ZERO
007600         MOVE "Y" TO WS-DUE-SW
007602         MOVE "Y" TO WS-CATCH-UP-SW
007605     END-IF.
007610*
007620*****************************************************************
007630*    4000-EDIT-ENTRY - APPLY THE SAME EDITS INPUT01 APPLIES: THE *
007640*                      CODE ACTIVE ON THE VALID-VALUES MASTER,   *
007650*                      THE OWNER ON THE SECURITY MASTER AND NOT  *
007660*                      REVOKED, A VALID TYPE, AND THE AMOUNT NOT *
007670*                      OVER THE HARD LIMIT.  AN AMOUNT OVER THE  *
007680*                      WARNING LIMIT IS FLAGGED FOR THE LOG      *
007690*****************************************************************
007700 4000-EDIT-ENTRY.
007710     MOVE "Y" TO WS-RECORD-OK-SW
007720     MOVE "N" TO WS-OVER-WARN-SW
007730     MOVE SPACES TO WS-REJECT-REASON
007740     MOVE SO-VAR1 TO VV-CODE
007750     READ VALV-FILE
007760         INVALID KEY
007770             MOVE "02" TO WS-REJECT-REASON
007780             MOVE "N" TO WS-RECORD-OK-SW
007790     END-READ
007800     IF NOT RECORD-IS-OK
007810         GO TO 4000-EDIT-ENTRY-EXIT
007820     END-IF
007830     IF VV-INACTIVE
007840         MOVE "03" TO WS-REJECT-REASON
007850         MOVE "N" TO WS-RECORD-OK-SW
007860         GO TO 4000-EDIT-ENTRY-EXIT
007870     END-IF
007880     MOVE SO-OPERATOR-ID TO OM-OPERATOR-ID
007890     READ OPER-FILE
007900         INVALID KEY
007910             MOVE "05" TO WS-REJECT-REASON
007920             MOVE "N" TO WS-RECORD-OK-SW
007930     END-READ
007940     IF NOT RECORD-IS-OK
007950         GO TO 4000-EDIT-ENTRY-EXIT
007960     END-IF
007970     IF OM-REVOKED
007980         MOVE "06" TO WS-REJECT-REASON
007990         MOVE "N" TO WS-RECORD-OK-SW
008000         GO TO 4000-EDIT-ENTRY-EXIT
008010     END-IF
008020     MOVE SO-TYPE-CODE TO TR-TYPE-CODE
008030     IF NOT TR-TYPE-VALID
008040         MOVE "07" TO WS-REJECT-REASON
008050         MOVE "N" TO WS-RECORD-OK-SW
008060         GO TO 4000-EDIT-ENTRY-EXIT
008070     END-IF
008080     IF SO-AMOUNT < ZERO
008090         COMPUTE WS-ABS-AMOUNT = ZERO - SO-AMOUNT
008100     ELSE
008110         MOVE SO-AMOUNT TO WS-ABS-AMOUNT
008120     END-IF
008130     MOVE SO-VAR1 TO LM-CODE
008140     MOVE SO-TYPE-CODE TO LM-TYPE-CODE
008150     READ LIMV-FILE
008160         INVALID KEY
008170             CONTINUE
008180     END-READ
008190     IF WS-LIMV-FOUND
008200         IF WS-ABS-AMOUNT > LM-HARD-LIMIT
008210             MOVE "09" TO WS-REJECT-REASON
008220             MOVE "N" TO WS-RECORD-OK-SW
008230         ELSE
008240             IF WS-ABS-AMOUNT > LM-WARN-LIMIT
008250                 MOVE "Y" TO WS-OVER-WARN-SW
008260             END-IF
008270         END-IF
008280     END-IF.
008290 4000-EDIT-ENTRY-EXIT.
008300     EXIT.
008310*
008320*****************************************************************
008330*    5000-GENERATE-ENTRY - WRITE THE DUE ENTRY TO THE LOG UNDER  *
008340*                          THE BUSINESS DATE AND THE OWNER, LOG  *
008350*                          IT FOR REVIEW IF OVER ITS WARNING     *
008360*                          LIMIT, AND SETTLE THE ENTRY AS        *
008370*                          GENERATED                             *
008380*****************************************************************
008390 5000-GENERATE-ENTRY.
008400     MOVE SPACES TO TRAN-RECORD
008410     MOVE SO-VAR1 TO TR-VAR1
008420     MOVE WS-BUSDATE-FMT TO TR-DATE1
008430     MOVE SO-OPERATOR-ID TO TR-OPERATOR-ID
008440     MOVE SO-TYPE-CODE TO TR-TYPE-CODE
008450     MOVE SO-AMOUNT TO TR-AMOUNT
008460     MOVE WS-CAPTURE-CCYYMMDD TO TR-CAPTURE-DATE
008461     MOVE "S" TO TR-SOURCE-CODE
008462     MOVE "STND" TO TR-SOURCE-SITE
008470     MOVE "N" TO WS-WRITE-OK-SW
008480     PERFORM 5100-WRITE-TRAN-RECORD THRU
008490         5100-WRITE-TRAN-RECORD-EXIT
008500         UNTIL WRITE-IS-OK OR RUN-ABORTED
008510     IF RUN-ABORTED
008520         GO TO 5000-GENERATE-ENTRY-EXIT
008530     END-IF
008540     IF ENTRY-OVER-WARNING
008550         PERFORM 5200-LOG-WARNING
008560     END-IF
008570     MOVE "G" TO SO-GEN-STATE
008580     PERFORM 5900-REWRITE-STANDING
008590     ADD 1 TO WS-GENERATED-COUNT
008600     IF ENTRY-OVER-WARNING
008610         MOVE "GENERATED - OVER WARNING LIMIT" TO WS-RESULT-TEXT
008620     ELSE
008630         MOVE "GENERATED" TO WS-RESULT-TEXT
008631     END-IF
008632     IF MONTH-END-CATCH-UP
008633         IF ENTRY-OVER-WARNING
008634             MOVE "GENERATED - PRIOR MONTH END - WARN"
008635                 TO WS-RESULT-TEXT
008636         ELSE
008637             MOVE "GENERATED - PRIOR MONTH END" TO WS-RESULT-TEXT
008638         END-IF
008640     END-IF.
008650 5000-GENERATE-ENTRY-EXIT.
008660     EXIT.
008670*
008680*****************************************************************
008690*    5100-WRITE-TRAN-RECORD - ONE WRITE ATTEMPT.  THE KEY IS     *
008700*                             STAMPED ON THE STANDING ENTRY AS   *
008710*                             PENDING BEFORE THE WRITE, SO A     *
008720*                             RERUN CAN LOOK FOR IT.  A          *
008730*                             DUPLICATE BUMPS THE KEY AND THE    *
008740*                             WRITE IS RETRIED; ANY OTHER        *
008750*                             FAILURE ABORTS THE RUN             *
008760*****************************************************************
008770 5100-WRITE-TRAN-RECORD.
008780     MOVE WS-BUS-DATE TO TR-KEY-DATE1
008790     DIVIDE WS-KEY-SECONDS BY 86400
008800         GIVING WS-SEC-QUOT REMAINDER WS-REM1
008810     DIVIDE WS-REM1 BY 3600
008820         GIVING WS-TIME-HH REMAINDER WS-REM2
008830     DIVIDE WS-REM2 BY 60
008840         GIVING WS-TIME-MM REMAINDER WS-TIME-SS
008850     COMPUTE TR-KEY-TIM1 = WS-TIME-HH * 10000
008860         + WS-TIME-MM * 100 + WS-TIME-SS
008870     MOVE WS-KEY-SEQ TO TR-KEY-SEQ
008880     MOVE TR-KEY-TIM1 TO TR-TIM1
008890     MOVE WS-BUS-DATE TO SO-LAST-GEN-DATE
008900     MOVE "T" TO SO-GEN-STATE
008910     MOVE TR-KEY TO SO-GEN-TR-KEY
008920     PERFORM 5900-REWRITE-STANDING
008930     IF RUN-ABORTED
008940         GO TO 5100-WRITE-TRAN-RECORD-EXIT
008950     END-IF
008952     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
008954     MOVE TR-KEY TO TR-OK-ENTRY-KEY
008956     MOVE TR-VAR1 TO TR-CK-VAR1
008958     MOVE TR-KEY TO TR-CK-ENTRY-KEY
008960     WRITE TRAN-RECORD
008970         INVALID KEY
008980             CONTINUE
008990         NOT INVALID KEY
009000             MOVE "Y" TO WS-WRITE-OK-SW
009010     END-WRITE
009020     IF NOT WRITE-IS-OK
009030         AND NOT WS-TRAN-DUP-KEY
009040         DISPLAY "TRANLOG write failed, file status: "
009050             WS-TRAN-STATUS
009060         MOVE "Y" TO WS-ABORT-SW
009070         MOVE "Y" TO WS-EOF-SW
009080     END-IF
009090     PERFORM 5150-BUMP-KEY.
009100 5100-WRITE-TRAN-RECORD-EXIT.
009110     EXIT.
009120*
009130*****************************************************************
009140*    5150-BUMP-KEY - MOVE THE RUN'S NEXT KEY ON ONE SEQUENCE,    *
009150*                    ROLLING INTO THE NEXT SECOND AFTER 999      *
009160*****************************************************************
009170 5150-BUMP-KEY.
009180     IF WS-KEY-SEQ < 999
009190         ADD 1 TO WS-KEY-SEQ
009200     ELSE
009210         MOVE ZERO TO WS-KEY-SEQ
009220         ADD 1 TO WS-KEY-SECONDS
009230     END-IF.
009240*
009250*****************************************************************
009260*    5200-LOG-WARNING - WRITE THE GENERATED ENTRY TO THE         *
009270*                       OVER-WARNING LOG UNDER ITS OWNER FOR THE *
009280*                       NIGHTLY EXCEPTION REPORT                 *
009290*****************************************************************
009300 5200-LOG-WARNING.
009310     ADD 1 TO WS-WARNING-COUNT
009320     IF LIMW-FILE-OPEN
009330         MOVE TR-KEY-DATE1 TO LW-TR-DATE
009340         MOVE TR-KEY-TIM1 TO LW-TR-TIME
009350         MOVE TR-KEY-SEQ TO LW-TR-SEQ
009360         MOVE SO-OPERATOR-ID TO LW-OPERATOR-ID
009370         MOVE SO-VAR1 TO LW-VAR1
009380         MOVE SO-TYPE-CODE TO LW-TYPE-CODE
009390         MOVE SO-AMOUNT TO LW-AMOUNT
009400         MOVE LM-WARN-LIMIT TO LW-WARN-LIMIT
009410         MOVE WS-BUS-DATE TO LW-BUSINESS-DATE
009420         WRITE LIMW-RECORD
009430         IF NOT WS-LIMW-OK
009440             DISPLAY "unable to write LIMWARN, file status: "
009450                 WS-LIMW-STATUS
009460         END-IF
009470     END-IF.
009480*
009490*****************************************************************
009500*    5500-SUSPEND-ENTRY - DROP A DUE ENTRY THAT FAILED ITS EDITS *
009510*                         ONTO THE SUSPENSE MASTER, SITE STND,   *
009520*                         AND SETTLE IT AS SUSPENDED             *
009530*****************************************************************
009540 5500-SUSPEND-ENTRY.
009550     MOVE SPACES TO SUSP-RECORD
009560     MOVE WS-BUS-DATE TO SP-DATE
009570     MOVE WS-REJECT-REASON TO SP-REASON-CODE
009580     MOVE SO-VAR1 TO SP-VAR1
009590     MOVE SO-OPERATOR-ID TO SP-OPERATOR-ID
009600     MOVE "STND" TO SP-SITE
009610     MOVE SO-TYPE-CODE TO SP-TYPE-CODE
009620     MOVE SO-AMOUNT TO WS-SUSP-AMOUNT
009630     MOVE WS-SUSP-AMOUNT-X TO SP-AMOUNT
009640     MOVE "N" TO WS-WRITE-OK-SW
009650     PERFORM 5600-WRITE-SUSP-RECORD THRU
009660         5600-WRITE-SUSP-RECORD-EXIT
009670         UNTIL WRITE-IS-OK OR RUN-ABORTED
009680     IF RUN-ABORTED
009690         GO TO 5500-SUSPEND-ENTRY-EXIT
009700     END-IF
009710     MOVE "R" TO SO-GEN-STATE
009720     PERFORM 5900-REWRITE-STANDING
009730     ADD 1 TO WS-REJECT-COUNT
009740     PERFORM 5700-SET-REJECT-TEXT.
009750 5500-SUSPEND-ENTRY-EXIT.
009760     EXIT.
009770*
009780*****************************************************************
009790*    5600-WRITE-SUSP-RECORD - ONE SUSPENSE WRITE ATTEMPT, THE    *
009800*                             SEQUENCE STAMPED ON THE STANDING   *
009810*                             ENTRY AS PENDING FIRST.  A         *
009820*                             DUPLICATE BUMPS THE SEQUENCE AND   *
009830*                             RETRIES; ANY OTHER FAILURE ABORTS  *
009840*****************************************************************
009850 5600-WRITE-SUSP-RECORD.
009860     MOVE WS-SUSP-SEQ TO SP-SEQ
009870     MOVE WS-BUS-DATE TO SO-LAST-GEN-DATE
009880     MOVE "S" TO SO-GEN-STATE
009890     MOVE WS-SUSP-SEQ TO SO-GEN-SUSP-SEQ
009900     PERFORM 5900-REWRITE-STANDING
009910     IF RUN-ABORTED
009920         GO TO 5600-WRITE-SUSP-RECORD-EXIT
009930     END-IF
009940     WRITE SUSP-RECORD
009950         INVALID KEY
009960             ADD 1 TO WS-SUSP-SEQ
009970         NOT INVALID KEY
009980             MOVE "Y" TO WS-WRITE-OK-SW
009990             ADD 1 TO WS-SUSP-SEQ
010000     END-WRITE
010010     IF NOT WRITE-IS-OK
010020         AND NOT WS-SUSP-DUP-KEY
010030         DISPLAY "SUSPENSE write failed, file status: "
010040             WS-SUSP-STATUS
010050         MOVE "Y" TO WS-ABORT-SW
010060         MOVE "Y" TO WS-EOF-SW
010070     END-IF.
010080 5600-WRITE-SUSP-RECORD-EXIT.
010090     EXIT.
010100*
010110*****************************************************************
010120*    5700-SET-REJECT-TEXT - DESCRIBE THE FAILED EDIT ON THE      *
010130*                           REGISTER                             *
010140*****************************************************************
010150 5700-SET-REJECT-TEXT.
010160     MOVE "REJECTED - " TO WS-RESULT-TEXT
010170     IF REASON-VAR1-NOT-ON-FILE
010180         MOVE "VALUE NOT ON FILE" TO WS-RESULT-TEXT(12:23)
010190     END-IF
010200     IF REASON-VAR1-DEACTIVATED
010210         MOVE "VALUE DEACTIVATED" TO WS-RESULT-TEXT(12:23)
010220     END-IF
010230     IF REASON-OPER-NOT-ON-FILE
010240         MOVE "OPERATOR NOT ON FILE" TO WS-RESULT-TEXT(12:23)
010250     END-IF
010260     IF REASON-OPER-REVOKED
010270         MOVE "OPERATOR REVOKED" TO WS-RESULT-TEXT(12:23)
010280     END-IF
010290     IF REASON-TYPE-INVALID
010300         MOVE "TYPE CODE INVALID" TO WS-RESULT-TEXT(12:23)
010310     END-IF
010320     IF REASON-OVER-LIMIT
010330         MOVE "AMOUNT OVER HARD LIMIT" TO WS-RESULT-TEXT(12:23)
010340     END-IF.
010350*
010360*****************************************************************
010370*    5900-REWRITE-STANDING - PUT THE ENTRY'S GENERATION STATE    *
010380*                            BACK ON THE MASTER - IF THAT FAILS  *
010390*                            A RERUN COULD NOT TELL WHAT LANDED, *
010400*                            SO THE RUN STOPS                    *
010410*****************************************************************
010420 5900-REWRITE-STANDING.
010430     REWRITE STND-RECORD
010440         INVALID KEY
010450             CONTINUE
010460     END-REWRITE
010470     IF NOT WS-STND-OK
010480         DISPLAY "unable to update STANDING, file status: "
010490             WS-STND-STATUS " - entry " SO-ID
010500         MOVE "Y" TO WS-ABORT-SW
010510         MOVE "Y" TO WS-EOF-SW
010520     END-IF.
010530*
010540*****************************************************************
010550*    6000-PRINT-REGISTER-LINE - PRINT ONE REGISTER LINE FOR A    *
010560*                               GENERATED, SKIPPED OR REJECTED   *
010570*                               ENTRY, WITH THE KEY IT LANDED ON *
010580*****************************************************************
010590 6000-PRINT-REGISTER-LINE.
010600     MOVE SPACES TO WS-PRINT-LINE
010610     MOVE SO-ID TO WS-G-ID
010620     MOVE SO-VAR1 TO WS-G-VAR1
010630     MOVE SO-TYPE-CODE TO WS-G-TYPE
010640     MOVE SO-AMOUNT TO WS-G-AMOUNT
010650     MOVE SO-OPERATOR-ID TO WS-G-OWNER
010660     MOVE SO-FREQUENCY TO WS-G-FREQUENCY
010670     MOVE WS-RESULT-TEXT TO WS-G-RESULT
010680     IF SO-GEN-LOGGED
010690         MOVE SO-GEN-TR-KEY TO WS-G-KEY
010700     ELSE
010710         MOVE SO-LAST-GEN-DATE TO WS-G-KEY(1:8)
010720         MOVE SO-GEN-SUSP-SEQ TO WS-G-KEY(10:6)
010730     END-IF
010740     WRITE RPT-RECORD FROM WS-PRINT-LINE.
010750*
010760*****************************************************************
010770*    7000-PRINT-TOTALS - PRINT THE REGISTER COUNTS               *
010780*****************************************************************
010790 7000-PRINT-TOTALS.
010800     MOVE SPACES TO WS-PRINT-LINE
010810     WRITE RPT-RECORD FROM WS-PRINT-LINE
010820     IF NON-BUSINESS-DAY
010830         MOVE SPACES TO WS-PRINT-LINE
010840         MOVE "BUSINESS DATE IS A WEEKEND OR HOLIDAY - NO "
010850             TO WS-PRINT-LINE(5:43)
010860         MOVE "STANDING ENTRIES GENERATED" TO WS-PRINT-LINE(48:26)
010870         WRITE RPT-RECORD FROM WS-PRINT-LINE
010880         MOVE SPACES TO WS-PRINT-LINE
010890         WRITE RPT-RECORD FROM WS-PRINT-LINE
010900     END-IF
010910     MOVE SPACES TO WS-PRINT-LINE
010920     MOVE "STANDING ENTRIES READ:" TO WS-C-LABEL
010930     MOVE WS-READ-COUNT TO WS-C-COUNT
010940     WRITE RPT-RECORD FROM WS-PRINT-LINE
010950     MOVE SPACES TO WS-PRINT-LINE
010960     MOVE "NOT DUE OR INACTIVE:" TO WS-C-LABEL
010970     MOVE WS-NOT-DUE-COUNT TO WS-C-COUNT
010980     WRITE RPT-RECORD FROM WS-PRINT-LINE
010990     MOVE SPACES TO WS-PRINT-LINE
011000     MOVE "GENERATED TO TRANLOG:" TO WS-C-LABEL
011010     MOVE WS-GENERATED-COUNT TO WS-C-COUNT
011020     WRITE RPT-RECORD FROM WS-PRINT-LINE
011030     MOVE SPACES TO WS-PRINT-LINE
011040     MOVE "  OF WHICH OVER WARNING:" TO WS-C-LABEL
011050     MOVE WS-WARNING-COUNT TO WS-C-COUNT
011060     WRITE RPT-RECORD FROM WS-PRINT-LINE
011070     MOVE SPACES TO WS-PRINT-LINE
011080     MOVE "SKIPPED - ALREADY DONE:" TO WS-C-LABEL
011090     MOVE WS-ALREADY-COUNT TO WS-C-COUNT
011100     WRITE RPT-RECORD FROM WS-PRINT-LINE
011110     MOVE SPACES TO WS-PRINT-LINE
011120     MOVE "REJECTED TO SUSPENSE:" TO WS-C-LABEL
011130     MOVE WS-REJECT-COUNT TO WS-C-COUNT
011132     WRITE RPT-RECORD FROM WS-PRINT-LINE
011134     MOVE SPACES TO WS-PRINT-LINE
011136     MOVE "MISSED MONTH ENDS CAUGHT UP:" TO WS-C-LABEL
011138     MOVE WS-CATCH-UP-COUNT TO WS-C-COUNT
011140     WRITE RPT-RECORD FROM WS-PRINT-LINE.
011150*
011160*****************************************************************
011170*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
011180*                     DATE AND TIME FOR A REFUSAL-LOG STAMP      *
011190*****************************************************************
011200 7500-GET-STAMP.
011210     ACCEPT WS-STAMP-DATE FROM DATE
011220     ACCEPT WS-STAMP-TIME FROM TIME
011230     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
011240     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
011250     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
011260     IF WS-STAMP-YY < 50
011270         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
011280     ELSE
011290         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
011300     END-IF
011310     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
011320         + WS-STAMP-MM * 100 + WS-STAMP-DD.
011330*
011340*****************************************************************
011350*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
011360*                        CHECK DATE AND, IF ACCOUNTING HAS       *
011370*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
011380*                        THE REFUSAL - THE CALLER HAS SET THE    *
011390*                        CHECK KEY AND THE ACTION                *
011400*****************************************************************
011410 7700-CHECK-PERIOD.
011420     MOVE "N" TO WS-PERIOD-CLOSED-SW
011430     IF PERD-FILE-OPEN
011440         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
011450         READ PERD-FILE
011460             INVALID KEY
011470                 CONTINUE
011480         END-READ
011490         IF WS-PERD-OK
011500             AND PC-CLOSED
011510             MOVE "Y" TO WS-PERIOD-CLOSED-SW
011520             DISPLAY "period " PC-PERIOD " was closed on "
011530                 PC-CLOSE-DATE " by " PC-CLOSED-BY
011540                 " - no change may be made to it"
011550             PERFORM 7750-LOG-PERIOD-REFUSAL
011560         END-IF
011570     END-IF.
011580*
011590*****************************************************************
011600*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
011610*                              ACTION TO THE PERIOD-LOCK LOG     *
011620*****************************************************************
011630 7750-LOG-PERIOD-REFUSAL.
011640     IF PERL-FILE-OPEN
011650         PERFORM 7500-GET-STAMP
011660         MOVE WS-STAMP-CCYYMMDD TO PL-STAMP-DATE
011670         MOVE WS-STAMP-TIME TO PL-STAMP-TIME
011680         MOVE "INSTG01" TO PL-PROGRAM
011690         MOVE SPACES TO PL-OPERATOR-ID
011700         MOVE WS-PERIOD-ACTION TO PL-ACTION
011710         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
011720         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
011730         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
011740         MOVE PC-PERIOD TO PL-PERIOD
011750         WRITE PERL-RECORD
011760         IF NOT WS-PERL-OK
011770             DISPLAY "unable to write PERLOG, file status: "
011780                 WS-PERL-STATUS
011790         END-IF
011800     END-IF.
011810*
011820*****************************************************************
011830*    8000-NEXT-CALENDAR-DAY - BUMP WS-WORK-DATE ONE CALENDAR     *
011840*                             DAY, CARRYING THROUGH MONTH AND    *
011850*                             YEAR ENDS WITH LEAP YEARS          *
011860*****************************************************************
011870 8000-NEXT-CALENDAR-DAY.
011880     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH
011890     IF WS-WORK-MM = 2
011900         PERFORM 8100-CHECK-LEAP-YEAR
011910     END-IF
011920     IF WS-WORK-DD < WS-DAYS-THIS-MONTH
011930         ADD 1 TO WS-WORK-DD
011940     ELSE
011950         MOVE 1 TO WS-WORK-DD
011960         IF WS-WORK-MM < 12
011970             ADD 1 TO WS-WORK-MM
011980         ELSE
011990             MOVE 1 TO WS-WORK-MM
012000             ADD 1 TO WS-WORK-CCYY
012010         END-IF
012020     END-IF.
012030*
012040*****************************************************************
012050*    8100-CHECK-LEAP-YEAR - STRETCH FEBRUARY TO 29 DAYS IN A     *
012060*                           LEAP YEAR                            *
012070*****************************************************************
012080 8100-CHECK-LEAP-YEAR.
012090     DIVIDE WS-WORK-CCYY BY 4
012100         GIVING WS-ZEL-QUOT REMAINDER WS-LEAP-REM
012110     IF WS-LEAP-REM = ZERO
012120         MOVE 29 TO WS-DAYS-THIS-MONTH
012130         DIVIDE WS-WORK-CCYY BY 100
012140             GIVING WS-ZEL-QUOT REMAINDER WS-LEAP-REM
012150         IF WS-LEAP-REM = ZERO
012160             MOVE 28 TO WS-DAYS-THIS-MONTH
012170             DIVIDE WS-WORK-CCYY BY 400
012180                 GIVING WS-ZEL-QUOT REMAINDER WS-LEAP-REM
012190             IF WS-LEAP-REM = ZERO
012200                 MOVE 29 TO WS-DAYS-THIS-MONTH
012210             END-IF
012220         END-IF
012230     END-IF.
012240*
012250*****************************************************************
012260*    8200-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON           *
012270*                               WS-WORK-DATE.  RESULT IN         *
012280*                               WS-ZEL-DOW: 0=SATURDAY,          *
012290*                               1=SUNDAY, 2=MONDAY, ...          *
012300*****************************************************************
012310 8200-COMPUTE-DAY-OF-WEEK.
012320     MOVE WS-WORK-DD TO WS-ZEL-Q
012330     MOVE WS-WORK-MM TO WS-ZEL-M
012340     MOVE WS-WORK-CCYY TO WS-ZEL-Y
012350     IF WS-ZEL-M < 3
012360         ADD 12 TO WS-ZEL-M
012370         SUBTRACT 1 FROM WS-ZEL-Y
012380     END-IF
012390     DIVIDE WS-ZEL-Y BY 100 GIVING WS-ZEL-J
012400         REMAINDER WS-ZEL-K
012410     COMPUTE WS-ZEL-WORK = 13 * (WS-ZEL-M + 1)
012420     DIVIDE WS-ZEL-WORK BY 5 GIVING WS-ZEL-T1
012430     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2
012440     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3
012450     COMPUTE WS-ZEL-WORK = WS-ZEL-Q + WS-ZEL-T1
012460         + WS-ZEL-K + WS-ZEL-T2 + WS-ZEL-T3
012470         + (5 * WS-ZEL-J)
012480     DIVIDE WS-ZEL-WORK BY 7
012490         GIVING WS-ZEL-QUOT REMAINDER WS-ZEL-DOW.
012500*
012510*****************************************************************
012520*    8300-STEP-ONE-DAY - MOVE WS-WORK-DATE ON ONE CALENDAR DAY   *
012530*                        AND FIND ITS DAY OF WEEK                *
012540*****************************************************************
012550 8300-STEP-ONE-DAY.
012560     PERFORM 8000-NEXT-CALENDAR-DAY
012570     PERFORM 8200-COMPUTE-DAY-OF-WEEK.
012580*
012590*****************************************************************
012600*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
012610*****************************************************************
012620 9000-TERMINATE.
012630     CLOSE STND-FILE
012640     CLOSE TRAN-FILE
012650     CLOSE VALV-FILE
012660     CLOSE OPER-FILE
012670     CLOSE LIMV-FILE
012680     CLOSE SUSP-FILE
012690     IF LIMW-FILE-OPEN
012700         CLOSE LIMW-FILE
012710     END-IF
012720     IF PERD-FILE-OPEN
012730         CLOSE PERD-FILE
012740     END-IF
012750     IF PERL-FILE-OPEN
012760         CLOSE PERL-FILE
012770     END-IF
012780     CLOSE RPT-FILE
012790     IF RUN-ABORTED
012800         MOVE 8 TO RETURN-CODE
012810     ELSE
012820         IF WS-REJECT-COUNT > ZERO
012825             OR WS-CATCH-UP-COUNT > ZERO
012830             MOVE 4 TO RETURN-CODE
012840         ELSE
012850             MOVE ZERO TO RETURN-CODE
012860         END-IF
012870     END-IF.
