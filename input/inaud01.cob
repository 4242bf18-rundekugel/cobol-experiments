000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INAUD01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : TRANSACTION LIFECYCLE AUDIT REPORT.  SELECTS  *
000060*                 ENTRIES BY ONE TR-KEY, BY VAR1 CODE OVER A KEY*
000070*                 DATE RANGE, OR BY OPERATOR OVER A KEY DATE    *
000080*                 RANGE, AND PRINTS EACH ENTRY'S FULL HISTORY IN*
000090*                 TIME ORDER - THE CAPTURE AS HELD ON THE LIVE  *
000100*                 LOG OR IN TRANARCH (READ IN PLACE, NOT        *
000110*                 RESTORED), ANY LIMWARN OVER-LIMIT             *
000120*                 CONFIRMATION, EVERY FIXJRNL CORRECTION OR     *
000130*                 DELETION WITH ITS OPERATOR AND APPROVER, ANY  *
000140*                 CHANGE STILL PENDING ON PENDFIX OR TAKEN OFF  *
000150*                 THE QUEUE UNAPPLIED (PENDREJ), AND THE GL     *
000160*                 ACCOUNT THE ENTRY POSTS TO WITH WHETHER GLPOST*
000170*                 STILL HOLDS THE POSTING.  BY OPERATOR SELECTS *
000180*                 ENTRIES THE OPERATOR KEYED AND ENTRIES THEY   *
000190*                 CORRECTED, APPROVED, REQUESTED OR REJECTED.   *
000200*                 AN ENTRY WHOSE HISTORY DOES NOT HANG TOGETHER *
000210*                 IS FLAGGED AND THE RUN ENDS RETURN CODE 4.    *
000220*                                                               *
000230*    MODIFICATION HISTORY                                       *
000240*    ------------------------------------------------------     *
000250*    2026-10-15  DK  ORIGINAL.                                  *
000252*    2026-10-15  DK  THE CODE AND OPERATOR SELECTIONS NOW READ  *
000254*                    THE LIVE LOG THROUGH ITS CODE OR OPERATOR  *
000256*                    ALTERNATE KEY INSTEAD OF EVERY ENTRY IN    *
000258*                    THE DATE RANGE.                            *
000259*    2026-10-15  DK  A CAPTURE EVENT IS NOW STAMPED WITH THE    *
000260*                    CAPTURE DATE AND THE CAPTURE TIME FROM     *
000261*                    TR-TIM1 TOGETHER, FALLING BACK TO THE KEY  *
000262*                    DATE AND KEY TIME TOGETHER, SO A           *
000263*                    BACK-DATED OR DEFERRED ENTRY SORTS IN TRUE *
000264*                    TIME ORDER.                                *
000267*                                                               *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. INAUD01.
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
000440     SELECT ARCH-FILE ASSIGN TO "TRANARCH"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-ARCH-STATUS.
000470*
000480     SELECT LIMW-FILE ASSIGN TO "LIMWARN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-LIMW-STATUS.
000510*
000520     SELECT JRNL-FILE ASSIGN TO "FIXJRNL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-JRNL-STATUS.
000550*
000560     SELECT PEND-FILE ASSIGN TO "PENDFIX"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PD-KEY
000600         FILE STATUS IS WS-PEND-STATUS.
000610*
000620     SELECT PREJ-FILE ASSIGN TO "PENDREJ"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PREJ-STATUS.
000650*
000660     SELECT GLMP-FILE ASSIGN TO "GLMAP"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS GM-KEY
000700         FILE STATUS IS WS-GLMP-STATUS.
000710*
000720     SELECT GPST-FILE ASSIGN TO "GLPOST"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-GPST-STATUS.
000750*
000760     SELECT EWRK-FILE ASSIGN TO "AUDSORT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-EWRK-STATUS.
000790*
000800     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000810*
000820     SELECT RPT-FILE ASSIGN TO "INAUD01.LST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPT-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880*****************************************************************
000890*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES            *
000900*****************************************************************
000910 FD  TRAN-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY TRANREC.
000950*
000960*****************************************************************
000970*    ARCH-FILE - DATED SEQUENTIAL ARCHIVE OF PURGED LOG RECORDS *
000980*****************************************************************
000990 FD  ARCH-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  ARCH-RECORD                 PIC X(83).
001030*
001040*****************************************************************
001050*    LIMW-FILE - OVER-WARNING CONFIRMATION LOG                  *
001060*****************************************************************
001070 FD  LIMW-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY LIMWREC.
001110*
001120*****************************************************************
001130*    JRNL-FILE - CORRECTION-HISTORY JOURNAL                     *
001140*****************************************************************
001150 FD  JRNL-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180     COPY FIXJRNL.
001190*
001200*****************************************************************
001210*    PEND-FILE - PENDING-CHANGE QUEUE OF HIGH-VALUE FIXES       *
001220*****************************************************************
001230 FD  PEND-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260     COPY PENDREC.
001270*
001280*****************************************************************
001290*    PREJ-FILE - LOG OF PENDING CHANGES REMOVED UNAPPLIED       *
001300*****************************************************************
001310 FD  PREJ-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340     COPY PRJREC.
001350*
001360*****************************************************************
001370*    GLMP-FILE - GL ACCOUNT MAPPING MASTER                      *
001380*****************************************************************
001390 FD  GLMP-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420     COPY GLMREC.
001430*
001440*****************************************************************
001450*    GPST-FILE - BALANCED POSTING FILE FOR THE LEDGER LOAD      *
001460*****************************************************************
001470 FD  GPST-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  GPST-RECORD.
001510     05  GP-ACCOUNT          PIC X(08).
001520     05  GP-DATE             PIC 9(08).
001530     05  GP-DEBIT            PIC 9(09)V99.
001540     05  GP-CREDIT           PIC 9(09)V99.
001550*
001560*****************************************************************
001570*    EWRK-FILE - THE HISTORY EVENTS SORTED BY KEY AND TIME      *
001580*****************************************************************
001590 FD  EWRK-FILE
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD.
001620 01  EWRK-RECORD.
001630     05  EV-TR-KEY           PIC X(17).
001640     05  EV-CLASS            PIC 9(01).
001650     05  EV-STAMP-DATE       PIC 9(08).
001660     05  EV-STAMP-TIME       PIC 9(06).
001670     05  EV-EVENT            PIC X(01).
001680     05  EV-FUNCTION         PIC X(01).
001690     05  EV-WHO              PIC X(08).
001700     05  EV-WHO2             PIC X(08).
001710     05  EV-BUS-DATE         PIC 9(08).
001720     05  EV-REQ-DATE         PIC 9(08).
001730     05  EV-REQ-TIME         PIC 9(06).
001740     05  EV-LIMIT            PIC 9(07)V99.
001750     05  EV-IMAGE-1          PIC X(83).
001760     05  EV-IMAGE-2          PIC X(83).
001770*
001780*****************************************************************
001790*    SORT-FILE - SORT WORK FILE                                 *
001800*****************************************************************
001810 SD  SORT-FILE.
001820 01  SORT-RECORD.
001830     05  SR-TR-KEY           PIC X(17).
001840     05  SR-CLASS            PIC 9(01).
001850     05  SR-STAMP-DATE       PIC 9(08).
001860     05  SR-STAMP-TIME       PIC 9(06).
001870     05  SR-EVENT            PIC X(01).
001880     05  SR-FUNCTION         PIC X(01).
001890     05  SR-WHO              PIC X(08).
001900     05  SR-WHO2             PIC X(08).
001910     05  SR-BUS-DATE         PIC 9(08).
001920     05  SR-REQ-DATE         PIC 9(08).
001930     05  SR-REQ-TIME         PIC 9(06).
001940     05  SR-LIMIT            PIC 9(07)V99.
001950     05  SR-IMAGE-1          PIC X(83).
001960     05  SR-IMAGE-2          PIC X(83).
001970*
001980*****************************************************************
001990*    RPT-FILE - PRINTED LIFECYCLE AUDIT REPORT                  *
002000*****************************************************************
002010 FD  RPT-FILE
002020     LABEL RECORDS ARE STANDARD.
002030 01  RPT-RECORD                  PIC X(132).
002040*
002050 WORKING-STORAGE SECTION.
002060 01  WS-PRINT-LINE                PIC X(132).
002070*
002080 01  WS-ENTRY-VIEW REDEFINES WS-PRINT-LINE.
002090     05  WS-N-LABEL              PIC X(07).
002100     05  WS-N-KEY                PIC X(19).
002110     05  FILLER                  PIC X(106).
002120*
002130 01  WS-EVENT-VIEW REDEFINES WS-PRINT-LINE.
002140     05  FILLER                  PIC X(04).
002150     05  WS-E-DATE               PIC 9(08).
002160     05  FILLER                  PIC X(01).
002170     05  WS-E-TIME               PIC 9(06).
002180     05  FILLER                  PIC X(02).
002190     05  WS-E-DESC               PIC X(30).
002200     05  FILLER                  PIC X(02).
002210     05  WS-E-LABEL1             PIC X(04).
002220     05  WS-E-WHO                PIC X(08).
002230     05  FILLER                  PIC X(02).
002240     05  WS-E-LABEL2             PIC X(05).
002250     05  WS-E-WHO2               PIC X(08).
002260     05  FILLER                  PIC X(02).
002270     05  WS-E-LABEL3             PIC X(05).
002280     05  WS-E-BUS-DATE           PIC X(08).
002290     05  FILLER                  PIC X(37).
002300*
002310 01  WS-IMAGE-VIEW REDEFINES WS-PRINT-LINE.
002320     05  FILLER                  PIC X(12).
002330     05  WS-I-LABEL              PIC X(08).
002340     05  WS-I-KEY                PIC X(17).
002350     05  FILLER                  PIC X(02).
002360     05  WS-I-VAR1               PIC X(22).
002370     05  FILLER                  PIC X(02).
002380     05  WS-I-OPID               PIC X(08).
002390     05  FILLER                  PIC X(02).
002400     05  WS-I-TYPE               PIC X(02).
002410     05  FILLER                  PIC X(02).
002420     05  WS-I-AMOUNT             PIC -(07)9.99.
002430     05  FILLER                  PIC X(02).
002440     05  WS-I-CAPTURE            PIC X(08).
002450     05  FILLER                  PIC X(02).
002460     05  WS-I-SOURCE             PIC X(05).
002470     05  FILLER                  PIC X(25).
002480*
002490 01  WS-LIMIT-VIEW REDEFINES WS-PRINT-LINE.
002500     05  FILLER                  PIC X(12).
002510     05  WS-L-LABEL              PIC X(16).
002520     05  WS-L-AMOUNT             PIC Z(06)9.99.
002530     05  FILLER                  PIC X(94).
002540*
002550 01  WS-REQUEST-VIEW REDEFINES WS-PRINT-LINE.
002560     05  FILLER                  PIC X(12).
002570     05  WS-R-LABEL              PIC X(16).
002580     05  WS-R-DATE               PIC 9(08).
002590     05  FILLER                  PIC X(01).
002600     05  WS-R-TIME               PIC 9(06).
002610     05  FILLER                  PIC X(89).
002620*
002630 01  WS-GL-VIEW REDEFINES WS-PRINT-LINE.
002640     05  FILLER                  PIC X(12).
002650     05  WS-G-LABEL              PIC X(16).
002660     05  WS-G-ACCOUNT            PIC X(08).
002670     05  FILLER                  PIC X(01).
002680     05  WS-G-SIDE               PIC X(06).
002690     05  FILLER                  PIC X(02).
002700     05  WS-G-TEXT               PIC X(32).
002710     05  WS-G-DATE               PIC X(08).
002720     05  FILLER                  PIC X(47).
002730*
002740 01  WS-FLAG-VIEW REDEFINES WS-PRINT-LINE.
002750     05  FILLER                  PIC X(04).
002760     05  WS-F-LABEL              PIC X(20).
002770     05  WS-F-TEXT               PIC X(60).
002780     05  FILLER                  PIC X(48).
002790*
002800 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
002810     05  FILLER                  PIC X(04).
002820     05  WS-C-LABEL              PIC X(40).
002830     05  WS-C-COUNT              PIC Z(06)9.
002840     05  FILLER                  PIC X(81).
002850*
002860 01  WS-IMAGE-AREA               PIC X(83).
002870 01  WS-IMAGE-FIELDS REDEFINES WS-IMAGE-AREA.
002880     05  WS-IM-KEY.
002890         10  WS-IM-KEY-DATE      PIC 9(08).
002900         10  WS-IM-KEY-TIME      PIC 9(06).
002910         10  WS-IM-KEY-SEQ       PIC 9(03).
002920     05  WS-IM-VAR1              PIC X(22).
002930     05  WS-IM-DATE1             PIC X(10).
002940     05  WS-IM-TIM1              PIC X(06).
002950     05  WS-IM-OPID              PIC X(08).
002960     05  WS-IM-TYPE              PIC X(02).
002970     05  WS-IM-AMOUNT            PIC S9(07)V99   COMP-3.
002980     05  WS-IM-CAPTURE           PIC X(08).
002990     05  WS-IM-SOURCE            PIC X(05).
003000*
003010 01  WS-KEY-TEXT.
003020     05  WS-KT-DATE              PIC 9(08).
003030     05  FILLER                  PIC X(01)   VALUE "-".
003040     05  WS-KT-TIME              PIC 9(06).
003050     05  FILLER                  PIC X(01)   VALUE "-".
003060     05  WS-KT-SEQ               PIC 9(03).
003070*
003080 01  WS-TRAN-STATUS               PIC X(02).
003090     88  WS-TRAN-OK                           VALUE "00".
003100*
003110 01  WS-ARCH-STATUS               PIC X(02).
003120     88  WS-ARCH-OK                           VALUE "00".
003130     88  WS-ARCH-NOT-FOUND                    VALUE "35".
003140*
003150 01  WS-LIMW-STATUS               PIC X(02).
003160     88  WS-LIMW-OK                           VALUE "00".
003170     88  WS-LIMW-NOT-FOUND                    VALUE "35".
003180*
003190 01  WS-JRNL-STATUS               PIC X(02).
003200     88  WS-JRNL-OK                           VALUE "00".
003210     88  WS-JRNL-NOT-FOUND                    VALUE "35".
003220*
003230 01  WS-PEND-STATUS               PIC X(02).
003240     88  WS-PEND-OK                           VALUE "00".
003250     88  WS-PEND-NOT-FOUND                    VALUE "35".
003260*
003270 01  WS-PREJ-STATUS               PIC X(02).
003280     88  WS-PREJ-OK                           VALUE "00".
003290     88  WS-PREJ-NOT-FOUND                    VALUE "35".
003300*
003310 01  WS-GLMP-STATUS               PIC X(02).
003320     88  WS-GLMP-OK                           VALUE "00".
003330     88  WS-GLMP-NOT-FOUND                    VALUE "35".
003340*
003350 01  WS-GPST-STATUS               PIC X(02).
003360     88  WS-GPST-OK                           VALUE "00".
003370     88  WS-GPST-NOT-FOUND                    VALUE "35".
003380*
003390 01  WS-EWRK-STATUS               PIC X(02).
003400     88  WS-EWRK-OK                           VALUE "00".
003410*
003420 01  WS-RPT-STATUS                PIC X(02).
003430     88  WS-RPT-OK                            VALUE "00".
003440*
003450 01  WS-SWITCHES.
003460     05  WS-TRAN-EOF-SW          PIC X(01)   VALUE "N".
003470         88  TRAN-AT-END                     VALUE "Y".
003480     05  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
003490         88  ARCH-AT-END                     VALUE "Y".
003500     05  WS-LIMW-EOF-SW          PIC X(01)   VALUE "N".
003510         88  LIMW-AT-END                     VALUE "Y".
003520     05  WS-JRNL-EOF-SW          PIC X(01)   VALUE "N".
003530         88  JRNL-AT-END                     VALUE "Y".
003540     05  WS-PEND-EOF-SW          PIC X(01)   VALUE "N".
003550         88  PEND-AT-END                     VALUE "Y".
003560     05  WS-PREJ-EOF-SW          PIC X(01)   VALUE "N".
003570         88  PREJ-AT-END                     VALUE "Y".
003580     05  WS-GPST-EOF-SW          PIC X(01)   VALUE "N".
003590         88  GPST-AT-END                     VALUE "Y".
003600     05  WS-EWRK-EOF-SW          PIC X(01)   VALUE "N".
003610         88  EWRK-AT-END                     VALUE "Y".
003620     05  WS-TRAN-OPEN-SW         PIC X(01)   VALUE "N".
003630         88  TRAN-FILE-OPEN                  VALUE "Y".
003640     05  WS-ARCH-OPEN-SW         PIC X(01)   VALUE "N".
003650         88  ARCH-FILE-OPEN                  VALUE "Y".
003660     05  WS-LIMW-OPEN-SW         PIC X(01)   VALUE "N".
003670         88  LIMW-FILE-OPEN                  VALUE "Y".
003680     05  WS-JRNL-OPEN-SW         PIC X(01)   VALUE "N".
003690         88  JRNL-FILE-OPEN                  VALUE "Y".
003700     05  WS-PEND-OPEN-SW         PIC X(01)   VALUE "N".
003710         88  PEND-FILE-OPEN                  VALUE "Y".
003720     05  WS-PREJ-OPEN-SW         PIC X(01)   VALUE "N".
003730         88  PREJ-FILE-OPEN                  VALUE "Y".
003740     05  WS-GLMP-OPEN-SW         PIC X(01)   VALUE "N".
003750         88  GLMP-FILE-OPEN                  VALUE "Y".
003760     05  WS-EWRK-OPEN-SW         PIC X(01)   VALUE "N".
003770         88  EWRK-FILE-OPEN                  VALUE "Y".
003780     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
003790         88  RPT-FILE-OPEN                   VALUE "Y".
003800     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
003810         88  RUN-ABORTED                     VALUE "Y".
003820     05  WS-PASS-SW              PIC X(01)   VALUE "S".
003830         88  SELECT-PASS                     VALUE "S".
003840         88  EVENT-PASS                      VALUE "E".
003850     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
003860         88  RECORD-FOUND                    VALUE "Y".
003870     05  WS-MAPPED-SW            PIC X(01)   VALUE "N".
003880         88  ENTRY-IS-MAPPED                 VALUE "Y".
003890     05  WS-KEY-FULL-SW          PIC X(01)   VALUE "N".
003900         88  KEY-TABLE-FULL                  VALUE "Y".
003910     05  WS-GPST-FULL-SW         PIC X(01)   VALUE "N".
003920         88  GPST-TABLE-FULL                 VALUE "Y".
003930     05  WS-GP-DATE-SW           PIC X(01)   VALUE "N".
003940         88  GP-DATE-ON-HAND                 VALUE "Y".
003950     05  WS-GP-ACCT-SW           PIC X(01)   VALUE "N".
003960         88  GP-ACCOUNT-POSTED               VALUE "Y".
003970*
003980*    STATE OF THE ENTRY BEING PRINTED, RESET AT EACH NEW KEY
003990 01  WS-ENTRY-STATE.
004000     05  WS-LIVE-SW              PIC X(01).
004010         88  ENTRY-LIVE                      VALUE "Y".
004020     05  WS-ARCHIVED-SW          PIC X(01).
004030         88  ENTRY-ARCHIVED                  VALUE "Y".
004040     05  WS-DELETED-SW           PIC X(01).
004050         88  ENTRY-DELETED                   VALUE "Y".
004060     05  WS-PENDING-SW           PIC X(01).
004070         88  ENTRY-PENDING                   VALUE "Y".
004080     05  WS-BROKEN-SW            PIC X(01).
004090         88  ENTRY-BROKEN                    VALUE "Y".
004100     05  WS-LAST-JRNL-FUNC       PIC X(01).
004110     05  WS-LIVE-IMAGE           PIC X(83).
004120     05  WS-ARCH-IMAGE           PIC X(83).
004130     05  WS-JRNL-IMAGE           PIC X(83).
004140     05  WS-ANY-IMAGE            PIC X(83).
004150*
004160 01  WS-SELECTION.
004170     05  WS-SEL-MODE             PIC X(01).
004180         88  SEL-BY-KEY                      VALUE "K".
004190         88  SEL-BY-CODE                     VALUE "C".
004200         88  SEL-BY-OPERATOR                 VALUE "O".
004210     05  WS-SEL-KEY.
004220         10  WS-SEL-KEY-DATE     PIC 9(08).
004230         10  WS-SEL-KEY-TIME     PIC 9(06).
004240         10  WS-SEL-KEY-SEQ      PIC 9(03).
004250     05  WS-SEL-CODE             PIC X(22).
004260     05  WS-SEL-OPERATOR         PIC X(08).
004270     05  WS-FROM-DATE            PIC 9(08).
004280     05  WS-TO-DATE              PIC 9(08).
004290*
004300 01  WS-CHECK-KEY                 PIC X(17).
004301*
004302 01  WS-START-ENTRY-KEY.
004303     05  WS-SK-DATE              PIC 9(08).
004304     05  WS-SK-TIME              PIC 9(06)   VALUE ZERO.
004305     05  WS-SK-SEQ               PIC 9(03)   VALUE ZERO.
004310*
004320 01  WS-REC-KEY.
004330     05  WS-RK-DATE              PIC 9(08).
004340     05  WS-RK-TIME              PIC 9(06).
004350     05  WS-RK-SEQ               PIC 9(03).
004360 01  WS-ACTOR-ID                  PIC X(08).
004370*
004380 01  WS-PREV-KEY                  PIC X(17)   VALUE SPACES.
004390 01  WS-CUR-KEY.
004400     05  WS-CK-DATE              PIC 9(08).
004410     05  WS-CK-TIME              PIC 9(06).
004420     05  WS-CK-SEQ               PIC 9(03).
004430*
004440 01  WS-NOTE-FILE                 PIC X(08).
004450 01  WS-NOTE-STATUS               PIC X(02).
004460 01  WS-GL-LABEL                  PIC X(16).
004470 01  WS-GL-CHK-DATE               PIC 9(08).
004480 01  WS-FLAG-TEXT                 PIC X(60).
004490*
004500 01  WS-KEY-TABLE.
004510     05  WS-KEY-USED             PIC 9(03)   COMP VALUE ZERO.
004520     05  WS-KEY-TAB              PIC X(17)
004530                                 OCCURS 500 TIMES.
004540 77  WS-KEY-SUB                   PIC 9(03)   COMP.
004550 77  WS-KEY-FOUND-SUB             PIC 9(03)   COMP.
004560*
004570 01  WS-GPST-TABLE.
004580     05  WS-GP-USED              PIC 9(04)   COMP VALUE ZERO.
004590     05  WS-GP-ENTRY             OCCURS 2000 TIMES.
004600         10  WS-GT-ACCOUNT       PIC X(08).
004610         10  WS-GT-DATE          PIC 9(08).
004620 77  WS-GP-SUB                    PIC 9(04)   COMP.
004630*
004640 77  WS-ENTRY-COUNT               PIC 9(07)   COMP VALUE ZERO.
004650 77  WS-EVENT-COUNT               PIC 9(07)   COMP VALUE ZERO.
004660 77  WS-BROKEN-COUNT              PIC 9(07)   COMP VALUE ZERO.
004670*
004680 PROCEDURE DIVISION.
004690*****************************************************************
004700*    0000-MAINLINE                                               *
004710*****************************************************************
004720 0000-MAINLINE.
004730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004740     IF NOT RUN-ABORTED
004750         PERFORM 6000-REPORT-EVENT
004760             UNTIL EWRK-AT-END
004770         PERFORM 7000-PRINT-FINAL-TOTALS
004780     END-IF
004790     PERFORM 9000-TERMINATE
004800     GOBACK.
004810*
004820*****************************************************************
004830*    1000-INITIALIZE - ACCEPT THE SELECTION, OPEN THE FILES,     *
004840*                      PICK THE ENTRIES, SORT THEIR HISTORY      *
004850*                      EVENTS INTO TIME ORDER, AND PRIME THE     *
004860*                      READ OF THE SORTED EVENTS                 *
004870*****************************************************************
004880 1000-INITIALIZE.
004890     PERFORM 1100-ACCEPT-SELECTION THRU 1100-ACCEPT-SELECTION-EXIT
004900     IF RUN-ABORTED
004910         GO TO 1000-INITIALIZE-EXIT
004920     END-IF
004930     OPEN OUTPUT RPT-FILE
004940     IF NOT WS-RPT-OK
004950         DISPLAY "unable to open INAUD01.LST, file status: "
004960             WS-RPT-STATUS
004970         MOVE "Y" TO WS-ABORT-SW
004980         GO TO 1000-INITIALIZE-EXIT
004990     END-IF
005000     MOVE "Y" TO WS-RPT-OPEN-SW
005010     PERFORM 1200-PRINT-HEADINGS
005020     OPEN INPUT TRAN-FILE
005030     IF NOT WS-TRAN-OK
005040         DISPLAY "unable to open TRANLOG, file status: "
005050             WS-TRAN-STATUS
005060         MOVE "Y" TO WS-ABORT-SW
005070         GO TO 1000-INITIALIZE-EXIT
005080     END-IF
005090     MOVE "Y" TO WS-TRAN-OPEN-SW
005100     OPEN INPUT PEND-FILE
005110     IF WS-PEND-OK
005120         MOVE "Y" TO WS-PEND-OPEN-SW
005130     ELSE
005140         MOVE "PENDFIX" TO WS-NOTE-FILE
005150         MOVE WS-PEND-STATUS TO WS-NOTE-STATUS
005160         PERFORM 2150-NOTE-NOT-READ
005170     END-IF
005180     OPEN INPUT GLMP-FILE
005190     IF WS-GLMP-OK
005200         MOVE "Y" TO WS-GLMP-OPEN-SW
005210     ELSE
005220         MOVE "GLMAP" TO WS-NOTE-FILE
005230         MOVE WS-GLMP-STATUS TO WS-NOTE-STATUS
005240         PERFORM 2150-NOTE-NOT-READ
005250     END-IF
005260     PERFORM 1300-LOAD-GLPOST
005270     MOVE "S" TO WS-PASS-SW
005280     IF SEL-BY-KEY
005290         MOVE WS-SEL-KEY TO WS-CHECK-KEY
005300         PERFORM 5100-ADD-KEY
005310     ELSE
005320         PERFORM 2000-SELECT-KEYS
005330     END-IF
005340     MOVE "E" TO WS-PASS-SW
005350     SORT SORT-FILE
005360         ON ASCENDING KEY SR-TR-KEY SR-CLASS
005370             SR-STAMP-DATE SR-STAMP-TIME
005380         INPUT PROCEDURE IS 3000-RELEASE-EVENTS THRU
005390             3000-RELEASE-EVENTS-EXIT
005400         GIVING EWRK-FILE
005410     IF SORT-RETURN NOT = ZERO
005420         DISPLAY "history sort failed: " SORT-RETURN
005430         MOVE "Y" TO WS-ABORT-SW
005440         GO TO 1000-INITIALIZE-EXIT
005450     END-IF
005460     OPEN INPUT EWRK-FILE
005470     IF NOT WS-EWRK-OK
005480         DISPLAY "unable to open AUDSORT, file status: "
005490             WS-EWRK-STATUS
005500         MOVE "Y" TO WS-ABORT-SW
005510         GO TO 1000-INITIALIZE-EXIT
005520     END-IF
005530     MOVE "Y" TO WS-EWRK-OPEN-SW
005540     PERFORM 6900-READ-EVENT.
005550 1000-INITIALIZE-EXIT.
005560     EXIT.
005570*
005580*****************************************************************
005590*    1100-ACCEPT-SELECTION - ACCEPT ONE KEY, OR A CODE OR        *
005600*                            OPERATOR AND A KEY DATE RANGE       *
005610*****************************************************************
005620 1100-ACCEPT-SELECTION.
005630     DISPLAY "enter selection (K=one TR-KEY, C=VAR1 code, "
005640         "O=operator):"
005650     ACCEPT WS-SEL-MODE
005660     IF SEL-BY-KEY
005670         DISPLAY "enter transaction date (CCYYMMDD):"
005680         ACCEPT WS-SEL-KEY-DATE
005690         DISPLAY "enter transaction time (HHMMSS):"
005700         ACCEPT WS-SEL-KEY-TIME
005710         DISPLAY "enter transaction sequence (NNN):"
005720         ACCEPT WS-SEL-KEY-SEQ
005730         GO TO 1100-ACCEPT-SELECTION-EXIT
005740     END-IF
005750     IF SEL-BY-CODE
005760         DISPLAY "enter VAR1 code:"
005770         ACCEPT WS-SEL-CODE
005780         IF WS-SEL-CODE = SPACES
005790             DISPLAY "a VAR1 code is required"
005800             MOVE "Y" TO WS-ABORT-SW
005810             GO TO 1100-ACCEPT-SELECTION-EXIT
005820         END-IF
005830     ELSE
005840         IF SEL-BY-OPERATOR
005850             DISPLAY "enter operator id:"
005860             ACCEPT WS-SEL-OPERATOR
005870             IF WS-SEL-OPERATOR = SPACES
005880                 DISPLAY "an operator id is required"
005890                 MOVE "Y" TO WS-ABORT-SW
005900                 GO TO 1100-ACCEPT-SELECTION-EXIT
005910             END-IF
005920         ELSE
005930             DISPLAY "invalid selection"
005940             MOVE "Y" TO WS-ABORT-SW
005950             GO TO 1100-ACCEPT-SELECTION-EXIT
005960         END-IF
005970     END-IF
005980     DISPLAY "enter key from-date (CCYYMMDD):"
005990     ACCEPT WS-FROM-DATE
006000     DISPLAY "enter key to-date (CCYYMMDD):"
006010     ACCEPT WS-TO-DATE
006020     IF WS-FROM-DATE > WS-TO-DATE
006030         DISPLAY "from-date is after to-date"
006040         MOVE "Y" TO WS-ABORT-SW
006050     END-IF.
006060 1100-ACCEPT-SELECTION-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*    1200-PRINT-HEADINGS - PRINT THE REPORT TITLE AND THE        *
006110*                          SELECTION                             *
006120*****************************************************************
006130 1200-PRINT-HEADINGS.
006140     MOVE SPACES TO WS-PRINT-LINE
006150     MOVE "TRANSACTION LIFECYCLE AUDIT REPORT" TO WS-PRINT-LINE
006160     WRITE RPT-RECORD FROM WS-PRINT-LINE
006170     MOVE SPACES TO WS-PRINT-LINE
006180     MOVE "SELECTION: " TO WS-PRINT-LINE(5:11)
006190     IF SEL-BY-KEY
006200         MOVE WS-SEL-KEY-DATE TO WS-KT-DATE
006210         MOVE WS-SEL-KEY-TIME TO WS-KT-TIME
006220         MOVE WS-SEL-KEY-SEQ TO WS-KT-SEQ
006230         MOVE "KEY " TO WS-PRINT-LINE(16:4)
006240         MOVE WS-KEY-TEXT TO WS-PRINT-LINE(20:19)
006250     ELSE
006260         IF SEL-BY-CODE
006270             MOVE "CODE " TO WS-PRINT-LINE(16:5)
006280             MOVE WS-SEL-CODE TO WS-PRINT-LINE(21:22)
006290         ELSE
006300             MOVE "OPERATOR " TO WS-PRINT-LINE(16:9)
006310             MOVE WS-SEL-OPERATOR TO WS-PRINT-LINE(25:8)
006320         END-IF
006330         MOVE "KEY DATES " TO WS-PRINT-LINE(45:10)
006340         MOVE WS-FROM-DATE TO WS-PRINT-LINE(55:8)
006350         MOVE " TO " TO WS-PRINT-LINE(63:4)
006360         MOVE WS-TO-DATE TO WS-PRINT-LINE(67:8)
006370     END-IF
006380     WRITE RPT-RECORD FROM WS-PRINT-LINE
006390     MOVE SPACES TO WS-PRINT-LINE
006400     WRITE RPT-RECORD FROM WS-PRINT-LINE.
006410*
006420*****************************************************************
006430*    1300-LOAD-GLPOST - HOLD THE ACCOUNT AND DATE OF EVERY       *
006440*                       POSTING ON GLPOST SO EACH ENTRY'S        *
006450*                       POSTING CAN BE LOOKED FOR                *
006460*****************************************************************
006470 1300-LOAD-GLPOST.
006480     OPEN INPUT GPST-FILE
006490     IF NOT WS-GPST-OK
006500         MOVE "GLPOST" TO WS-NOTE-FILE
006510         MOVE WS-GPST-STATUS TO WS-NOTE-STATUS
006520         PERFORM 2150-NOTE-NOT-READ
006530     ELSE
006540         PERFORM 1310-READ-GLPOST
006550         PERFORM 1320-HOLD-POSTING
006560             UNTIL GPST-AT-END
006570         CLOSE GPST-FILE
006580     END-IF.
006590*
006600*****************************************************************
006610*    1310-READ-GLPOST - READ THE NEXT POSTING RECORD             *
006620*****************************************************************
006630 1310-READ-GLPOST.
006640     READ GPST-FILE
006650         AT END
006660             MOVE "Y" TO WS-GPST-EOF-SW
006670     END-READ.
006680*
006690*****************************************************************
006700*    1320-HOLD-POSTING - ADD ONE POSTING TO THE TABLE AND READ   *
006710*                        THE NEXT                                *
006720*****************************************************************
006730 1320-HOLD-POSTING.
006740     IF WS-GP-USED < 2000
006750         ADD 1 TO WS-GP-USED
006760         MOVE GP-ACCOUNT TO WS-GT-ACCOUNT (WS-GP-USED)
006770         MOVE GP-DATE TO WS-GT-DATE (WS-GP-USED)
006780     ELSE
006790         IF NOT GPST-TABLE-FULL
006800             DISPLAY "GLPOST table full - later postings are "
006810                 "not checked"
006820             MOVE "Y" TO WS-GPST-FULL-SW
006830         END-IF
006840     END-IF
006850     PERFORM 1310-READ-GLPOST.
006860*
006870*****************************************************************
006880*    2000-SELECT-KEYS - PICK EVERY KEY IN THE DATE RANGE THAT    *
006890*                       ANY SOURCE SHOWS UNDER THE CODE OR       *
006900*                       OPERATOR - ON THE RECORD, IN A JOURNAL OR*
006910*                       QUEUE IMAGE, OR AS THE ACTING OPERATOR   *
006920*****************************************************************
006930 2000-SELECT-KEYS.
006940     PERFORM 2100-OPEN-SOURCES
006950     PERFORM 2200-SELECT-FROM-LOG
006960     PERFORM 2300-SELECT-FROM-PENDING
006970     PERFORM 4100-SCAN-ARCHIVE
006980     PERFORM 4200-SCAN-LIMWARN
006990     PERFORM 4300-SCAN-JOURNAL
007000     PERFORM 4400-SCAN-REJECTIONS
007010     PERFORM 2900-CLOSE-SOURCES.
007020*
007030*****************************************************************
007040*    2100-OPEN-SOURCES - OPEN THE SEQUENTIAL HISTORY FILES.  A   *
007050*                        FILE THAT CANNOT BE OPENED IS SKIPPED   *
007060*                        AND NOTED ON THE REPORT ONCE            *
007070*****************************************************************
007080 2100-OPEN-SOURCES.
007090     OPEN INPUT ARCH-FILE
007100     IF WS-ARCH-OK
007110         MOVE "Y" TO WS-ARCH-OPEN-SW
007120     ELSE
007130         IF EVENT-PASS
007140             MOVE "TRANARCH" TO WS-NOTE-FILE
007150             MOVE WS-ARCH-STATUS TO WS-NOTE-STATUS
007160             PERFORM 2150-NOTE-NOT-READ
007170         END-IF
007180     END-IF
007190     OPEN INPUT LIMW-FILE
007200     IF WS-LIMW-OK
007210         MOVE "Y" TO WS-LIMW-OPEN-SW
007220     ELSE
007230         IF EVENT-PASS
007240             MOVE "LIMWARN" TO WS-NOTE-FILE
007250             MOVE WS-LIMW-STATUS TO WS-NOTE-STATUS
007260             PERFORM 2150-NOTE-NOT-READ
007270         END-IF
007280     END-IF
007290     OPEN INPUT JRNL-FILE
007300     IF WS-JRNL-OK
007310         MOVE "Y" TO WS-JRNL-OPEN-SW
007320     ELSE
007330         IF EVENT-PASS
007340             MOVE "FIXJRNL" TO WS-NOTE-FILE
007350             MOVE WS-JRNL-STATUS TO WS-NOTE-STATUS
007360             PERFORM 2150-NOTE-NOT-READ
007370         END-IF
007380     END-IF
007390     OPEN INPUT PREJ-FILE
007400     IF WS-PREJ-OK
007410         MOVE "Y" TO WS-PREJ-OPEN-SW
007420     ELSE
007430         IF EVENT-PASS
007440             MOVE "PENDREJ" TO WS-NOTE-FILE
007450             MOVE WS-PREJ-STATUS TO WS-NOTE-STATUS
007460             PERFORM 2150-NOTE-NOT-READ
007470         END-IF
007480     END-IF.
007490*
007500*****************************************************************
007510*    2150-NOTE-NOT-READ - NOTE ON THE REPORT THAT A HISTORY      *
007520*                         FILE COULD NOT BE READ, SO ITS PART    *
007530*                         OF EVERY HISTORY IS MISSING            *
007540*****************************************************************
007550 2150-NOTE-NOT-READ.
007560     MOVE SPACES TO WS-PRINT-LINE
007570     MOVE "NOTE: " TO WS-PRINT-LINE(5:6)
007580     MOVE WS-NOTE-FILE TO WS-PRINT-LINE(11:8)
007590     MOVE "NOT READ, FILE STATUS " TO WS-PRINT-LINE(20:22)
007600     MOVE WS-NOTE-STATUS TO WS-PRINT-LINE(42:2)
007610     MOVE " - NOT SHOWN IN THE HISTORIES BELOW"
007620         TO WS-PRINT-LINE(44:35)
007630     WRITE RPT-RECORD FROM WS-PRINT-LINE.
007640*
007650*****************************************************************
007660*    2200-SELECT-FROM-LOG - READ THE LIVE LOG ACROSS THE KEY     *
007663*                           DATE RANGE AND PICK THE MATCHES.  THE*
007666*                           LOG IS STARTED ON ITS CODE OR        *
007669*                           OPERATOR KEY AT THE FROM-DATE, SO    *
007672*                           ONLY THAT CODE'S OR OPERATOR'S       *
007675*                           ENTRIES ARE READ                     *
007680*****************************************************************
007690 2200-SELECT-FROM-LOG.
007700     MOVE "N" TO WS-TRAN-EOF-SW
007704     MOVE WS-FROM-DATE TO WS-SK-DATE
007708     IF SEL-BY-CODE
007712         MOVE WS-SEL-CODE TO TR-CK-VAR1
007716         MOVE WS-START-ENTRY-KEY TO TR-CK-ENTRY-KEY
007720         START TRAN-FILE KEY NOT < TR-CODE-KEY
007724             INVALID KEY
007728                 MOVE "Y" TO WS-TRAN-EOF-SW
007732         END-START
007736     ELSE
007740         MOVE WS-SEL-OPERATOR TO TR-OK-OPERATOR-ID
007744         MOVE WS-START-ENTRY-KEY TO TR-OK-ENTRY-KEY
007748         START TRAN-FILE KEY NOT < TR-OPER-KEY
007752             INVALID KEY
007756                 MOVE "Y" TO WS-TRAN-EOF-SW
007760         END-START
007764     END-IF
007780     IF NOT TRAN-AT-END
007790         PERFORM 2210-READ-TRAN-NEXT
007800     END-IF
007810     PERFORM 2220-SELECT-TRAN
007820         UNTIL TRAN-AT-END.
007830*
007840*****************************************************************
007850*    2210-READ-TRAN-NEXT - READ THE NEXT LOG RECORD AND STOP AT  *
007856*                          THE END OF THE KEY DATE RANGE OR WHEN *
007862*                          THE CODE OR OPERATOR CHANGES          *
007870*****************************************************************
007880 2210-READ-TRAN-NEXT.
007890     READ TRAN-FILE NEXT RECORD
007900         AT END
007910             MOVE "Y" TO WS-TRAN-EOF-SW
007920     END-READ
007930     IF NOT TRAN-AT-END
007940         AND TR-KEY-DATE1 > WS-TO-DATE
007950         MOVE "Y" TO WS-TRAN-EOF-SW
007951     END-IF
007952     IF NOT TRAN-AT-END
007953         AND SEL-BY-CODE
007954         AND TR-CK-VAR1 NOT = WS-SEL-CODE
007955         MOVE "Y" TO WS-TRAN-EOF-SW
007956     END-IF
007957     IF NOT TRAN-AT-END
007958         AND SEL-BY-OPERATOR
007959         AND TR-OK-OPERATOR-ID NOT = WS-SEL-OPERATOR
007962         MOVE "Y" TO WS-TRAN-EOF-SW
007965     END-IF.
007970*
007980*****************************************************************
007990*    2220-SELECT-TRAN - TEST ONE LOG RECORD AND READ THE NEXT    *
008000*****************************************************************
008010 2220-SELECT-TRAN.
008020     MOVE TRAN-RECORD TO WS-IMAGE-AREA
008030     PERFORM 5200-TEST-IMAGE
008040     PERFORM 2210-READ-TRAN-NEXT.
008050*
008060*****************************************************************
008070*    2300-SELECT-FROM-PENDING - READ THE PENDING QUEUE ACROSS    *
008080*                               THE KEY DATE RANGE AND PICK      *
008090*                               THE MATCHES                      *
008100*****************************************************************
008110 2300-SELECT-FROM-PENDING.
008120     IF PEND-FILE-OPEN
008130         MOVE "N" TO WS-PEND-EOF-SW
008140         MOVE WS-FROM-DATE TO PD-TR-DATE
008150         MOVE ZERO TO PD-TR-TIME
008160         MOVE ZERO TO PD-TR-SEQ
008170         START PEND-FILE KEY NOT < PD-KEY
008180             INVALID KEY
008190                 MOVE "Y" TO WS-PEND-EOF-SW
008200         END-START
008210         IF NOT PEND-AT-END
008220             PERFORM 2310-READ-PEND-NEXT
008230         END-IF
008240         PERFORM 2320-SELECT-PENDING
008250             UNTIL PEND-AT-END
008260     END-IF.
008270*
008280*****************************************************************
008290*    2310-READ-PEND-NEXT - READ THE NEXT QUEUED CHANGE AND STOP  *
008300*                          AT THE END OF THE KEY DATE RANGE      *
008310*****************************************************************
008320 2310-READ-PEND-NEXT.
008330     READ PEND-FILE NEXT RECORD
008340         AT END
008350             MOVE "Y" TO WS-PEND-EOF-SW
008360     END-READ
008370     IF NOT PEND-AT-END
008380         AND PD-TR-DATE > WS-TO-DATE
008390         MOVE "Y" TO WS-PEND-EOF-SW
008400     END-IF.
008410*
008420*****************************************************************
008430*    2320-SELECT-PENDING - TEST ONE QUEUED CHANGE AND READ THE   *
008440*                          NEXT                                  *
008450*****************************************************************
008460 2320-SELECT-PENDING.
008470     MOVE PD-BEFORE-IMAGE TO WS-IMAGE-AREA
008480     PERFORM 5200-TEST-IMAGE
008490     MOVE PD-AFTER-IMAGE TO WS-IMAGE-AREA
008500     PERFORM 5200-TEST-IMAGE
008510     MOVE PD-KEY TO WS-REC-KEY
008520     MOVE PD-REQUESTER-ID TO WS-ACTOR-ID
008530     PERFORM 5300-TEST-ACTOR
008540     PERFORM 2310-READ-PEND-NEXT.
008550*
008560*****************************************************************
008570*    2900-CLOSE-SOURCES - CLOSE THE SEQUENTIAL HISTORY FILES     *
008580*****************************************************************
008590 2900-CLOSE-SOURCES.
008600     IF ARCH-FILE-OPEN
008610         CLOSE ARCH-FILE
008620         MOVE "N" TO WS-ARCH-OPEN-SW
008630     END-IF
008640     IF LIMW-FILE-OPEN
008650         CLOSE LIMW-FILE
008660         MOVE "N" TO WS-LIMW-OPEN-SW
008670     END-IF
008680     IF JRNL-FILE-OPEN
008690         CLOSE JRNL-FILE
008700         MOVE "N" TO WS-JRNL-OPEN-SW
008710     END-IF
008720     IF PREJ-FILE-OPEN
008730         CLOSE PREJ-FILE
008740         MOVE "N" TO WS-PREJ-OPEN-SW
008750     END-IF.
008760*
008770*****************************************************************
008780*    3000-RELEASE-EVENTS - SORT INPUT PROCEDURE.  RELEASE EVERY  *
008790*                          HISTORY EVENT OF EVERY PICKED KEY     *
008800*****************************************************************
008810 3000-RELEASE-EVENTS.
008820     PERFORM 3100-RELEASE-KEYED-EVENTS
008830         VARYING WS-KEY-SUB FROM 1 BY 1
008840         UNTIL WS-KEY-SUB > WS-KEY-USED
008850     PERFORM 2100-OPEN-SOURCES
008860     PERFORM 4100-SCAN-ARCHIVE
008870     PERFORM 4200-SCAN-LIMWARN
008880     PERFORM 4300-SCAN-JOURNAL
008890     PERFORM 4400-SCAN-REJECTIONS
008900     PERFORM 2900-CLOSE-SOURCES
008910     GO TO 3000-RELEASE-EVENTS-EXIT.
008920*
008930*****************************************************************
008940*    3100-RELEASE-KEYED-EVENTS - READ ONE PICKED KEY ON THE      *
008950*                                LIVE LOG AND THE PENDING QUEUE  *
008960*                                AND RELEASE WHAT IS THERE       *
008970*****************************************************************
008980 3100-RELEASE-KEYED-EVENTS.
008990     MOVE WS-KEY-TAB (WS-KEY-SUB) TO WS-CHECK-KEY
009000     MOVE WS-CHECK-KEY TO TR-KEY
009010     READ TRAN-FILE
009020         INVALID KEY
009030             MOVE "N" TO WS-FOUND-SW
009040         NOT INVALID KEY
009050             MOVE "Y" TO WS-FOUND-SW
009060     END-READ
009070     IF RECORD-FOUND
009080         MOVE TRAN-RECORD TO WS-IMAGE-AREA
009090         PERFORM 4800-CLEAR-EVENT
009100         MOVE "L" TO SR-EVENT
009110         PERFORM 4850-RELEASE-CAPTURE
009120     END-IF
009130     IF PEND-FILE-OPEN
009140         MOVE WS-CHECK-KEY TO PD-KEY
009150         READ PEND-FILE
009160             INVALID KEY
009170                 MOVE "N" TO WS-FOUND-SW
009180             NOT INVALID KEY
009190                 MOVE "Y" TO WS-FOUND-SW
009200         END-READ
009210         IF RECORD-FOUND
009220             PERFORM 4800-CLEAR-EVENT
009230             MOVE 3 TO SR-CLASS
009240             MOVE "P" TO SR-EVENT
009250             MOVE PD-FUNCTION TO SR-FUNCTION
009260             MOVE PD-STAMP-DATE TO SR-STAMP-DATE
009270             MOVE PD-STAMP-TIME TO SR-STAMP-TIME
009280             MOVE PD-REQUESTER-ID TO SR-WHO
009290             MOVE PD-BUSINESS-DATE TO SR-BUS-DATE
009300             MOVE PD-BEFORE-IMAGE TO SR-IMAGE-1
009310             MOVE PD-AFTER-IMAGE TO SR-IMAGE-2
009320             RELEASE SORT-RECORD
009330         END-IF
009340     END-IF.
009350 3000-RELEASE-EVENTS-EXIT.
009360     EXIT.
009370*
009380*****************************************************************
009390*    4100-SCAN-ARCHIVE - READ TRANARCH IN PLACE.  PICK KEYS ON   *
009400*                        THE SELECTION PASS, RELEASE THE         *
009410*                        ARCHIVED RECORD OF A PICKED KEY ON THE  *
009420*                        EVENT PASS                              *
009430*****************************************************************
009440 4100-SCAN-ARCHIVE.
009450     IF ARCH-FILE-OPEN
009460         MOVE "N" TO WS-ARCH-EOF-SW
009470         PERFORM 4110-READ-ARCHIVE
009480         PERFORM 4120-ARCHIVE-RECORD
009490             UNTIL ARCH-AT-END
009500     END-IF.
009510*
009520*****************************************************************
009530*    4110-READ-ARCHIVE - READ THE NEXT ARCHIVED RECORD           *
009540*****************************************************************
009550 4110-READ-ARCHIVE.
009560     READ ARCH-FILE
009570         AT END
009580             MOVE "Y" TO WS-ARCH-EOF-SW
009590     END-READ.
009600*
009610*****************************************************************
009620*    4120-ARCHIVE-RECORD - PICK OR RELEASE ONE ARCHIVED RECORD   *
009630*                          AND READ THE NEXT                     *
009640*****************************************************************
009650 4120-ARCHIVE-RECORD.
009660     MOVE ARCH-RECORD TO WS-IMAGE-AREA
009670     IF SELECT-PASS
009680         PERFORM 5200-TEST-IMAGE
009690     ELSE
009700         MOVE WS-IM-KEY TO WS-CHECK-KEY
009710         PERFORM 5000-FIND-KEY
009720         IF WS-KEY-FOUND-SUB > ZERO
009730             PERFORM 4800-CLEAR-EVENT
009740             MOVE "A" TO SR-EVENT
009750             PERFORM 4850-RELEASE-CAPTURE
009760         END-IF
009770     END-IF
009780     PERFORM 4110-READ-ARCHIVE.
009790*
009800*****************************************************************
009810*    4200-SCAN-LIMWARN - READ THE OVER-WARNING CONFIRMATION LOG  *
009820*****************************************************************
009830 4200-SCAN-LIMWARN.
009840     IF LIMW-FILE-OPEN
009850         MOVE "N" TO WS-LIMW-EOF-SW
009860         PERFORM 4210-READ-LIMWARN
009870         PERFORM 4220-LIMWARN-RECORD
009880             UNTIL LIMW-AT-END
009890     END-IF.
009900*
009910*****************************************************************
009920*    4210-READ-LIMWARN - READ THE NEXT CONFIRMATION              *
009930*****************************************************************
009940 4210-READ-LIMWARN.
009950     READ LIMW-FILE
009960         AT END
009970             MOVE "Y" TO WS-LIMW-EOF-SW
009980     END-READ.
009990*
010000*****************************************************************
010010*    4220-LIMWARN-RECORD - PICK OR RELEASE ONE CONFIRMATION,     *
010020*                          CARRYING IT AS A PARTIAL RECORD       *
010030*                          IMAGE, AND READ THE NEXT              *
010040*****************************************************************
010050 4220-LIMWARN-RECORD.
010060     MOVE SPACES TO WS-IMAGE-AREA
010070     MOVE LW-TR-KEY TO WS-IM-KEY
010080     MOVE LW-VAR1 TO WS-IM-VAR1
010090     MOVE LW-OPERATOR-ID TO WS-IM-OPID
010100     MOVE LW-TYPE-CODE TO WS-IM-TYPE
010110     MOVE LW-AMOUNT TO WS-IM-AMOUNT
010120     IF SELECT-PASS
010130         PERFORM 5200-TEST-IMAGE
010140     ELSE
010150         MOVE WS-IM-KEY TO WS-CHECK-KEY
010160         PERFORM 5000-FIND-KEY
010170         IF WS-KEY-FOUND-SUB > ZERO
010180             PERFORM 4800-CLEAR-EVENT
010190             MOVE 2 TO SR-CLASS
010200             MOVE "W" TO SR-EVENT
010210             MOVE LW-TR-DATE TO SR-STAMP-DATE
010220             MOVE LW-TR-TIME TO SR-STAMP-TIME
010230             MOVE LW-OPERATOR-ID TO SR-WHO
010240             MOVE LW-BUSINESS-DATE TO SR-BUS-DATE
010250             MOVE LW-WARN-LIMIT TO SR-LIMIT
010260             MOVE WS-IMAGE-AREA TO SR-IMAGE-1
010270             RELEASE SORT-RECORD
010280         END-IF
010290     END-IF
010300     PERFORM 4210-READ-LIMWARN.
010310*
010320*****************************************************************
010330*    4300-SCAN-JOURNAL - READ THE CORRECTION JOURNAL             *
010340*****************************************************************
010350 4300-SCAN-JOURNAL.
010360     IF JRNL-FILE-OPEN
010370         MOVE "N" TO WS-JRNL-EOF-SW
010380         PERFORM 4310-READ-JOURNAL
010390         PERFORM 4320-JOURNAL-RECORD
010400             UNTIL JRNL-AT-END
010410     END-IF.
010420*
010430*****************************************************************
010440*    4310-READ-JOURNAL - READ THE NEXT JOURNAL RECORD            *
010450*****************************************************************
010460 4310-READ-JOURNAL.
010470     READ JRNL-FILE
010480         AT END
010490             MOVE "Y" TO WS-JRNL-EOF-SW
010500     END-READ.
010510*
010520*****************************************************************
010530*    4320-JOURNAL-RECORD - PICK OR RELEASE ONE CORRECTION OR     *
010540*                          DELETION, KEYED BY ITS BEFORE-IMAGE,  *
010550*                          AND READ THE NEXT                     *
010560*****************************************************************
010570 4320-JOURNAL-RECORD.
010580     MOVE JR-BEFORE-IMAGE TO WS-IMAGE-AREA
010590     MOVE WS-IM-KEY TO WS-REC-KEY
010600     IF SELECT-PASS
010610         PERFORM 5200-TEST-IMAGE
010620         MOVE JR-AFTER-IMAGE TO WS-IMAGE-AREA
010630         PERFORM 5200-TEST-IMAGE
010640         MOVE JR-OPERATOR-ID TO WS-ACTOR-ID
010650         PERFORM 5300-TEST-ACTOR
010660         MOVE JR-APPROVER-ID TO WS-ACTOR-ID
010670         PERFORM 5300-TEST-ACTOR
010680     ELSE
010690         MOVE WS-REC-KEY TO WS-CHECK-KEY
010700         PERFORM 5000-FIND-KEY
010710         IF WS-KEY-FOUND-SUB > ZERO
010720             PERFORM 4800-CLEAR-EVENT
010730             MOVE 3 TO SR-CLASS
010740             MOVE JR-FUNCTION TO SR-EVENT
010750             MOVE JR-FUNCTION TO SR-FUNCTION
010760             MOVE JR-STAMP-DATE TO SR-STAMP-DATE
010770             MOVE JR-STAMP-TIME TO SR-STAMP-TIME
010780             MOVE JR-OPERATOR-ID TO SR-WHO
010790             MOVE JR-APPROVER-ID TO SR-WHO2
010800             MOVE JR-BUSINESS-DATE TO SR-BUS-DATE
010810             MOVE JR-BEFORE-IMAGE TO SR-IMAGE-1
010820             MOVE JR-AFTER-IMAGE TO SR-IMAGE-2
010830             RELEASE SORT-RECORD
010840         END-IF
010850     END-IF
010860     PERFORM 4310-READ-JOURNAL.
010870*
010880*****************************************************************
010890*    4400-SCAN-REJECTIONS - READ THE LOG OF CHANGES TAKEN OFF    *
010900*                           THE QUEUE UNAPPLIED                  *
010910*****************************************************************
010920 4400-SCAN-REJECTIONS.
010930     IF PREJ-FILE-OPEN
010940         MOVE "N" TO WS-PREJ-EOF-SW
010950         PERFORM 4410-READ-REJECTION
010960         PERFORM 4420-REJECTION-RECORD
010970             UNTIL PREJ-AT-END
010980     END-IF.
010990*
011000*****************************************************************
011010*    4410-READ-REJECTION - READ THE NEXT REMOVED CHANGE          *
011020*****************************************************************
011030 4410-READ-REJECTION.
011040     READ PREJ-FILE
011050         AT END
011060             MOVE "Y" TO WS-PREJ-EOF-SW
011070     END-READ.
011080*
011090*****************************************************************
011100*    4420-REJECTION-RECORD - PICK OR RELEASE ONE REMOVED CHANGE  *
011110*                            AND READ THE NEXT                   *
011120*****************************************************************
011130 4420-REJECTION-RECORD.
011140     MOVE PJ-KEY TO WS-REC-KEY
011150     IF SELECT-PASS
011160         MOVE PJ-BEFORE-IMAGE TO WS-IMAGE-AREA
011170         PERFORM 5200-TEST-IMAGE
011180         MOVE PJ-AFTER-IMAGE TO WS-IMAGE-AREA
011190         PERFORM 5200-TEST-IMAGE
011200         MOVE PJ-REQUESTER-ID TO WS-ACTOR-ID
011210         PERFORM 5300-TEST-ACTOR
011220         MOVE PJ-REJECTED-BY TO WS-ACTOR-ID
011230         PERFORM 5300-TEST-ACTOR
011240     ELSE
011250         MOVE WS-REC-KEY TO WS-CHECK-KEY
011260         PERFORM 5000-FIND-KEY
011270         IF WS-KEY-FOUND-SUB > ZERO
011280             PERFORM 4800-CLEAR-EVENT
011290             MOVE 3 TO SR-CLASS
011300             MOVE PJ-REASON TO SR-EVENT
011310             MOVE PJ-FUNCTION TO SR-FUNCTION
011320             MOVE PJ-STAMP-DATE TO SR-STAMP-DATE
011330             MOVE PJ-STAMP-TIME TO SR-STAMP-TIME
011340             MOVE PJ-REQUESTER-ID TO SR-WHO
011350             MOVE PJ-REJECTED-BY TO SR-WHO2
011360             MOVE PJ-BUSINESS-DATE TO SR-BUS-DATE
011370             MOVE PJ-REQUEST-DATE TO SR-REQ-DATE
011380             MOVE PJ-REQUEST-TIME TO SR-REQ-TIME
011390             MOVE PJ-BEFORE-IMAGE TO SR-IMAGE-1
011400             MOVE PJ-AFTER-IMAGE TO SR-IMAGE-2
011410             RELEASE SORT-RECORD
011420         END-IF
011430     END-IF
011440     PERFORM 4410-READ-REJECTION.
011450*
011460*****************************************************************
011470*    4800-CLEAR-EVENT - START A NEW EVENT FOR THE CHECK KEY      *
011480*****************************************************************
011490 4800-CLEAR-EVENT.
011500     MOVE SPACES TO SORT-RECORD
011510     MOVE WS-CHECK-KEY TO SR-TR-KEY
011520     MOVE ZERO TO SR-CLASS
011530     MOVE ZERO TO SR-STAMP-DATE
011540     MOVE ZERO TO SR-STAMP-TIME
011550     MOVE ZERO TO SR-BUS-DATE
011560     MOVE ZERO TO SR-REQ-DATE
011570     MOVE ZERO TO SR-REQ-TIME
011580     MOVE ZERO TO SR-LIMIT.
011590*
011600*****************************************************************
011610*    4850-RELEASE-CAPTURE - RELEASE THE CAPTURE OF THE RECORD    *
011620*                           IN THE IMAGE AREA, STAMPED WITH ITS  *
011626*                           CAPTURE DATE AND CAPTURE TIME - OR,  *
011632*                           IF EITHER IS MISSING, WITH ITS KEY   *
011638*                           DATE AND KEY TIME, SO THE PAIR       *
011644*                           ALWAYS COMES FROM ONE CLOCK          *
011650*****************************************************************
011660 4850-RELEASE-CAPTURE.
011670     MOVE 1 TO SR-CLASS
011680     IF WS-IM-CAPTURE IS NUMERIC
011690         AND WS-IM-CAPTURE NOT = ZERO
011695         AND WS-IM-TIM1 IS NUMERIC
011700         MOVE WS-IM-CAPTURE TO SR-STAMP-DATE
011705         MOVE WS-IM-TIM1 TO SR-STAMP-TIME
011710     ELSE
011720         MOVE WS-IM-KEY-DATE TO SR-STAMP-DATE
011725         MOVE WS-IM-KEY-TIME TO SR-STAMP-TIME
011730     END-IF
011750     MOVE WS-IM-OPID TO SR-WHO
011760     MOVE WS-IMAGE-AREA TO SR-IMAGE-1
011770     RELEASE SORT-RECORD.
011780*
011790*****************************************************************
011800*    5000-FIND-KEY - LOOK THE CHECK KEY UP IN THE PICKED-KEY     *
011810*                    TABLE                                       *
011820*****************************************************************
011830 5000-FIND-KEY.
011840     MOVE ZERO TO WS-KEY-FOUND-SUB
011850     PERFORM 5050-SCAN-KEY-TABLE
011860         VARYING WS-KEY-SUB FROM 1 BY 1
011870         UNTIL WS-KEY-SUB > WS-KEY-USED
011880         OR WS-KEY-FOUND-SUB > ZERO.
011890*
011900*****************************************************************
011910*    5050-SCAN-KEY-TABLE - ONE STEP OF THE PICKED-KEY SCAN       *
011920*****************************************************************
011930 5050-SCAN-KEY-TABLE.
011940     IF WS-KEY-TAB (WS-KEY-SUB) = WS-CHECK-KEY
011950         MOVE WS-KEY-SUB TO WS-KEY-FOUND-SUB
011960     END-IF.
011970*
011980*****************************************************************
011990*    5100-ADD-KEY - ADD THE CHECK KEY TO THE PICKED-KEY TABLE    *
012000*                   ON FIRST SIGHT                               *
012010*****************************************************************
012020 5100-ADD-KEY.
012030     PERFORM 5000-FIND-KEY
012040     IF WS-KEY-FOUND-SUB = ZERO
012050         IF WS-KEY-USED < 500
012060             ADD 1 TO WS-KEY-USED
012070             MOVE WS-CHECK-KEY TO WS-KEY-TAB (WS-KEY-USED)
012080         ELSE
012090             IF NOT KEY-TABLE-FULL
012100                 DISPLAY "selection table full - narrow the date "
012110                     "range"
012120                 MOVE "Y" TO WS-KEY-FULL-SW
012130             END-IF
012140         END-IF
012150     END-IF.
012160*
012170*****************************************************************
012180*    5200-TEST-IMAGE - PICK THE KEY OF THE RECORD IMAGE IF ITS   *
012190*                      KEY DATE IS IN RANGE AND IT CARRIES THE   *
012200*                      SELECTED CODE OR KEYING OPERATOR          *
012210*****************************************************************
012220 5200-TEST-IMAGE.
012230     IF WS-IMAGE-AREA NOT = SPACES
012240         IF WS-IM-KEY-DATE NOT < WS-FROM-DATE
012250             AND WS-IM-KEY-DATE NOT > WS-TO-DATE
012260             IF (SEL-BY-CODE
012270                 AND WS-IM-VAR1 = WS-SEL-CODE)
012280                 OR (SEL-BY-OPERATOR
012290                 AND WS-IM-OPID = WS-SEL-OPERATOR)
012300                 MOVE WS-IM-KEY TO WS-CHECK-KEY
012310                 PERFORM 5100-ADD-KEY
012320             END-IF
012330         END-IF
012340     END-IF.
012350*
012360*****************************************************************
012370*    5300-TEST-ACTOR - ON AN OPERATOR SELECTION, PICK THE        *
012380*                      RECORD KEY IF ITS DATE IS IN RANGE AND    *
012390*                      THE SELECTED OPERATOR ACTED ON IT         *
012400*****************************************************************
012410 5300-TEST-ACTOR.
012420     IF SEL-BY-OPERATOR
012430         AND WS-ACTOR-ID = WS-SEL-OPERATOR
012440         AND WS-RK-DATE NOT < WS-FROM-DATE
012450         AND WS-RK-DATE NOT > WS-TO-DATE
012460         MOVE WS-REC-KEY TO WS-CHECK-KEY
012470         PERFORM 5100-ADD-KEY
012480     END-IF.
012490*
012500*****************************************************************
012510*    6000-REPORT-EVENT - CONTROL-BREAK ON KEY, PRINT ONE         *
012520*                        HISTORY EVENT, AND READ THE NEXT        *
012530*****************************************************************
012540 6000-REPORT-EVENT.
012550     IF EV-TR-KEY NOT = WS-PREV-KEY
012560         IF WS-PREV-KEY NOT = SPACES
012570             PERFORM 6800-CLOSE-ENTRY
012580         END-IF
012590         PERFORM 6100-OPEN-ENTRY
012600     END-IF
012610     PERFORM 6200-PRINT-EVENT
012620     PERFORM 6900-READ-EVENT.
012630*
012640*****************************************************************
012650*    6100-OPEN-ENTRY - START A NEW ENTRY'S HISTORY               *
012660*****************************************************************
012670 6100-OPEN-ENTRY.
012680     ADD 1 TO WS-ENTRY-COUNT
012690     MOVE EV-TR-KEY TO WS-PREV-KEY
012700     MOVE EV-TR-KEY TO WS-CUR-KEY
012710     MOVE "N" TO WS-LIVE-SW
012720     MOVE "N" TO WS-ARCHIVED-SW
012730     MOVE "N" TO WS-DELETED-SW
012740     MOVE "N" TO WS-PENDING-SW
012750     MOVE "N" TO WS-BROKEN-SW
012760     MOVE SPACE TO WS-LAST-JRNL-FUNC
012770     MOVE SPACES TO WS-LIVE-IMAGE
012780     MOVE SPACES TO WS-ARCH-IMAGE
012790     MOVE SPACES TO WS-JRNL-IMAGE
012800     MOVE SPACES TO WS-ANY-IMAGE
012810     MOVE WS-CK-DATE TO WS-KT-DATE
012820     MOVE WS-CK-TIME TO WS-KT-TIME
012830     MOVE WS-CK-SEQ TO WS-KT-SEQ
012840     MOVE SPACES TO WS-PRINT-LINE
012850     WRITE RPT-RECORD FROM WS-PRINT-LINE
012860     MOVE SPACES TO WS-PRINT-LINE
012870     MOVE "ENTRY: " TO WS-N-LABEL
012880     MOVE WS-KEY-TEXT TO WS-N-KEY
012890     WRITE RPT-RECORD FROM WS-PRINT-LINE.
012900*
012910*****************************************************************
012920*    6200-PRINT-EVENT - PRINT ONE EVENT LINE AND ITS RECORD      *
012930*                       IMAGES                                   *
012940*****************************************************************
012950 6200-PRINT-EVENT.
012960     ADD 1 TO WS-EVENT-COUNT
012970     IF WS-ANY-IMAGE = SPACES
012980         MOVE EV-IMAGE-1 TO WS-ANY-IMAGE
012990     END-IF
013000     MOVE SPACES TO WS-PRINT-LINE
013010     MOVE EV-STAMP-DATE TO WS-E-DATE
013020     MOVE EV-STAMP-TIME TO WS-E-TIME
013030     MOVE "BY: " TO WS-E-LABEL1
013040     MOVE EV-WHO TO WS-E-WHO
013050     IF EV-BUS-DATE NOT = ZERO
013060         MOVE "BUS: " TO WS-E-LABEL3
013070         MOVE EV-BUS-DATE TO WS-E-BUS-DATE
013080     END-IF
013090     PERFORM 6210-SET-EVENT-TEXT
013100     WRITE RPT-RECORD FROM WS-PRINT-LINE
013110     MOVE EV-IMAGE-1 TO WS-IMAGE-AREA
013120     MOVE SPACES TO WS-PRINT-LINE
013130     IF EV-CLASS = 1
013140         MOVE "RECORD: " TO WS-I-LABEL
013150     ELSE
013160         IF EV-CLASS = 2
013170             MOVE "ENTRY:  " TO WS-I-LABEL
013180         ELSE
013190             MOVE "BEFORE: " TO WS-I-LABEL
013200         END-IF
013210     END-IF
013220     PERFORM 6300-PRINT-IMAGE-LINE
013230     IF EV-CLASS = 3
013240         MOVE EV-IMAGE-2 TO WS-IMAGE-AREA
013250         MOVE SPACES TO WS-PRINT-LINE
013260         MOVE "AFTER:  " TO WS-I-LABEL
013270         PERFORM 6300-PRINT-IMAGE-LINE
013280     END-IF
013290     IF EV-EVENT = "W"
013300         MOVE SPACES TO WS-PRINT-LINE
013310         MOVE "WARNING LIMIT: " TO WS-L-LABEL
013320         MOVE EV-LIMIT TO WS-L-AMOUNT
013330         WRITE RPT-RECORD FROM WS-PRINT-LINE
013340     END-IF
013350     IF EV-EVENT = "R" OR EV-EVENT = "G"
013360         MOVE SPACES TO WS-PRINT-LINE
013370         MOVE "REQUESTED: " TO WS-R-LABEL
013380         MOVE EV-REQ-DATE TO WS-R-DATE
013390         MOVE EV-REQ-TIME TO WS-R-TIME
013400         WRITE RPT-RECORD FROM WS-PRINT-LINE
013410     END-IF
013420     IF (EV-EVENT = "C" OR EV-EVENT = "D")
013430         AND EV-BUS-DATE > WS-CK-DATE
013440         MOVE EV-IMAGE-1 TO WS-IMAGE-AREA
013450         MOVE EV-BUS-DATE TO WS-GL-CHK-DATE
013460         MOVE "GL ADJUSTMENT: " TO WS-GL-LABEL
013470         PERFORM 6820-PRINT-GL-LINE
013480     END-IF.
013490*
013500*****************************************************************
013510*    6210-SET-EVENT-TEXT - DESCRIBE THE EVENT AND NOTE WHAT IT   *
013520*                          TELLS US ABOUT THE ENTRY              *
013530*****************************************************************
013540 6210-SET-EVENT-TEXT.
013550     IF EV-EVENT = "L"
013560         MOVE "CAPTURED - ON THE LIVE LOG" TO WS-E-DESC
013570         MOVE "Y" TO WS-LIVE-SW
013580         MOVE EV-IMAGE-1 TO WS-LIVE-IMAGE
013590     END-IF
013600     IF EV-EVENT = "A"
013610         MOVE "CAPTURED - HELD IN THE ARCHIVE" TO WS-E-DESC
013620         MOVE "Y" TO WS-ARCHIVED-SW
013630         MOVE EV-IMAGE-1 TO WS-ARCH-IMAGE
013640     END-IF
013650     IF EV-EVENT = "W"
013660         MOVE "OVER WARNING LIMIT - CONFIRMED" TO WS-E-DESC
013670     END-IF
013680     IF EV-EVENT = "C"
013690         MOVE "CORRECTION APPLIED" TO WS-E-DESC
013700         MOVE "C" TO WS-LAST-JRNL-FUNC
013710         MOVE EV-IMAGE-2 TO WS-JRNL-IMAGE
013720     END-IF
013730     IF EV-EVENT = "D"
013740         MOVE "DELETION APPLIED" TO WS-E-DESC
013750         MOVE "D" TO WS-LAST-JRNL-FUNC
013760         MOVE "Y" TO WS-DELETED-SW
013770         MOVE EV-IMAGE-1 TO WS-JRNL-IMAGE
013780     END-IF
013790     IF (EV-EVENT = "C" OR EV-EVENT = "D")
013800         AND EV-WHO2 NOT = SPACES
013810         MOVE "APP: " TO WS-E-LABEL2
013820         MOVE EV-WHO2 TO WS-E-WHO2
013830     END-IF
013840     IF EV-EVENT = "P"
013850         MOVE "Y" TO WS-PENDING-SW
013860         IF EV-FUNCTION = "D"
013870             MOVE "DELETION AWAITING APPROVAL" TO WS-E-DESC
013880         ELSE
013890             MOVE "CORRECTION AWAITING APPROVAL" TO WS-E-DESC
013900         END-IF
013910     END-IF
013920     IF EV-EVENT = "R"
013930         IF EV-FUNCTION = "D"
013940             MOVE "DELETION REJECTED" TO WS-E-DESC
013950         ELSE
013960             MOVE "CORRECTION REJECTED" TO WS-E-DESC
013970         END-IF
013980     END-IF
013990     IF EV-EVENT = "G"
014000         IF EV-FUNCTION = "D"
014010             MOVE "DELETION DROPPED - NO RECORD" TO WS-E-DESC
014020         ELSE
014030             MOVE "CORRECTION DROPPED - NO RECORD" TO WS-E-DESC
014040         END-IF
014050     END-IF
014060     IF EV-EVENT = "R" OR EV-EVENT = "G"
014070         MOVE "SUP: " TO WS-E-LABEL2
014080         MOVE EV-WHO2 TO WS-E-WHO2
014090     END-IF.
014100*
014110*****************************************************************
014120*    6300-PRINT-IMAGE-LINE - FORMAT ONE RECORD IMAGE FIELD BY    *
014130*                            FIELD, EDITING THE PACKED AMOUNT -  *
014140*                            A BLANK IMAGE (DELETION) PRINTS AS  *
014150*                            THE LABEL ALONE                     *
014160*****************************************************************
014170 6300-PRINT-IMAGE-LINE.
014180     IF WS-IMAGE-AREA NOT = SPACES
014190         MOVE WS-IM-KEY TO WS-I-KEY
014200         MOVE WS-IM-VAR1 TO WS-I-VAR1
014210         MOVE WS-IM-OPID TO WS-I-OPID
014220         MOVE WS-IM-TYPE TO WS-I-TYPE
014230         IF WS-IM-AMOUNT IS NUMERIC
014240             MOVE WS-IM-AMOUNT TO WS-I-AMOUNT
014250         END-IF
014260         MOVE WS-IM-CAPTURE TO WS-I-CAPTURE
014270         MOVE WS-IM-SOURCE TO WS-I-SOURCE
014280     END-IF
014290     WRITE RPT-RECORD FROM WS-PRINT-LINE.
014300*
014310*****************************************************************
014320*    6800-CLOSE-ENTRY - PRINT WHERE THE ENTRY POSTED AND FLAG    *
014330*                       ANY BREAK IN ITS HISTORY                 *
014340*****************************************************************
014350 6800-CLOSE-ENTRY.
014360     IF ENTRY-LIVE
014370         MOVE WS-LIVE-IMAGE TO WS-IMAGE-AREA
014380     ELSE
014390         IF ENTRY-ARCHIVED
014400             MOVE WS-ARCH-IMAGE TO WS-IMAGE-AREA
014410         ELSE
014420             IF WS-JRNL-IMAGE NOT = SPACES
014430                 MOVE WS-JRNL-IMAGE TO WS-IMAGE-AREA
014440             ELSE
014450                 MOVE WS-ANY-IMAGE TO WS-IMAGE-AREA
014460             END-IF
014470         END-IF
014480     END-IF
014490     MOVE WS-CK-DATE TO WS-GL-CHK-DATE
014500     MOVE "GL POSTING: " TO WS-GL-LABEL
014510     PERFORM 6820-PRINT-GL-LINE
014520     PERFORM 6850-CHECK-HISTORY.
014530*
014540*****************************************************************
014550*    6820-PRINT-GL-LINE - LOOK THE RECORD IMAGE UP ON THE GL     *
014560*                         MAPPING MASTER AND SAY WHETHER GLPOST  *
014570*                         HOLDS ITS ACCOUNT FOR THE CHECK DATE   *
014580*****************************************************************
014590 6820-PRINT-GL-LINE.
014600     MOVE SPACES TO WS-PRINT-LINE
014610     MOVE WS-GL-LABEL TO WS-G-LABEL
014620     IF WS-IMAGE-AREA = SPACES
014630         MOVE "NO RECORD IMAGE - NO ACCOUNT" TO WS-G-TEXT
014640     ELSE
014650         IF NOT GLMP-FILE-OPEN
014660             MOVE "GLMAP NOT READ - NO ACCOUNT" TO WS-G-TEXT
014670         ELSE
014680             MOVE WS-IM-TYPE TO GM-TYPE-CODE
014690             MOVE WS-IM-VAR1 TO GM-CODE
014700             READ GLMP-FILE
014710                 INVALID KEY
014720                     MOVE "N" TO WS-MAPPED-SW
014730                 NOT INVALID KEY
014740                     MOVE "Y" TO WS-MAPPED-SW
014750             END-READ
014760             IF NOT ENTRY-IS-MAPPED
014770                 MOVE "TYPE AND CODE NOT MAPPED ON GLMAP"
014780                     TO WS-G-TEXT
014790             ELSE
014800                 MOVE GM-ACCOUNT TO WS-G-ACCOUNT
014810                 PERFORM 6830-SET-SIDE
014820                 IF GM-INACTIVE
014830                     MOVE "MAPPING DEACTIVATED ON GLMAP"
014840                         TO WS-G-TEXT
014850                 ELSE
014860                     PERFORM 6840-CHECK-GLPOST
014870                 END-IF
014880             END-IF
014890         END-IF
014900     END-IF
014910     WRITE RPT-RECORD FROM WS-PRINT-LINE.
014920*
014930*****************************************************************
014940*    6830-SET-SIDE - DEBIT OR CREDIT AS INGLX01 POSTS IT - CR    *
014950*                    CREDITS, DB AND AD DEBIT, A NEGATIVE        *
014960*                    AMOUNT REVERSES THE SIDE                    *
014970*****************************************************************
014980 6830-SET-SIDE.
014990     IF WS-IM-AMOUNT IS NUMERIC
015000         IF WS-IM-TYPE = "CR"
015010             IF WS-IM-AMOUNT < ZERO
015020                 MOVE "DEBIT" TO WS-G-SIDE
015030             ELSE
015040                 MOVE "CREDIT" TO WS-G-SIDE
015050             END-IF
015060         ELSE
015070             IF WS-IM-AMOUNT < ZERO
015080                 MOVE "CREDIT" TO WS-G-SIDE
015090             ELSE
015100                 MOVE "DEBIT" TO WS-G-SIDE
015110             END-IF
015120         END-IF
015130     END-IF.
015140*
015150*****************************************************************
015160*    6840-CHECK-GLPOST - LOOK FOR THE ACCOUNT ON GLPOST FOR THE  *
015170*                        CHECK DATE.  GLPOST IS REWRITTEN EACH   *
015180*                        NIGHT, SO AN OLDER DATE IS NO LONGER    *
015190*                        ON HAND                                 *
015200*****************************************************************
015210 6840-CHECK-GLPOST.
015220     MOVE "N" TO WS-GP-DATE-SW
015230     MOVE "N" TO WS-GP-ACCT-SW
015240     PERFORM 6845-SCAN-GLPOST
015250         VARYING WS-GP-SUB FROM 1 BY 1
015260         UNTIL WS-GP-SUB > WS-GP-USED
015270         OR GP-ACCOUNT-POSTED
015280     MOVE WS-GL-CHK-DATE TO WS-G-DATE
015290     IF GP-ACCOUNT-POSTED
015300         MOVE "POSTED - ON GLPOST DATED" TO WS-G-TEXT
015310     ELSE
015320         IF GP-DATE-ON-HAND
015330             MOVE "ACCOUNT NOT ON GLPOST DATED" TO WS-G-TEXT
015340         ELSE
015350             MOVE "GLPOST NO LONGER HOLDS DATE" TO WS-G-TEXT
015360         END-IF
015370     END-IF.
015380*
015390*****************************************************************
015400*    6845-SCAN-GLPOST - ONE STEP OF THE GLPOST TABLE SCAN        *
015410*****************************************************************
015420 6845-SCAN-GLPOST.
015430     IF WS-GT-DATE (WS-GP-SUB) = WS-GL-CHK-DATE
015440         MOVE "Y" TO WS-GP-DATE-SW
015450         IF WS-GT-ACCOUNT (WS-GP-SUB) = GM-ACCOUNT
015460             MOVE "Y" TO WS-GP-ACCT-SW
015470         END-IF
015480     END-IF.
015490*
015500*****************************************************************
015510*    6850-CHECK-HISTORY - FLAG AN ENTRY WHOSE HISTORY DOES NOT   *
015520*                         HANG TOGETHER                          *
015530*****************************************************************
015540 6850-CHECK-HISTORY.
015550     IF NOT ENTRY-LIVE
015560         AND NOT ENTRY-ARCHIVED
015570         AND NOT ENTRY-DELETED
015580         MOVE "KEY IS IN NEITHER THE LIVE LOG NOR THE ARCHIVE"
015590             TO WS-FLAG-TEXT
015600         PERFORM 6860-PRINT-FLAG
015610     END-IF
015620     IF ENTRY-DELETED
015630         AND ENTRY-LIVE
015640         MOVE "DELETION JOURNALED BUT RECORD STILL ON THE "
015650             TO WS-FLAG-TEXT
015660         MOVE "LIVE LOG" TO WS-FLAG-TEXT(44:8)
015670         PERFORM 6860-PRINT-FLAG
015680     END-IF
015690     IF ENTRY-PENDING
015700         AND NOT ENTRY-LIVE
015710         MOVE "CHANGE PENDING FOR A RECORD NOT ON THE LIVE LOG"
015720             TO WS-FLAG-TEXT
015730         PERFORM 6860-PRINT-FLAG
015740     END-IF
015750     IF WS-LAST-JRNL-FUNC = "C"
015760         IF ENTRY-LIVE
015770             IF WS-LIVE-IMAGE NOT = WS-JRNL-IMAGE
015780                 MOVE "LIVE RECORD DIFFERS FROM THE LAST "
015790                     TO WS-FLAG-TEXT
015800                 MOVE "JOURNALED CORRECTION"
015810                     TO WS-FLAG-TEXT(35:20)
015820                 PERFORM 6860-PRINT-FLAG
015830             END-IF
015840         ELSE
015850             IF ENTRY-ARCHIVED
015860                 AND WS-ARCH-IMAGE NOT = WS-JRNL-IMAGE
015870                 MOVE "ARCHIVED RECORD DIFFERS FROM THE LAST "
015880                     TO WS-FLAG-TEXT
015890                 MOVE "JOURNALED CORRECTION"
015900                     TO WS-FLAG-TEXT(39:20)
015910                 PERFORM 6860-PRINT-FLAG
015920             END-IF
015930         END-IF
015940     END-IF
015950     IF ENTRY-BROKEN
015960         ADD 1 TO WS-BROKEN-COUNT
015970     END-IF.
015980*
015990*****************************************************************
016000*    6860-PRINT-FLAG - PRINT ONE BROKEN-HISTORY FLAG             *
016010*****************************************************************
016020 6860-PRINT-FLAG.
016030     MOVE "Y" TO WS-BROKEN-SW
016040     MOVE SPACES TO WS-PRINT-LINE
016050     MOVE "*** BROKEN HISTORY: " TO WS-F-LABEL
016060     MOVE WS-FLAG-TEXT TO WS-F-TEXT
016070     WRITE RPT-RECORD FROM WS-PRINT-LINE.
016080*
016090*****************************************************************
016100*    6900-READ-EVENT - READ THE NEXT SORTED EVENT                *
016110*****************************************************************
016120 6900-READ-EVENT.
016130     READ EWRK-FILE
016140         AT END
016150             MOVE "Y" TO WS-EWRK-EOF-SW
016160     END-READ.
016170*
016180*****************************************************************
016190*    7000-PRINT-FINAL-TOTALS - CLOSE THE LAST ENTRY AND PRINT    *
016200*                              THE COUNTS                        *
016210*****************************************************************
016220 7000-PRINT-FINAL-TOTALS.
016230     IF WS-PREV-KEY NOT = SPACES
016240         PERFORM 6800-CLOSE-ENTRY
016250     ELSE
016260         MOVE SPACES TO WS-PRINT-LINE
016270         MOVE "NO HISTORY FOUND FOR THE SELECTION"
016280             TO WS-PRINT-LINE(5:34)
016290         WRITE RPT-RECORD FROM WS-PRINT-LINE
016300     END-IF
016310     MOVE SPACES TO WS-PRINT-LINE
016320     WRITE RPT-RECORD FROM WS-PRINT-LINE
016330     IF KEY-TABLE-FULL
016340         MOVE SPACES TO WS-PRINT-LINE
016350         MOVE "SELECTION TABLE FULL - NARROW THE DATE RANGE"
016360             TO WS-PRINT-LINE(5:44)
016370         WRITE RPT-RECORD FROM WS-PRINT-LINE
016380     END-IF
016390     IF GPST-TABLE-FULL
016400         MOVE SPACES TO WS-PRINT-LINE
016410         MOVE "GLPOST TABLE FULL - LATER POSTINGS NOT CHECKED"
016420             TO WS-PRINT-LINE(5:46)
016430         WRITE RPT-RECORD FROM WS-PRINT-LINE
016440     END-IF
016450     MOVE SPACES TO WS-PRINT-LINE
016460     MOVE "ENTRIES REPORTED:" TO WS-C-LABEL
016470     MOVE WS-ENTRY-COUNT TO WS-C-COUNT
016480     WRITE RPT-RECORD FROM WS-PRINT-LINE
016490     MOVE SPACES TO WS-PRINT-LINE
016500     MOVE "HISTORY EVENTS:" TO WS-C-LABEL
016510     MOVE WS-EVENT-COUNT TO WS-C-COUNT
016520     WRITE RPT-RECORD FROM WS-PRINT-LINE
016530     MOVE SPACES TO WS-PRINT-LINE
016540     MOVE "ENTRIES WITH BROKEN HISTORY:" TO WS-C-LABEL
016550     MOVE WS-BROKEN-COUNT TO WS-C-COUNT
016560     WRITE RPT-RECORD FROM WS-PRINT-LINE
016570     DISPLAY "INAUD01 entries with broken history: "
016580         WS-BROKEN-COUNT.
016590*
016600*****************************************************************
016610*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
016620*****************************************************************
016630 9000-TERMINATE.
016640     IF TRAN-FILE-OPEN
016650         CLOSE TRAN-FILE
016660     END-IF
016670     IF PEND-FILE-OPEN
016680         CLOSE PEND-FILE
016690     END-IF
016700     IF GLMP-FILE-OPEN
016710         CLOSE GLMP-FILE
016720     END-IF
016730     IF EWRK-FILE-OPEN
016740         CLOSE EWRK-FILE
016750     END-IF
016760     IF RPT-FILE-OPEN
016770         CLOSE RPT-FILE
016780     END-IF
016790     IF RUN-ABORTED
016800         MOVE 8 TO RETURN-CODE
016810     ELSE
016820         IF WS-BROKEN-COUNT > ZERO
016830             MOVE 4 TO RETURN-CODE
016840         ELSE
016850             MOVE ZERO TO RETURN-CODE
016860         END-IF
016870     END-IF.
