000010*****************************************************************
000020*                                                                *
000030*    PROGRAM-ID : INADJ01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : NIGHTLY PRIOR-DAY CORRECTION ADJUSTMENTS.     *
000060*                 INGLX01 AND INSUM01 POST ONLY THE CURRENT     *
000070*                 BUSINESS DATE, SO A CORRECTION OR DELETION    *
000080*                 APPLIED TODAY (BY INFIX01 OR THROUGH THE      *
000090*                 INAPR01 APPROVAL QUEUE) TO AN ENTRY OF AN     *
000100*                 EARLIER BUSINESS DATE NEVER REACHES THE LEDGER*
000110*                 OR THE SUMMARY MASTER.  THIS STEP READS THE   *
000120*                 CORRECTION JOURNAL FOR TODAY'S FIXES TO       *
000130*                 EARLIER DATES AND, FROM THE BEFORE/AFTER      *
000140*                 IMAGES, REVERSES THE OLD ENTRY AND RE-POSTS   *
000150*                 THE CORRECTED ONE THROUGH THE GL MAPPING      *
000160*                 MASTER - ROLLED UP BY ACCOUNT, OFFSET TO THE  *
000170*                 CLEARING ACCOUNT, AND APPENDED TO THE GLPOST  *
000180*                 EXTRACT INGLX01 WROTE - AND APPLIES THE COUNT *
000190*                 AND AMOUNT DIFFERENCES TO THE AFFECTED        *
000200*                 DATE/TYPE ROWS OF THE DAILY SUMMARY MASTER.   *
000210*                 PRINTS AN ADJUSTMENT PROOF OF EACH CORRECTION *
000220*                 AND ITS GL EFFECT.  IF ANY IMAGE DOES NOT MAP,*
000230*                 NO GL ADJUSTMENT IS WRITTEN AND THE STEP ENDS *
000240*                 RC 4 SO THE STREAM STOPS FOR THE MAPPING TO BE*
000250*                 FIXED.  THE ADJCTL CONTROL RECORD MAKES A     *
000260*                 RESTART SAFE - SUMMARY DIFFERENCES ALREADY    *
000270*                 APPLIED AND GL LINES ALREADY APPENDED FOR     *
000280*                 THE DATE ARE NOT APPLIED AGAIN.  RUNS IN THE  *
000290*                 INEOD01 STREAM AFTER INGLX01.                 *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    ------------------------------------------------------     *
000330*    2026-10-15  DK  ORIGINAL.                                  *
000332*    2026-10-15  DK  ADJCTL COUNTS THE GLPOST LINES APPENDED SO *
000334*                    FAR, REWRITTEN AFTER EACH WRITE - A RERUN  *
000336*                    AFTER A FAILED APPEND SKIPS THE LINES      *
000338*                    ALREADY WRITTEN.                           *
000340*                                                                *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. INADJ01.
000380 AUTHOR. D. KUGEL.
000390 INSTALLATION. DATA ENTRY SYSTEMS.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT JRNL-FILE ASSIGN TO "FIXJRNL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-JRNL-STATUS.
000490*
000500     SELECT GLMP-FILE ASSIGN TO "GLMAP"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS GM-KEY
000540         FILE STATUS IS WS-GLMP-STATUS.
000550*
000560     SELECT SUMM-FILE ASSIGN TO "SUMFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS SM-KEY
000600         FILE STATUS IS WS-SUMM-STATUS.
000610*
000620     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-BUSD-STATUS.
000650*
000660     SELECT GPST-FILE ASSIGN TO "GLPOST"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-GPST-STATUS.
000690*
000700     SELECT ACTL-FILE ASSIGN TO "ADJCTL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-ACTL-STATUS.
000730*
000740     SELECT RPT-FILE ASSIGN TO "INADJ01.LST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*****************************************************************
000810*    JRNL-FILE - CORRECTION-HISTORY JOURNAL                     *
000820*****************************************************************
000830 FD  JRNL-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY FIXJRNL.
000870*
000880*****************************************************************
000890*    GLMP-FILE - GL ACCOUNT MAPPING MASTER                      *
000900*****************************************************************
000910 FD  GLMP-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY GLMREC.
000950*
000960*****************************************************************
000970*    SUMM-FILE - DAILY SUMMARY MASTER BY DATE AND TYPE          *
000980*****************************************************************
000990 FD  SUMM-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY SUMREC.
001030*
001040*****************************************************************
001050*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE               *
001060*****************************************************************
001070 FD  BUSD-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY BUSDATE.
001110*
001120*****************************************************************
001130*    GPST-FILE - BALANCED POSTING FILE FOR THE LEDGER LOAD,     *
001140*                ONE ROLLED-UP RECORD PER GL ACCOUNT            *
001150*****************************************************************
001160 FD  GPST-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  GPST-RECORD.
001200     05  GP-ACCOUNT          PIC X(08).
001210     05  GP-DATE             PIC 9(08).
001220     05  GP-DEBIT            PIC 9(09)V99.
001230     05  GP-CREDIT           PIC 9(09)V99.
001240*
001250*****************************************************************
001260*    ACTL-FILE - ADJUSTMENT RESTART CONTROL - THE BUSINESS DATE,*
001270*                HOW MANY OF ITS CORRECTIONS HAVE HAD THEIR     *
001280*                SUMMARY DIFFERENCES APPLIED, AND WHETHER ITS GL*
001290*                ADJUSTMENTS HAVE BEEN APPENDED TO GLPOST       *
001300*****************************************************************
001310 FD  ACTL-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  ACTL-RECORD                 PIC X(17).
001350*
001360*****************************************************************
001370*    RPT-FILE - PRINTED ADJUSTMENT PROOF                        *
001380*****************************************************************
001390 FD  RPT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  RPT-RECORD                  PIC X(132).
001420*
001430 WORKING-STORAGE SECTION.
001440 01  WS-PRINT-LINE                PIC X(132).
001450*
001460 01  WS-HEAD-VIEW REDEFINES WS-PRINT-LINE.
001470     05  FILLER                  PIC X(04).
001480     05  WS-H-FUNCTION           PIC X(11).
001490     05  WS-H-KEY-DATE           PIC 9(08).
001500     05  FILLER                  PIC X(01).
001510     05  WS-H-KEY-TIME           PIC 9(06).
001520     05  FILLER                  PIC X(01).
001530     05  WS-H-KEY-SEQ            PIC 9(03).
001540     05  FILLER                  PIC X(02).
001550     05  WS-H-LABEL              PIC X(10).
001560     05  WS-H-OPERATOR           PIC X(08).
001570     05  FILLER                  PIC X(02).
001580     05  WS-H-LABEL2             PIC X(10).
001590     05  WS-H-APPROVER           PIC X(08).
001600     05  FILLER                  PIC X(02).
001610     05  WS-H-LABEL3             PIC X(07).
001620     05  WS-H-STAMP-DATE         PIC 9(08).
001630     05  FILLER                  PIC X(01).
001640     05  WS-H-STAMP-TIME         PIC 9(06).
001650     05  FILLER                  PIC X(34).
001660*
001670 01  WS-POST-VIEW REDEFINES WS-PRINT-LINE.
001680     05  FILLER                  PIC X(06).
001690     05  WS-J-LABEL              PIC X(09).
001700     05  WS-J-TYPE               PIC X(02).
001710     05  FILLER                  PIC X(02).
001720     05  WS-J-CODE               PIC X(22).
001730     05  FILLER                  PIC X(02).
001740     05  WS-J-AMOUNT             PIC -(07)9.99.
001750     05  FILLER                  PIC X(02).
001760     05  WS-J-LABEL2             PIC X(06).
001770     05  WS-J-ACCOUNT            PIC X(08).
001780     05  FILLER                  PIC X(02).
001790     05  WS-J-SIDE               PIC X(02).
001800     05  FILLER                  PIC X(01).
001810     05  WS-J-POST-AMOUNT        PIC -(07)9.99.
001820     05  FILLER                  PIC X(02).
001830     05  WS-J-REASON             PIC X(20).
001840     05  FILLER                  PIC X(24).
001850*
001860 01  WS-ACCT-VIEW REDEFINES WS-PRINT-LINE.
001870     05  FILLER                  PIC X(04).
001880     05  WS-A-LABEL              PIC X(09).
001890     05  WS-A-ACCOUNT            PIC X(08).
001900     05  FILLER                  PIC X(02).
001910     05  WS-A-LABEL2             PIC X(04).
001920     05  WS-A-DEBIT              PIC -(09)9.99.
001930     05  FILLER                  PIC X(02).
001940     05  WS-A-LABEL3             PIC X(04).
001950     05  WS-A-CREDIT             PIC -(09)9.99.
001960     05  FILLER                  PIC X(71).
001970*
001980 01  WS-SUMD-VIEW REDEFINES WS-PRINT-LINE.
001990     05  FILLER                  PIC X(04).
002000     05  WS-D-LABEL              PIC X(06).
002010     05  WS-D-DATE               PIC 9(08).
002020     05  FILLER                  PIC X(02).
002030     05  WS-D-LABEL2             PIC X(06).
002040     05  WS-D-TYPE               PIC X(02).
002050     05  FILLER                  PIC X(02).
002060     05  WS-D-LABEL3             PIC X(07).
002070     05  WS-D-COUNT              PIC -(06)9.
002080     05  FILLER                  PIC X(02).
002090     05  WS-D-LABEL4             PIC X(08).
002100     05  WS-D-AMOUNT             PIC -(09)9.99.
002110     05  FILLER                  PIC X(65).
002120*
002130 01  WS-JRNL-STATUS               PIC X(02).
002140     88  WS-JRNL-OK                           VALUE "00".
002150     88  WS-JRNL-NOT-FOUND                    VALUE "35".
002160*
002170 01  WS-GLMP-STATUS               PIC X(02).
002180     88  WS-GLMP-OK                           VALUE "00".
002190     88  WS-GLMP-FOUND                        VALUE "00".
002200*
002210 01  WS-SUMM-STATUS               PIC X(02).
002220     88  WS-SUMM-OK                           VALUE "00".
002230     88  WS-SUMM-NOT-FOUND                    VALUE "35".
002240*
002250 01  WS-BUSD-STATUS               PIC X(02).
002260     88  WS-BUSD-OK                           VALUE "00".
002270*
002280 01  WS-GPST-STATUS               PIC X(02).
002290     88  WS-GPST-OK                           VALUE "00".
002300     88  WS-GPST-NOT-FOUND                    VALUE "35".
002310*
002320 01  WS-ACTL-STATUS               PIC X(02).
002330     88  WS-ACTL-OK                           VALUE "00".
002340     88  WS-ACTL-FOUND                        VALUE "00".
002350*
002360 01  WS-RPT-STATUS                PIC X(02).
002370     88  WS-RPT-OK                            VALUE "00".
002380*
002390 01  WS-SWITCHES.
002400     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002410         88  END-OF-FILE                     VALUE "Y".
002420     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
002430         88  RUN-ABORTED                     VALUE "Y".
002440     05  WS-MAPPED-SW            PIC X(01)   VALUE "N".
002450         88  ENTRY-IS-MAPPED                 VALUE "Y".
002460     05  WS-DEBIT-SW             PIC X(01)   VALUE "N".
002470         88  POST-AS-DEBIT                   VALUE "Y".
002480     05  WS-REVERSE-SW           PIC X(01)   VALUE "N".
002490         88  REVERSING-ENTRY                 VALUE "Y".
002500     05  WS-SUMM-ROW-SW          PIC X(01)   VALUE "N".
002510         88  SUMMARY-ROW-FOUND               VALUE "Y".
002520     05  WS-JRNL-OPEN-SW         PIC X(01)   VALUE "N".
002530         88  JRNL-FILE-OPEN                  VALUE "Y".
002540*
002550 01  WS-BUS-DATE                  PIC 9(08).
002560*
002570*****************************************************************
002580*    THE ADJUSTMENT RESTART CONTROL RECORD - KEPT HERE AND ONLY  *
002590*    MOVED THROUGH THE FD RECORD WHILE ADJCTL IS OPEN            *
002600*****************************************************************
002610 01  WS-ACTL-RECORD.
002620     05  WS-AC-BUSINESS-DATE     PIC 9(08).
002630     05  WS-AC-APPLIED-COUNT     PIC 9(05).
002640     05  WS-AC-GL-SW             PIC X(01).
002650         88  AC-GL-APPENDED                  VALUE "Y".
002655     05  WS-AC-GL-LINES          PIC 9(03).
002660*
002670*****************************************************************
002680*    THE TRANSACTION IMAGE BEING REVERSED OR RE-POSTED           *
002690*****************************************************************
002700     COPY TRANREC.
002710*
002720*****************************************************************
002730*    THE SUITE CLEARING ACCOUNT - EVERY POSTING'S OFFSET SIDE,   *
002740*    SO THE FILE ALWAYS BALANCES.  ACCOUNTING OWNS THE NUMBER.   *
002750*****************************************************************
002760 01  WS-CLEARING-ACCOUNT          PIC X(08)   VALUE "99999999".
002770*
002780*****************************************************************
002790*    WS-ACCT-TABLE - THE DAY'S ADJUSTMENTS ROLLED UP BY GL       *
002800*                    ACCOUNT                                     *
002810*****************************************************************
002820 01  WS-ACCT-TABLE.
002830     05  WS-ACCT-USED            PIC 9(03)   COMP VALUE ZERO.
002840     05  WS-ACCT-ENTRY           OCCURS 100 TIMES.
002850         10  WS-AT-ACCOUNT       PIC X(08).
002860         10  WS-AT-DEBIT         PIC S9(09)V99 COMP-3.
002870         10  WS-AT-CREDIT        PIC S9(09)V99 COMP-3.
002880 77  WS-ACCT-SUB                  PIC 9(03)   COMP.
002890 77  WS-ACCT-FOUND-SUB            PIC 9(03)   COMP.
002900*
002910*****************************************************************
002920*    WS-SUMD-TABLE - THE SUMMARY DIFFERENCES APPLIED THIS RUN    *
002930*                    BY DATE AND TYPE, FOR THE PROOF             *
002940*****************************************************************
002950 01  WS-SUMD-TABLE.
002960     05  WS-SUMD-USED            PIC 9(03)   COMP VALUE ZERO.
002970     05  WS-SUMD-ENTRY           OCCURS 100 TIMES.
002980         10  WS-SD-DATE          PIC 9(08).
002990         10  WS-SD-TYPE          PIC X(02).
003000         10  WS-SD-COUNT         PIC S9(07)  COMP.
003010         10  WS-SD-AMOUNT        PIC S9(09)V99 COMP-3.
003020 77  WS-SUMD-SUB                  PIC 9(03)   COMP.
003030 77  WS-SUMD-FOUND-SUB            PIC 9(03)   COMP.
003040*
003050 01  WS-ADJ-DATE                  PIC 9(08).
003060 01  WS-ADJ-TYPE                  PIC X(02).
003070 01  WS-ADJ-COUNT                 PIC S9(07)  COMP.
003080 01  WS-ADJ-AMOUNT                PIC S9(09)V99 COMP-3.
003090 01  WS-NEW-COUNT                 PIC S9(08)  COMP.
003100*
003110 01  WS-POST-AMOUNT               PIC S9(09)V99 COMP-3.
003120 01  WS-NET-ADJUSTMENT            PIC S9(09)V99 COMP-3
003130                                              VALUE ZERO.
003140 01  WS-REJECT-NET                PIC S9(09)V99 COMP-3
003150                                              VALUE ZERO.
003160 01  WS-TOTAL-DEBIT               PIC S9(11)V99 COMP-3
003170                                              VALUE ZERO.
003180 01  WS-TOTAL-CREDIT              PIC S9(11)V99 COMP-3
003190                                              VALUE ZERO.
003200*
003210 77  WS-READ-COUNT                PIC 9(08)   COMP VALUE ZERO.
003220 77  WS-ADJUST-COUNT              PIC 9(05)   COMP VALUE ZERO.
003230 77  WS-PRIOR-RUN-COUNT           PIC 9(05)   COMP VALUE ZERO.
003240 77  WS-REJECT-COUNT              PIC 9(05)   COMP VALUE ZERO.
003250*
003260 01  WS-EDIT-AMOUNT               PIC -(09)9.99.
003270 01  WS-EDIT-COUNT                PIC Z(07)9.
003280*
003290 PROCEDURE DIVISION.
003300*****************************************************************
003310*    0000-MAINLINE                                               *
003320*****************************************************************
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003350     PERFORM 2000-PROCESS-RECORDS UNTIL END-OF-FILE
003360     IF NOT RUN-ABORTED
003370         PERFORM 7000-PRINT-ADJUSTMENT-PROOF
003380     END-IF
003390     IF NOT RUN-ABORTED
003400         PERFORM 5000-APPEND-POSTING-FILE THRU
003410             5000-APPEND-POSTING-FILE-EXIT
003420     END-IF
003430     PERFORM 9000-TERMINATE
003440     GOBACK.
003450*
003460*****************************************************************
003470*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND THE         *
003480*                      RESTART CONTROL, OPEN THE FILES           *
003490*                      (BUILDING THE SUMMARY MASTER IF IT IS     *
003500*                      MISSING), PRINT THE PROOF HEADINGS, AND   *
003510*                      READ THE FIRST JOURNAL RECORD             *
003520*****************************************************************
003530 1000-INITIALIZE.
003540     OPEN INPUT BUSD-FILE
003550     IF NOT WS-BUSD-OK
003560         DISPLAY "unable to open BUSDATE, file status: "
003570             WS-BUSD-STATUS " - run INBDT01 to build it"
003580         MOVE "Y" TO WS-ABORT-SW
003590         MOVE "Y" TO WS-EOF-SW
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF
003620     READ BUSD-FILE
003630         AT END
003640             DISPLAY "BUSDATE is empty - run INBDT01"
003650             MOVE "Y" TO WS-ABORT-SW
003660             MOVE "Y" TO WS-EOF-SW
003670     END-READ
003680     CLOSE BUSD-FILE
003690     IF RUN-ABORTED
003700         GO TO 1000-INITIALIZE-EXIT
003710     END-IF
003720     MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
003730     MOVE SPACES TO WS-ACTL-RECORD
003740     OPEN INPUT ACTL-FILE
003750     IF WS-ACTL-FOUND
003760         READ ACTL-FILE INTO WS-ACTL-RECORD
003770             AT END
003780                 MOVE SPACES TO WS-ACTL-RECORD
003790         END-READ
003800         CLOSE ACTL-FILE
003810     END-IF
003820     IF WS-AC-BUSINESS-DATE NOT = WS-BUS-DATE
003830         MOVE WS-BUS-DATE TO WS-AC-BUSINESS-DATE
003840         MOVE ZERO TO WS-AC-APPLIED-COUNT
003850         MOVE "N" TO WS-AC-GL-SW
003855         MOVE ZERO TO WS-AC-GL-LINES
003860     ELSE
003870         DISPLAY "restarting adjustments for " WS-BUS-DATE
003880             " - work already applied will be skipped"
003890     END-IF
003900     OPEN INPUT JRNL-FILE
003910     IF WS-JRNL-NOT-FOUND
003920         DISPLAY "no correction journal yet - nothing to adjust"
003930         MOVE "Y" TO WS-EOF-SW
003940     ELSE
003950         IF NOT WS-JRNL-OK
003960             DISPLAY "unable to open FIXJRNL, file status: "
003970                 WS-JRNL-STATUS
003980             MOVE "Y" TO WS-ABORT-SW
003990             MOVE "Y" TO WS-EOF-SW
004000             GO TO 1000-INITIALIZE-EXIT
004010         END-IF
004020         MOVE "Y" TO WS-JRNL-OPEN-SW
004030     END-IF
004040     OPEN INPUT GLMP-FILE
004050     IF NOT WS-GLMP-OK
004060         DISPLAY "unable to open GLMAP, file status: "
004070             WS-GLMP-STATUS " - run INGLM01 to build it"
004080         MOVE "Y" TO WS-ABORT-SW
004090         MOVE "Y" TO WS-EOF-SW
004100         GO TO 1000-INITIALIZE-EXIT
004110     END-IF
004120     OPEN I-O SUMM-FILE
004130     IF WS-SUMM-NOT-FOUND
004140         DISPLAY "summary master not found - creating it"
004150         OPEN OUTPUT SUMM-FILE
004160         IF WS-SUMM-OK
004170             CLOSE SUMM-FILE
004180             OPEN I-O SUMM-FILE
004190         END-IF
004200     END-IF
004210     IF NOT WS-SUMM-OK
004220         DISPLAY "unable to open SUMFILE, file status: "
004230             WS-SUMM-STATUS
004240         MOVE "Y" TO WS-ABORT-SW
004250         MOVE "Y" TO WS-EOF-SW
004260         GO TO 1000-INITIALIZE-EXIT
004270     END-IF
004280     OPEN OUTPUT RPT-FILE
004290     IF NOT WS-RPT-OK
004300         DISPLAY "unable to open INADJ01.LST, file status: "
004310             WS-RPT-STATUS
004320         MOVE "Y" TO WS-ABORT-SW
004330         MOVE "Y" TO WS-EOF-SW
004340         GO TO 1000-INITIALIZE-EXIT
004350     END-IF
004360     MOVE SPACES TO WS-PRINT-LINE
004370     MOVE "PRIOR-DAY CORRECTION ADJUSTMENT PROOF" TO WS-PRINT-LINE
004380     WRITE RPT-RECORD FROM WS-PRINT-LINE
004390     MOVE SPACES TO WS-PRINT-LINE
004400     MOVE "BUSINESS DATE: " TO WS-PRINT-LINE(5:15)
004410     MOVE WS-BUS-DATE TO WS-PRINT-LINE(20:8)
004420     WRITE RPT-RECORD FROM WS-PRINT-LINE
004430     MOVE SPACES TO WS-PRINT-LINE
004440     WRITE RPT-RECORD FROM WS-PRINT-LINE
004450     IF NOT END-OF-FILE
004460         PERFORM 2100-READ-JRNL-NEXT
004470     END-IF.
004480 1000-INITIALIZE-EXIT.
004490     EXIT.
004500*
004510*****************************************************************
004520*    2000-PROCESS-RECORDS - ADJUST FOR ONE JOURNAL RECORD IF IT  *
004530*                           IS TODAY'S FIX TO AN ENTRY OF AN     *
004540*                           EARLIER BUSINESS DATE, AND READ THE  *
004550*                           NEXT                                 *
004560*****************************************************************
004570 2000-PROCESS-RECORDS.
004580     ADD 1 TO WS-READ-COUNT
004590     IF JR-BUSINESS-DATE = WS-BUS-DATE
004600         MOVE JR-BEFORE-IMAGE TO TRAN-RECORD
004610         IF TR-KEY-DATE1 < JR-BUSINESS-DATE
004620             PERFORM 3000-ADJUST-ONE-CORRECTION
004630         END-IF
004640     END-IF
004650     PERFORM 2100-READ-JRNL-NEXT.
004660*
004670*****************************************************************
004680*    2100-READ-JRNL-NEXT - READ THE NEXT JOURNAL RECORD          *
004690*****************************************************************
004700 2100-READ-JRNL-NEXT.
004710     READ JRNL-FILE
004720         AT END
004730             MOVE "Y" TO WS-EOF-SW
004740     END-READ.
004750*
004760*****************************************************************
004770*    3000-ADJUST-ONE-CORRECTION - PRINT THE CORRECTION, REVERSE  *
004780*                                 THE BEFORE-IMAGE AND RE-POST   *
004790*                                 THE AFTER-IMAGE (A DELETION    *
004800*                                 HAS NOTHING TO RE-POST), AND   *
004810*                                 APPLY THE SUMMARY DIFFERENCES  *
004820*                                 UNLESS A PRIOR RUN ALREADY DID *
004830*****************************************************************
004840 3000-ADJUST-ONE-CORRECTION.
004850     ADD 1 TO WS-ADJUST-COUNT
004860     PERFORM 6000-PRINT-CORRECTION-HEADER
004870     MOVE JR-BEFORE-IMAGE TO TRAN-RECORD
004880     MOVE "Y" TO WS-REVERSE-SW
004890     SUBTRACT TR-AMOUNT FROM WS-NET-ADJUSTMENT
004900     PERFORM 3100-POST-IMAGE
004910     IF JR-CORRECTION
004920         MOVE JR-AFTER-IMAGE TO TRAN-RECORD
004930         MOVE "N" TO WS-REVERSE-SW
004940         ADD TR-AMOUNT TO WS-NET-ADJUSTMENT
004950         PERFORM 3100-POST-IMAGE
004960     END-IF
004970     IF WS-ADJUST-COUNT > WS-AC-APPLIED-COUNT
004980         MOVE JR-BEFORE-IMAGE TO TRAN-RECORD
004990         MOVE TR-KEY-DATE1 TO WS-ADJ-DATE
005000         MOVE TR-TYPE-CODE TO WS-ADJ-TYPE
005010         MOVE -1 TO WS-ADJ-COUNT
005020         COMPUTE WS-ADJ-AMOUNT = ZERO - TR-AMOUNT
005030         PERFORM 4500-ADJUST-SUMMARY-ROW
005040         IF JR-CORRECTION AND NOT RUN-ABORTED
005050             MOVE JR-AFTER-IMAGE TO TRAN-RECORD
005060             MOVE TR-KEY-DATE1 TO WS-ADJ-DATE
005070             MOVE TR-TYPE-CODE TO WS-ADJ-TYPE
005080             MOVE 1 TO WS-ADJ-COUNT
005090             MOVE TR-AMOUNT TO WS-ADJ-AMOUNT
005100             PERFORM 4500-ADJUST-SUMMARY-ROW
005110         END-IF
005120         IF NOT RUN-ABORTED
005130             MOVE WS-ADJUST-COUNT TO WS-AC-APPLIED-COUNT
005140             PERFORM 8000-WRITE-CONTROL THRU
005150                 8000-WRITE-CONTROL-EXIT
005160         END-IF
005170     ELSE
005180         ADD 1 TO WS-PRIOR-RUN-COUNT
005190     END-IF.
005200*
005210*****************************************************************
005220*    3100-POST-IMAGE - MAP THE IMAGE NOW IN TRAN-RECORD TO ITS   *
005230*                      GL ACCOUNT AND ROLL IT UP - REVERSED FOR  *
005240*                      A BEFORE-IMAGE - OR REJECT IT TO THE PROOF*
005250*****************************************************************
005260 3100-POST-IMAGE.
005270     PERFORM 3200-LOOK-UP-MAPPING
005280     IF ENTRY-IS-MAPPED
005290         PERFORM 4000-ROLL-UP-ENTRY
005300     END-IF.
005310*
005320*****************************************************************
005330*    3200-LOOK-UP-MAPPING - FIND THE IMAGE'S TYPE/CODE ON THE    *
005340*                           MAPPING MASTER - A MISSING OR        *
005350*                           DEACTIVATED MAPPING REJECTS TO THE   *
005360*                           PROOF INSTEAD OF POSTING             *
005370*****************************************************************
005380 3200-LOOK-UP-MAPPING.
005390     MOVE "Y" TO WS-MAPPED-SW
005400     MOVE TR-TYPE-CODE TO GM-TYPE-CODE
005410     MOVE TR-VAR1 TO GM-CODE
005420     READ GLMP-FILE
005430         INVALID KEY
005440             MOVE "N" TO WS-MAPPED-SW
005450             PERFORM 6200-PRINT-REJECT-LINE
005460     END-READ
005470     IF ENTRY-IS-MAPPED AND GM-INACTIVE
005480         MOVE "N" TO WS-MAPPED-SW
005490         PERFORM 6200-PRINT-REJECT-LINE
005500     END-IF.
005510*
005520*****************************************************************
005530*    4000-ROLL-UP-ENTRY - ADD THE IMAGE TO ITS ACCOUNT'S DEBIT   *
005540*                         OR CREDIT BUCKET - ON THE OPPOSITE SIDE*
005550*                         WHEN REVERSING - AND OFFSET IT TO THE  *
005560*                         CLEARING ACCOUNT ON THE OTHER SIDE     *
005570*****************************************************************
005580 4000-ROLL-UP-ENTRY.
005590     IF TR-AMOUNT < ZERO
005600         COMPUTE WS-POST-AMOUNT = ZERO - TR-AMOUNT
005610     ELSE
005620         MOVE TR-AMOUNT TO WS-POST-AMOUNT
005630     END-IF
005640     IF TR-TYPE-CREDIT
005650         IF TR-AMOUNT < ZERO
005660             MOVE "Y" TO WS-DEBIT-SW
005670         ELSE
005680             MOVE "N" TO WS-DEBIT-SW
005690         END-IF
005700     ELSE
005710         IF TR-AMOUNT < ZERO
005720             MOVE "N" TO WS-DEBIT-SW
005730         ELSE
005740             MOVE "Y" TO WS-DEBIT-SW
005750         END-IF
005760     END-IF
005770     IF REVERSING-ENTRY
005780         IF POST-AS-DEBIT
005790             MOVE "N" TO WS-DEBIT-SW
005800         ELSE
005810             MOVE "Y" TO WS-DEBIT-SW
005820         END-IF
005830     END-IF
005840     PERFORM 6100-PRINT-POSTING-LINE
005850     PERFORM 4100-POST-TO-ACCOUNT
005860     MOVE WS-CLEARING-ACCOUNT TO GM-ACCOUNT
005870     IF POST-AS-DEBIT
005880         MOVE "N" TO WS-DEBIT-SW
005890     ELSE
005900         MOVE "Y" TO WS-DEBIT-SW
005910     END-IF
005920     PERFORM 4100-POST-TO-ACCOUNT.
005930*
005940*****************************************************************
005950*    4100-POST-TO-ACCOUNT - ADD THE POSTING AMOUNT TO THE        *
005960*                           ACCOUNT'S SIDE IN THE ROLL-UP        *
005970*                           TABLE, ADDING THE ACCOUNT ON FIRST   *
005980*                           SIGHT                                *
005990*****************************************************************
006000 4100-POST-TO-ACCOUNT.
006010     MOVE ZERO TO WS-ACCT-FOUND-SUB
006020     PERFORM 4150-SCAN-ACCT-TABLE
006030         VARYING WS-ACCT-SUB FROM 1 BY 1
006040         UNTIL WS-ACCT-SUB > WS-ACCT-USED
006050         OR WS-ACCT-FOUND-SUB > ZERO
006060     IF WS-ACCT-FOUND-SUB = ZERO
006070         IF WS-ACCT-USED < 100
006080             ADD 1 TO WS-ACCT-USED
006090             MOVE GM-ACCOUNT TO WS-AT-ACCOUNT (WS-ACCT-USED)
006100             MOVE ZERO TO WS-AT-DEBIT (WS-ACCT-USED)
006110             MOVE ZERO TO WS-AT-CREDIT (WS-ACCT-USED)
006120             MOVE WS-ACCT-USED TO WS-ACCT-FOUND-SUB
006130         ELSE
006140             DISPLAY "account table full - posting dropped "
006150                 "for " GM-ACCOUNT
006160             MOVE "Y" TO WS-ABORT-SW
006170             MOVE "Y" TO WS-EOF-SW
006180         END-IF
006190     END-IF
006200     IF WS-ACCT-FOUND-SUB > ZERO
006210         IF POST-AS-DEBIT
006220             ADD WS-POST-AMOUNT TO
006230                 WS-AT-DEBIT (WS-ACCT-FOUND-SUB)
006240         ELSE
006250             ADD WS-POST-AMOUNT TO
006260                 WS-AT-CREDIT (WS-ACCT-FOUND-SUB)
006270         END-IF
006280     END-IF.
006290*
006300*****************************************************************
006310*    4150-SCAN-ACCT-TABLE - ONE STEP OF THE TABLE SCAN FOR THE   *
006320*                           POSTING ACCOUNT                      *
006330*****************************************************************
006340 4150-SCAN-ACCT-TABLE.
006350     IF WS-AT-ACCOUNT (WS-ACCT-SUB) = GM-ACCOUNT
006360         MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
006370     END-IF.
006380*
006390*****************************************************************
006400*    4500-ADJUST-SUMMARY-ROW - APPLY ONE COUNT/AMOUNT DIFFERENCE *
006410*                              TO ITS DATE/TYPE ROW ON THE       *
006420*                              SUMMARY MASTER, ADDING THE ROW IF *
006430*                              THE DATE NEVER HAD THAT TYPE, AND *
006440*                              NOTE IT FOR THE PROOF             *
006450*****************************************************************
006460 4500-ADJUST-SUMMARY-ROW.
006470     MOVE WS-ADJ-DATE TO SM-DATE
006480     MOVE WS-ADJ-TYPE TO SM-TYPE-CODE
006490     MOVE "Y" TO WS-SUMM-ROW-SW
006500     READ SUMM-FILE
006510         INVALID KEY
006520             MOVE "N" TO WS-SUMM-ROW-SW
006530     END-READ
006540     IF SUMMARY-ROW-FOUND
006550         COMPUTE WS-NEW-COUNT = SM-COUNT + WS-ADJ-COUNT
006560         ADD WS-ADJ-AMOUNT TO SM-AMOUNT
006570     ELSE
006580         MOVE WS-ADJ-DATE TO SM-DATE
006590         MOVE WS-ADJ-TYPE TO SM-TYPE-CODE
006600         MOVE WS-ADJ-COUNT TO WS-NEW-COUNT
006610         MOVE WS-ADJ-AMOUNT TO SM-AMOUNT
006620     END-IF
006630     IF WS-NEW-COUNT < ZERO
006640         DISPLAY "summary count for " WS-ADJ-DATE " type "
006650             WS-ADJ-TYPE " would go below zero - held at zero"
006660         MOVE ZERO TO WS-NEW-COUNT
006670     END-IF
006680     MOVE WS-NEW-COUNT TO SM-COUNT
006690     IF SUMMARY-ROW-FOUND
006700         REWRITE SUMM-RECORD
006710             INVALID KEY
006720                 DISPLAY "summary adjustment failed for "
006730                     WS-ADJ-DATE " type " WS-ADJ-TYPE
006740                     ", file status: " WS-SUMM-STATUS
006750                 MOVE "Y" TO WS-ABORT-SW
006760                 MOVE "Y" TO WS-EOF-SW
006770         END-REWRITE
006780     ELSE
006790         WRITE SUMM-RECORD
006800             INVALID KEY
006810                 DISPLAY "summary adjustment failed for "
006820                     WS-ADJ-DATE " type " WS-ADJ-TYPE
006830                     ", file status: " WS-SUMM-STATUS
006840                 MOVE "Y" TO WS-ABORT-SW
006850                 MOVE "Y" TO WS-EOF-SW
006860         END-WRITE
006870     END-IF
006880     IF NOT RUN-ABORTED
006890         PERFORM 4600-NOTE-SUMMARY-DIFFERENCE
006900     END-IF.
006910*
006920*****************************************************************
006930*    4600-NOTE-SUMMARY-DIFFERENCE - ADD THE DIFFERENCE TO ITS    *
006940*                                   DATE/TYPE BUCKET FOR THE     *
006950*                                   PROOF                        *
006960*****************************************************************
006970 4600-NOTE-SUMMARY-DIFFERENCE.
006980     MOVE ZERO TO WS-SUMD-FOUND-SUB
006990     PERFORM 4650-SCAN-SUMD-TABLE
007000         VARYING WS-SUMD-SUB FROM 1 BY 1
007010         UNTIL WS-SUMD-SUB > WS-SUMD-USED
007020         OR WS-SUMD-FOUND-SUB > ZERO
007030     IF WS-SUMD-FOUND-SUB = ZERO
007040         IF WS-SUMD-USED < 100
007050             ADD 1 TO WS-SUMD-USED
007060             MOVE WS-ADJ-DATE TO WS-SD-DATE (WS-SUMD-USED)
007070             MOVE WS-ADJ-TYPE TO WS-SD-TYPE (WS-SUMD-USED)
007080             MOVE ZERO TO WS-SD-COUNT (WS-SUMD-USED)
007090             MOVE ZERO TO WS-SD-AMOUNT (WS-SUMD-USED)
007100             MOVE WS-SUMD-USED TO WS-SUMD-FOUND-SUB
007110         ELSE
007120             DISPLAY "summary difference table full - proof "
007130                 "incomplete for " WS-ADJ-DATE " type "
007140                 WS-ADJ-TYPE
007150         END-IF
007160     END-IF
007170     IF WS-SUMD-FOUND-SUB > ZERO
007180         ADD WS-ADJ-COUNT TO WS-SD-COUNT (WS-SUMD-FOUND-SUB)
007190         ADD WS-ADJ-AMOUNT TO WS-SD-AMOUNT (WS-SUMD-FOUND-SUB)
007200     END-IF.
007210*
007220*****************************************************************
007230*    4650-SCAN-SUMD-TABLE - ONE STEP OF THE TABLE SCAN FOR THE   *
007240*                           DATE/TYPE BUCKET                     *
007250*****************************************************************
007260 4650-SCAN-SUMD-TABLE.
007270     IF WS-SD-DATE (WS-SUMD-SUB) = WS-ADJ-DATE
007280         AND WS-SD-TYPE (WS-SUMD-SUB) = WS-ADJ-TYPE
007290         MOVE WS-SUMD-SUB TO WS-SUMD-FOUND-SUB
007300     END-IF.
007310*
007320*****************************************************************
007330*    5000-APPEND-POSTING-FILE - APPEND ONE ROLLED-UP ADJUSTMENT  *
007340*                               RECORD PER ACCOUNT TO GLPOST,    *
007350*                               DATED TODAY - HELD BACK ENTIRELY *
007360*                               WHILE ANY IMAGE IS UNMAPPED, AND *
007370*                               SKIPPED WHEN A PRIOR RUN FOR THE *
007380*                               DATE ALREADY APPENDED IT.  A RUN *
007382*                               THAT FAILED PART WAY LEFT A COUNT*
007384*                               OF THE LINES IT WROTE IN ADJCTL -*
007386*                               THE RERUN APPENDS ONLY THE REST  *
007390*****************************************************************
007400 5000-APPEND-POSTING-FILE.
007410     IF WS-ACCT-USED = ZERO
007420         GO TO 5000-APPEND-POSTING-FILE-EXIT
007430     END-IF
007440     MOVE SPACES TO WS-PRINT-LINE
007450     IF WS-REJECT-COUNT > ZERO
007460         MOVE "*** GL ADJUSTMENTS HELD - MAP THE REJECTED "
007470             TO WS-PRINT-LINE(5:43)
007480         MOVE "IMAGES AND RERUN ***" TO WS-PRINT-LINE(48:20)
007490         WRITE RPT-RECORD FROM WS-PRINT-LINE
007500         GO TO 5000-APPEND-POSTING-FILE-EXIT
007510     END-IF
007520     IF AC-GL-APPENDED
007530         MOVE "GL ADJUSTMENTS WERE APPENDED TO GLPOST BY AN "
007540             TO WS-PRINT-LINE(5:45)
007550         MOVE "EARLIER RUN - NOT APPENDED AGAIN" TO
007560             WS-PRINT-LINE(50:32)
007570         WRITE RPT-RECORD FROM WS-PRINT-LINE
007580         GO TO 5000-APPEND-POSTING-FILE-EXIT
007590     END-IF
007592     IF WS-AC-GL-LINES > ZERO
007594         DISPLAY "resuming GLPOST append after " WS-AC-GL-LINES
007596             " line(s) written by an earlier run"
007598     END-IF
007600     OPEN EXTEND GPST-FILE
007610     IF WS-GPST-NOT-FOUND
007620         OPEN OUTPUT GPST-FILE
007630     END-IF
007640     IF NOT WS-GPST-OK
007650         DISPLAY "unable to open GLPOST, file status: "
007660             WS-GPST-STATUS
007670         MOVE "Y" TO WS-ABORT-SW
007680         GO TO 5000-APPEND-POSTING-FILE-EXIT
007690     END-IF
007700     PERFORM 5100-WRITE-ONE-POSTING THRU
007705         5100-WRITE-ONE-POSTING-EXIT
007710         VARYING WS-ACCT-SUB FROM 1 BY 1
007720         UNTIL WS-ACCT-SUB > WS-ACCT-USED
007730         OR RUN-ABORTED
007740     CLOSE GPST-FILE
007750     IF RUN-ABORTED
007760         GO TO 5000-APPEND-POSTING-FILE-EXIT
007770     END-IF
007780     MOVE "Y" TO WS-AC-GL-SW
007790     PERFORM 8000-WRITE-CONTROL THRU 8000-WRITE-CONTROL-EXIT
007800     MOVE "GL ADJUSTMENTS APPENDED TO GLPOST" TO
007810         WS-PRINT-LINE(5:33)
007820     WRITE RPT-RECORD FROM WS-PRINT-LINE.
007830 5000-APPEND-POSTING-FILE-EXIT.
007840     EXIT.
007850*
007860*****************************************************************
007870*    5100-WRITE-ONE-POSTING - WRITE ONE ACCOUNT'S ADJUSTMENT     *
007880*                             RECORD UNLESS AN EARLIER RUN DID,  *
007883*                             AND COUNT IT IN ADJCTL AT ONCE SO  *
007886*                             A RERUN WILL NOT WRITE IT AGAIN    *
007890*****************************************************************
007900 5100-WRITE-ONE-POSTING.
007903     IF WS-ACCT-SUB NOT > WS-AC-GL-LINES
007906         GO TO 5100-WRITE-ONE-POSTING-EXIT
007908     END-IF
007910     MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO GP-ACCOUNT
007920     MOVE WS-BUS-DATE TO GP-DATE
007930     MOVE WS-AT-DEBIT (WS-ACCT-SUB) TO GP-DEBIT
007940     MOVE WS-AT-CREDIT (WS-ACCT-SUB) TO GP-CREDIT
007950     WRITE GPST-RECORD
007960     IF NOT WS-GPST-OK
007970         DISPLAY "GLPOST write failed, file status: "
007980             WS-GPST-STATUS
007990         MOVE "Y" TO WS-ABORT-SW
007993         GO TO 5100-WRITE-ONE-POSTING-EXIT
007996     END-IF
008000     MOVE WS-ACCT-SUB TO WS-AC-GL-LINES
008002     PERFORM 8000-WRITE-CONTROL THRU 8000-WRITE-CONTROL-EXIT.
008004 5100-WRITE-ONE-POSTING-EXIT.
008006     EXIT.
008010*
008020*****************************************************************
008030*    6000-PRINT-CORRECTION-HEADER - PRINT THE CORRECTED ENTRY'S  *
008040*                                   KEY, WHO FIXED AND APPROVED  *
008050*                                   IT, AND WHEN                 *
008060*****************************************************************
008070 6000-PRINT-CORRECTION-HEADER.
008080     MOVE SPACES TO WS-PRINT-LINE
008090     WRITE RPT-RECORD FROM WS-PRINT-LINE
008100     IF JR-CORRECTION
008110         MOVE "CORRECTION " TO WS-H-FUNCTION
008120     ELSE
008130         MOVE "DELETION   " TO WS-H-FUNCTION
008140     END-IF
008150     MOVE TR-KEY-DATE1 TO WS-H-KEY-DATE
008160     MOVE TR-KEY-TIM1 TO WS-H-KEY-TIME
008170     MOVE TR-KEY-SEQ TO WS-H-KEY-SEQ
008180     MOVE "OPERATOR: " TO WS-H-LABEL
008190     MOVE JR-OPERATOR-ID TO WS-H-OPERATOR
008200     MOVE "APPROVER: " TO WS-H-LABEL2
008210     MOVE JR-APPROVER-ID TO WS-H-APPROVER
008220     MOVE "FIXED: " TO WS-H-LABEL3
008230     MOVE JR-STAMP-DATE TO WS-H-STAMP-DATE
008240     MOVE JR-STAMP-TIME TO WS-H-STAMP-TIME
008250     WRITE RPT-RECORD FROM WS-PRINT-LINE.
008260*
008270*****************************************************************
008280*    6100-PRINT-POSTING-LINE - PRINT ONE REVERSAL OR RE-POSTING  *
008290*                              WITH ITS ACCOUNT, SIDE AND AMOUNT *
008300*****************************************************************
008310 6100-PRINT-POSTING-LINE.
008320     MOVE SPACES TO WS-PRINT-LINE
008330     IF REVERSING-ENTRY
008340         MOVE "REVERSE: " TO WS-J-LABEL
008350     ELSE
008360         MOVE "RE-POST: " TO WS-J-LABEL
008370     END-IF
008380     MOVE TR-TYPE-CODE TO WS-J-TYPE
008390     MOVE TR-VAR1 TO WS-J-CODE
008400     MOVE TR-AMOUNT TO WS-J-AMOUNT
008410     MOVE "ACCT: " TO WS-J-LABEL2
008420     MOVE GM-ACCOUNT TO WS-J-ACCOUNT
008430     IF POST-AS-DEBIT
008440         MOVE "DR" TO WS-J-SIDE
008450     ELSE
008460         MOVE "CR" TO WS-J-SIDE
008470     END-IF
008480     MOVE WS-POST-AMOUNT TO WS-J-POST-AMOUNT
008490     WRITE RPT-RECORD FROM WS-PRINT-LINE.
008500*
008510*****************************************************************
008520*    6200-PRINT-REJECT-LINE - PRINT ONE UNMAPPED OR DEACTIVATED  *
008530*                             IMAGE ON THE PROOF                 *
008540*****************************************************************
008550 6200-PRINT-REJECT-LINE.
008560     ADD 1 TO WS-REJECT-COUNT
008570     ADD TR-AMOUNT TO WS-REJECT-NET
008580     MOVE SPACES TO WS-PRINT-LINE
008590     IF REVERSING-ENTRY
008600         MOVE "REVERSE: " TO WS-J-LABEL
008610     ELSE
008620         MOVE "RE-POST: " TO WS-J-LABEL
008630     END-IF
008640     MOVE TR-TYPE-CODE TO WS-J-TYPE
008650     MOVE TR-VAR1 TO WS-J-CODE
008660     MOVE TR-AMOUNT TO WS-J-AMOUNT
008670     MOVE "REJECTED" TO WS-J-ACCOUNT
008680     IF WS-GLMP-FOUND
008690         MOVE "MAPPING DEACTIVATED" TO WS-J-REASON
008700     ELSE
008710         MOVE "NOT ON MAPPING FILE" TO WS-J-REASON
008720     END-IF
008730     WRITE RPT-RECORD FROM WS-PRINT-LINE.
008740*
008750*****************************************************************
008760*    7000-PRINT-ADJUSTMENT-PROOF - PRINT THE PER-ACCOUNT ROLL-UP,*
008770*                                  THE DEBIT/CREDIT TOTALS (WHICH*
008780*                                  MUST BE EQUAL), THE SUMMARY   *
008790*                                  DIFFERENCES, AND THE COUNTS   *
008800*****************************************************************
008810 7000-PRINT-ADJUSTMENT-PROOF.
008820     MOVE SPACES TO WS-PRINT-LINE
008830     WRITE RPT-RECORD FROM WS-PRINT-LINE
008840     MOVE "GL ADJUSTMENTS BY ACCOUNT" TO WS-PRINT-LINE
008850     WRITE RPT-RECORD FROM WS-PRINT-LINE
008860     PERFORM 7100-PRINT-ACCOUNT-LINE
008870         VARYING WS-ACCT-SUB FROM 1 BY 1
008880         UNTIL WS-ACCT-SUB > WS-ACCT-USED
008890     MOVE SPACES TO WS-PRINT-LINE
008900     MOVE "TOTALS:  " TO WS-A-LABEL
008910     MOVE "DR: " TO WS-A-LABEL2
008920     MOVE WS-TOTAL-DEBIT TO WS-A-DEBIT
008930     MOVE "CR: " TO WS-A-LABEL3
008940     MOVE WS-TOTAL-CREDIT TO WS-A-CREDIT
008950     WRITE RPT-RECORD FROM WS-PRINT-LINE
008960     IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
008970         MOVE SPACES TO WS-PRINT-LINE
008980         MOVE "*** ADJUSTMENTS OUT OF BALANCE ***" TO
008990             WS-PRINT-LINE(5:34)
009000         WRITE RPT-RECORD FROM WS-PRINT-LINE
009010         MOVE "Y" TO WS-ABORT-SW
009020     END-IF
009030     MOVE SPACES TO WS-PRINT-LINE
009040     WRITE RPT-RECORD FROM WS-PRINT-LINE
009050     MOVE "SUMMARY MASTER DIFFERENCES APPLIED" TO WS-PRINT-LINE
009060     WRITE RPT-RECORD FROM WS-PRINT-LINE
009070     PERFORM 7200-PRINT-SUMMARY-LINE
009080         VARYING WS-SUMD-SUB FROM 1 BY 1
009090         UNTIL WS-SUMD-SUB > WS-SUMD-USED
009100     MOVE SPACES TO WS-PRINT-LINE
009110     WRITE RPT-RECORD FROM WS-PRINT-LINE
009120     MOVE "JOURNAL RECORDS READ: " TO WS-PRINT-LINE(5:22)
009130     MOVE WS-READ-COUNT TO WS-EDIT-COUNT
009140     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(27:8)
009150     WRITE RPT-RECORD FROM WS-PRINT-LINE
009160     MOVE SPACES TO WS-PRINT-LINE
009170     MOVE "PRIOR-DAY CORRECTIONS: " TO WS-PRINT-LINE(5:23)
009180     MOVE WS-ADJUST-COUNT TO WS-EDIT-COUNT
009190     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(28:8)
009200     MOVE "  NET ADJUSTMENT: " TO WS-PRINT-LINE(36:18)
009210     MOVE WS-NET-ADJUSTMENT TO WS-EDIT-AMOUNT
009220     MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(54:13)
009230     WRITE RPT-RECORD FROM WS-PRINT-LINE
009240     IF WS-PRIOR-RUN-COUNT > ZERO
009250         MOVE SPACES TO WS-PRINT-LINE
009260         MOVE "SUMMARY ALREADY ADJUSTED BY AN EARLIER RUN: "
009270             TO WS-PRINT-LINE(5:44)
009280         MOVE WS-PRIOR-RUN-COUNT TO WS-EDIT-COUNT
009290         MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(49:8)
009300         WRITE RPT-RECORD FROM WS-PRINT-LINE
009310     END-IF
009320     MOVE SPACES TO WS-PRINT-LINE
009330     MOVE "REJECTED IMAGES: " TO WS-PRINT-LINE(5:17)
009340     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
009350     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(22:8)
009360     MOVE "  REJECTED NET: " TO WS-PRINT-LINE(30:16)
009370     MOVE WS-REJECT-NET TO WS-EDIT-AMOUNT
009380     MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(46:13)
009390     WRITE RPT-RECORD FROM WS-PRINT-LINE
009400     MOVE SPACES TO WS-PRINT-LINE
009410     WRITE RPT-RECORD FROM WS-PRINT-LINE.
009420*
009430*****************************************************************
009440*    7100-PRINT-ACCOUNT-LINE - PRINT ONE ACCOUNT'S ROLLED-UP     *
009450*                              ADJUSTMENT DEBITS AND CREDITS     *
009460*****************************************************************
009470 7100-PRINT-ACCOUNT-LINE.
009480     ADD WS-AT-DEBIT (WS-ACCT-SUB) TO WS-TOTAL-DEBIT
009490     ADD WS-AT-CREDIT (WS-ACCT-SUB) TO WS-TOTAL-CREDIT
009500     MOVE SPACES TO WS-PRINT-LINE
009510     MOVE "ACCOUNT: " TO WS-A-LABEL
009520     MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO WS-A-ACCOUNT
009530     MOVE "DR: " TO WS-A-LABEL2
009540     MOVE WS-AT-DEBIT (WS-ACCT-SUB) TO WS-A-DEBIT
009550     MOVE "CR: " TO WS-A-LABEL3
009560     MOVE WS-AT-CREDIT (WS-ACCT-SUB) TO WS-A-CREDIT
009570     WRITE RPT-RECORD FROM WS-PRINT-LINE.
009580*
009590*****************************************************************
009600*    7200-PRINT-SUMMARY-LINE - PRINT ONE DATE/TYPE DIFFERENCE    *
009610*****************************************************************
009620 7200-PRINT-SUMMARY-LINE.
009630     MOVE SPACES TO WS-PRINT-LINE
009640     MOVE "DATE: " TO WS-D-LABEL
009650     MOVE WS-SD-DATE (WS-SUMD-SUB) TO WS-D-DATE
009660     MOVE "TYPE: " TO WS-D-LABEL2
009670     MOVE WS-SD-TYPE (WS-SUMD-SUB) TO WS-D-TYPE
009680     MOVE "COUNT: " TO WS-D-LABEL3
009690     MOVE WS-SD-COUNT (WS-SUMD-SUB) TO WS-D-COUNT
009700     MOVE "AMOUNT: " TO WS-D-LABEL4
009710     MOVE WS-SD-AMOUNT (WS-SUMD-SUB) TO WS-D-AMOUNT
009720     WRITE RPT-RECORD FROM WS-PRINT-LINE.
009730*
009740*****************************************************************
009750*    8000-WRITE-CONTROL - PERSIST THE RESTART CONTROL SO A RERUN *
009760*                         KNOWS WHAT WAS ALREADY APPLIED         *
009770*****************************************************************
009780 8000-WRITE-CONTROL.
009790     OPEN OUTPUT ACTL-FILE
009800     IF NOT WS-ACTL-OK
009810         DISPLAY "unable to open ADJCTL, file status: "
009820             WS-ACTL-STATUS
009830         MOVE "Y" TO WS-ABORT-SW
009840         MOVE "Y" TO WS-EOF-SW
009850         GO TO 8000-WRITE-CONTROL-EXIT
009860     END-IF
009870     WRITE ACTL-RECORD FROM WS-ACTL-RECORD
009880     IF NOT WS-ACTL-OK
009890         DISPLAY "unable to write ADJCTL, file status: "
009900             WS-ACTL-STATUS
009910         MOVE "Y" TO WS-ABORT-SW
009920         MOVE "Y" TO WS-EOF-SW
009930     END-IF
009940     CLOSE ACTL-FILE.
009950 8000-WRITE-CONTROL-EXIT.
009960     EXIT.
009970*
009980*****************************************************************
009990*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
010000*****************************************************************
010010 9000-TERMINATE.
010020     IF JRNL-FILE-OPEN
010030         CLOSE JRNL-FILE
010040     END-IF
010050     CLOSE GLMP-FILE
010060     CLOSE SUMM-FILE
010070     CLOSE RPT-FILE
010080     IF RUN-ABORTED
010090         MOVE 8 TO RETURN-CODE
010100     ELSE
010110         IF WS-REJECT-COUNT > ZERO
010120             MOVE 4 TO RETURN-CODE
010130         ELSE
010140             MOVE ZERO TO RETURN-CODE
010150         END-IF
010160     END-IF.
