000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INPCL01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : PERIOD-CLOSE CHECKLIST REPORT.  FOR ONE       *
000060*                 ACCOUNTING PERIOD (CCYYMM) IT PROVES THE      *
000070*                 PERIOD CLEAN BEFORE ACCOUNTING CLOSES IT      *
000080*                 THROUGH INPER01:                              *
000090*                   1. THE TRANSACTION LOG, TOTALLED THE WAY    *
000100*                      INBAL01 TOTALS IT, TIES TO THE DAILY     *
000110*                      SUMMARY MASTER FOR EVERY DATE AND TYPE   *
000120*                      OF THE PERIOD, COUNT AND AMOUNT;         *
000130*                   2. NO CORRECTION OR DELETION IS LEFT ON THE *
000140*                      PENDFIX APPROVAL QUEUE FOR A RECORD      *
000150*                      DATED IN THE PERIOD;                     *
000160*                   3. NO SUSPENSE ITEM IS DATED IN THE PERIOD. *
000170*                 EVERY FAILURE PRINTS AS AN EXCEPTION AND THE  *
000180*                 REPORT ENDS WITH A CLEAN OR NOT-CLEAN         *
000190*                 VERDICT (RC 4 WHEN NOT CLEAN).  THE PERIOD'S  *
000200*                 CURRENT STATUS AND ANY CHANGES ALREADY REFUSED*
000210*                 AGAINST IT ON PERLOG ARE SHOWN FOR            *
000220*                 INFORMATION.  RUN IT BEFORE INARC01 PURGES    *
000230*                 THE PERIOD FROM THE LOG - A PURGED PERIOD NO  *
000240*                 LONGER TIES TO ITS SUMMARY ROWS.              *
000250*                                                               *
000260*    MODIFICATION HISTORY                                       *
000270*    ------------------------------------------------------     *
000280*    2026-10-15  DK  ORIGINAL.                                  *
000283*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000286*                    AND CODE ALTERNATE KEYS.                   *
000290*                                                               *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. INPCL01.
000330 AUTHOR. D. KUGEL.
000340 INSTALLATION. DATA ENTRY SYSTEMS.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TR-KEY
000443         ALTERNATE RECORD KEY IS TR-OPER-KEY
000446         ALTERNATE RECORD KEY IS TR-CODE-KEY
000450         FILE STATUS IS WS-TRAN-STATUS.
000460*
000470     SELECT SUMM-FILE ASSIGN TO "SUMFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SM-KEY
000510         FILE STATUS IS WS-SUMM-STATUS.
000520*
000530     SELECT PEND-FILE ASSIGN TO "PENDFIX"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PD-KEY
000570         FILE STATUS IS WS-PEND-STATUS.
000580*
000590     SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SP-KEY
000630         FILE STATUS IS WS-SUSP-STATUS.
000640*
000650     SELECT PERD-FILE ASSIGN TO "PERIODS"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS PC-PERIOD
000690         FILE STATUS IS WS-PERD-STATUS.
000700*
000710     SELECT PERL-FILE ASSIGN TO "PERLOG"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PERL-STATUS.
000740*
000750     SELECT RPT-FILE ASSIGN TO "INPCL01.LST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RPT-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810*****************************************************************
000820*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES            *
000830*****************************************************************
000840 FD  TRAN-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY TRANREC.
000880*
000890*****************************************************************
000900*    SUMM-FILE - DAILY SUMMARY MASTER BY DATE AND TYPE          *
000910*****************************************************************
000920 FD  SUMM-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY SUMREC.
000960*
000970*****************************************************************
000980*    PEND-FILE - CORRECTIONS AWAITING SUPERVISOR APPROVAL       *
000990*****************************************************************
001000 FD  PEND-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PENDREC.
001040*
001050*****************************************************************
001060*    SUSP-FILE - SUSPENSE FILE OF REJECTED BATCH ENTRIES        *
001070*****************************************************************
001080 FD  SUSP-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY SUSPREC.
001120*
001130*****************************************************************
001140*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
001150*****************************************************************
001160 FD  PERD-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY PERCTL.
001200*
001210*****************************************************************
001220*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
001230*****************************************************************
001240 FD  PERL-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270     COPY PERLREC.
001280*
001290*****************************************************************
001300*    RPT-FILE - PRINTED PERIOD-CLOSE CHECKLIST                  *
001310*****************************************************************
001320 FD  RPT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  RPT-RECORD                  PIC X(132).
001350*
001360 WORKING-STORAGE SECTION.
001370 01  WS-PRINT-LINE                PIC X(132).
001380*
001390 01  WS-TIE-VIEW REDEFINES WS-PRINT-LINE.
001400     05  FILLER                  PIC X(04).
001410     05  WS-TI-DATE              PIC 9(08).
001420     05  FILLER                  PIC X(02).
001430     05  WS-TI-TYPE              PIC X(02).
001440     05  FILLER                  PIC X(02).
001450     05  WS-TI-LOG-COUNT         PIC Z(06)9.
001460     05  FILLER                  PIC X(02).
001470     05  WS-TI-LOG-AMOUNT        PIC -(09)9.99.
001480     05  FILLER                  PIC X(02).
001490     05  WS-TI-SUM-COUNT         PIC Z(06)9.
001500     05  FILLER                  PIC X(02).
001510     05  WS-TI-SUM-AMOUNT        PIC -(09)9.99.
001520     05  FILLER                  PIC X(02).
001530     05  WS-TI-RESULT            PIC X(24).
001540     05  FILLER                  PIC X(42).
001550*
001560 01  WS-PEND-VIEW REDEFINES WS-PRINT-LINE.
001570     05  FILLER                  PIC X(04).
001580     05  WS-PV-TR-DATE           PIC 9(08).
001590     05  FILLER                  PIC X(01).
001600     05  WS-PV-TR-TIME           PIC 9(06).
001610     05  FILLER                  PIC X(01).
001620     05  WS-PV-TR-SEQ            PIC 9(03).
001630     05  FILLER                  PIC X(02).
001640     05  WS-PV-FUNCTION          PIC X(10).
001650     05  FILLER                  PIC X(02).
001660     05  WS-PV-REQUESTER         PIC X(08).
001670     05  FILLER                  PIC X(02).
001680     05  WS-PV-STAMP-DATE        PIC 9(08).
001690     05  FILLER                  PIC X(77).
001700*
001710 01  WS-SUSP-VIEW REDEFINES WS-PRINT-LINE.
001720     05  FILLER                  PIC X(04).
001730     05  WS-SV-DATE              PIC 9(08).
001740     05  FILLER                  PIC X(01).
001750     05  WS-SV-SEQ               PIC 9(06).
001760     05  FILLER                  PIC X(02).
001770     05  WS-SV-REASON            PIC X(02).
001780     05  FILLER                  PIC X(02).
001790     05  WS-SV-VAR1              PIC X(22).
001800     05  FILLER                  PIC X(02).
001810     05  WS-SV-OPERATOR          PIC X(08).
001820     05  FILLER                  PIC X(02).
001830     05  WS-SV-TYPE              PIC X(02).
001840     05  FILLER                  PIC X(02).
001850     05  WS-SV-AMOUNT            PIC X(10).
001860     05  FILLER                  PIC X(59).
001870*
001880 01  WS-TRAN-STATUS               PIC X(02).
001890     88  WS-TRAN-OK                           VALUE "00".
001900*
001910 01  WS-SUMM-STATUS               PIC X(02).
001920     88  WS-SUMM-OK                           VALUE "00".
001930     88  WS-SUMM-NOT-FOUND                    VALUE "35".
001940*
001950 01  WS-PEND-STATUS               PIC X(02).
001960     88  WS-PEND-OK                           VALUE "00".
001970     88  WS-PEND-NOT-FOUND                    VALUE "35".
001980*
001990 01  WS-SUSP-STATUS               PIC X(02).
002000     88  WS-SUSP-OK                           VALUE "00".
002010     88  WS-SUSP-NOT-FOUND                    VALUE "35".
002020*
002030 01  WS-PERD-STATUS               PIC X(02).
002040     88  WS-PERD-OK                           VALUE "00".
002050     88  WS-PERD-NOT-FOUND                    VALUE "35".
002060*
002070 01  WS-PERL-STATUS               PIC X(02).
002080     88  WS-PERL-OK                           VALUE "00".
002090     88  WS-PERL-NOT-FOUND                    VALUE "35".
002100*
002110 01  WS-RPT-STATUS                PIC X(02).
002120     88  WS-RPT-OK                            VALUE "00".
002130*
002140 01  WS-SWITCHES.
002150     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002160         88  END-OF-FILE                     VALUE "Y".
002170     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
002180         88  RUN-ABORTED                     VALUE "Y".
002190     05  WS-PERIOD-VALID-SW      PIC X(01)   VALUE "N".
002200         88  PERIOD-IS-VALID                 VALUE "Y".
002210     05  WS-TRAN-OPEN-SW         PIC X(01)   VALUE "N".
002220         88  TRAN-FILE-OPEN                  VALUE "Y".
002230     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
002240         88  RPT-FILE-OPEN                   VALUE "Y".
002250*
002260 01  WS-CHECK-PERIOD              PIC 9(06).
002270 01  WS-CHECK-PERIOD-X REDEFINES WS-CHECK-PERIOD.
002280     05  WS-CHECK-CCYY           PIC 9(04).
002290     05  WS-CHECK-MM             PIC 9(02).
002300 01  WS-PERIOD-FIRST-DATE         PIC 9(08).
002310 01  WS-PERIOD-LAST-DATE          PIC 9(08).
002320*
002330*****************************************************************
002340*    WS-TIE-TABLE - THE PERIOD'S TRANSACTION-LOG TOTALS BY      *
002350*                   DATE AND TYPE, MARKED AS EACH IS MATCHED    *
002360*                   TO ITS SUMMARY ROW                          *
002370*****************************************************************
002380 01  WS-TIE-TABLE.
002390     05  WS-TIE-USED             PIC 9(04)   COMP VALUE ZERO.
002400     05  WS-TIE-ENTRY            OCCURS 400 TIMES.
002410         10  WS-TE-DATE          PIC 9(08).
002420         10  WS-TE-TYPE          PIC X(02).
002430         10  WS-TE-COUNT         PIC 9(07)   COMP.
002440         10  WS-TE-AMOUNT        PIC S9(09)V99 COMP-3.
002450         10  WS-TE-MATCHED-SW    PIC X(01).
002460             88  TE-MATCHED                  VALUE "Y".
002470 77  WS-TIE-MAX                   PIC 9(04)   COMP VALUE 400.
002480 77  WS-TIE-SUB                   PIC 9(04)   COMP.
002490 77  WS-TIE-FOUND-SUB             PIC 9(04)   COMP.
002500*
002510 77  WS-LOG-READ-COUNT            PIC 9(08)   COMP VALUE ZERO.
002520 77  WS-SUM-READ-COUNT            PIC 9(08)   COMP VALUE ZERO.
002530 77  WS-TIE-EXCEPTIONS            PIC 9(06)   COMP VALUE ZERO.
002540 77  WS-PEND-EXCEPTIONS           PIC 9(06)   COMP VALUE ZERO.
002550 77  WS-SUSP-EXCEPTIONS           PIC 9(06)   COMP VALUE ZERO.
002560 77  WS-TOTAL-EXCEPTIONS          PIC 9(06)   COMP VALUE ZERO.
002570 77  WS-REFUSAL-COUNT             PIC 9(06)   COMP VALUE ZERO.
002580 01  WS-EDIT-COUNT                PIC Z(07)9.
002590*
002600 PROCEDURE DIVISION.
002610*****************************************************************
002620*    0000-MAINLINE                                               *
002630*****************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002660     IF NOT RUN-ABORTED
002670         PERFORM 2000-LOAD-LOG-TOTALS THRU
002680             2000-LOAD-LOG-TOTALS-EXIT
002690     END-IF
002700     IF NOT RUN-ABORTED
002710         PERFORM 3000-TIE-SUMMARY THRU 3000-TIE-SUMMARY-EXIT
002720         PERFORM 4000-CHECK-PENDFIX THRU 4000-CHECK-PENDFIX-EXIT
002730         PERFORM 5000-CHECK-SUSPENSE THRU 5000-CHECK-SUSPENSE-EXIT
002740         PERFORM 6000-SHOW-PERIOD-STATUS
002750         PERFORM 7000-PRINT-VERDICT
002760     END-IF
002770     PERFORM 9000-TERMINATE
002780     GOBACK.
002790*
002800*****************************************************************
002810*    1000-INITIALIZE - ACCEPT AND EDIT THE PERIOD, OPEN THE      *
002820*                      LOG AND THE REPORT, AND PRINT THE         *
002830*                      HEADINGS                                  *
002840*****************************************************************
002850 1000-INITIALIZE.
002860     PERFORM 1100-EDIT-PERIOD
002870     IF NOT PERIOD-IS-VALID
002880         MOVE "Y" TO WS-ABORT-SW
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF
002910     COMPUTE WS-PERIOD-FIRST-DATE = WS-CHECK-PERIOD * 100 + 1
002920     COMPUTE WS-PERIOD-LAST-DATE = WS-CHECK-PERIOD * 100 + 31
002930     OPEN INPUT TRAN-FILE
002940     IF NOT WS-TRAN-OK
002950         DISPLAY "unable to open TRANLOG, file status: "
002960             WS-TRAN-STATUS
002970         MOVE "Y" TO WS-ABORT-SW
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF
003000     MOVE "Y" TO WS-TRAN-OPEN-SW
003010     OPEN OUTPUT RPT-FILE
003020     IF NOT WS-RPT-OK
003030         DISPLAY "unable to open INPCL01.LST, file status: "
003040             WS-RPT-STATUS
003050         MOVE "Y" TO WS-ABORT-SW
003060         GO TO 1000-INITIALIZE-EXIT
003070     END-IF
003080     MOVE "Y" TO WS-RPT-OPEN-SW
003090     MOVE SPACES TO WS-PRINT-LINE
003100     MOVE "PERIOD-CLOSE CHECKLIST" TO WS-PRINT-LINE
003110     WRITE RPT-RECORD FROM WS-PRINT-LINE
003120     MOVE SPACES TO WS-PRINT-LINE
003130     MOVE "PERIOD: " TO WS-PRINT-LINE(5:8)
003140     MOVE WS-CHECK-PERIOD TO WS-PRINT-LINE(13:6)
003150     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003160 1000-INITIALIZE-EXIT.
003170     EXIT.
003180*
003190*****************************************************************
003200*    1100-EDIT-PERIOD - ACCEPT THE PERIOD AS CCYYMM AND REJECT   *
003210*                       ONE THAT IS NOT A CALENDAR MONTH         *
003220*****************************************************************
003230 1100-EDIT-PERIOD.
003240     MOVE "N" TO WS-PERIOD-VALID-SW
003250     DISPLAY "enter period to check (CCYYMM):"
003260     ACCEPT WS-CHECK-PERIOD
003270     IF WS-CHECK-PERIOD NOT NUMERIC
003280         DISPLAY "period must be six digits, CCYYMM"
003290     ELSE
003300         IF WS-CHECK-CCYY < 1900
003310             OR WS-CHECK-MM < 1
003320             OR WS-CHECK-MM > 12
003330             DISPLAY "period " WS-CHECK-PERIOD
003340                 " is not a valid CCYYMM month"
003350         ELSE
003360             MOVE "Y" TO WS-PERIOD-VALID-SW
003370         END-IF
003380     END-IF.
003390*
003400*****************************************************************
003410*    2000-LOAD-LOG-TOTALS - TOTAL THE PERIOD'S LOG RECORDS BY    *
003420*                           BUSINESS DATE AND TYPE INTO THE TIE  *
003430*                           TABLE - A TABLE OVERFLOW STOPS THE   *
003440*                           RUN, SINCE A PARTIAL TIE PROVES      *
003450*                           NOTHING                              *
003460*****************************************************************
003470 2000-LOAD-LOG-TOTALS.
003480     MOVE "N" TO WS-EOF-SW
003490     MOVE WS-PERIOD-FIRST-DATE TO TR-KEY-DATE1
003500     MOVE ZERO TO TR-KEY-TIM1
003510     MOVE ZERO TO TR-KEY-SEQ
003520     START TRAN-FILE KEY NOT < TR-KEY
003530         INVALID KEY
003540             MOVE "Y" TO WS-EOF-SW
003550     END-START
003560     IF NOT END-OF-FILE
003570         PERFORM 2100-READ-TRAN-NEXT
003580     END-IF
003590     PERFORM 2200-ADD-LOG-RECORD UNTIL END-OF-FILE
003600         OR RUN-ABORTED.
003610 2000-LOAD-LOG-TOTALS-EXIT.
003620     EXIT.
003630*
003640*****************************************************************
003650*    2100-READ-TRAN-NEXT - READ THE NEXT LOG RECORD AND STOP     *
003660*                          PAST THE END OF THE PERIOD            *
003670*****************************************************************
003680 2100-READ-TRAN-NEXT.
003690     READ TRAN-FILE NEXT RECORD
003700         AT END
003710             MOVE "Y" TO WS-EOF-SW
003720     END-READ
003730     IF NOT END-OF-FILE
003740         AND TR-KEY-DATE1 > WS-PERIOD-LAST-DATE
003750         MOVE "Y" TO WS-EOF-SW
003760     END-IF.
003770*
003780*****************************************************************
003790*    2200-ADD-LOG-RECORD - ADD ONE LOG RECORD TO ITS DATE/TYPE   *
003800*                          ROW, STARTING A NEW ROW WHEN NEEDED   *
003810*****************************************************************
003820 2200-ADD-LOG-RECORD.
003830     ADD 1 TO WS-LOG-READ-COUNT
003840     MOVE ZERO TO WS-TIE-FOUND-SUB
003850     PERFORM 2300-SCAN-LOG-ROW
003860         VARYING WS-TIE-SUB FROM WS-TIE-USED BY -1
003870         UNTIL WS-TIE-SUB < 1
003880         OR WS-TIE-FOUND-SUB > ZERO
003890     IF WS-TIE-FOUND-SUB > ZERO
003900         ADD 1 TO WS-TE-COUNT (WS-TIE-FOUND-SUB)
003910         ADD TR-AMOUNT TO WS-TE-AMOUNT (WS-TIE-FOUND-SUB)
003920     ELSE
003930         IF WS-TIE-USED < WS-TIE-MAX
003940             ADD 1 TO WS-TIE-USED
003950             MOVE TR-KEY-DATE1 TO WS-TE-DATE (WS-TIE-USED)
003960             MOVE TR-TYPE-CODE TO WS-TE-TYPE (WS-TIE-USED)
003970             MOVE 1 TO WS-TE-COUNT (WS-TIE-USED)
003980             MOVE TR-AMOUNT TO WS-TE-AMOUNT (WS-TIE-USED)
003990             MOVE "N" TO WS-TE-MATCHED-SW (WS-TIE-USED)
004000         ELSE
004010             DISPLAY "date/type table full at " WS-TIE-MAX
004020                 " rows - checklist cannot be completed"
004030             MOVE "Y" TO WS-ABORT-SW
004040         END-IF
004050     END-IF
004060     PERFORM 2100-READ-TRAN-NEXT.
004070*
004080*****************************************************************
004090*    2300-SCAN-LOG-ROW - ONE STEP OF THE BACKWARD TABLE SCAN FOR *
004100*                        THIS RECORD'S DATE AND TYPE - THE LOG   *
004110*                        IS IN DATE ORDER, SO THE ROW IS NEAR    *
004120*                        THE END                                 *
004130*****************************************************************
004140 2300-SCAN-LOG-ROW.
004150     IF WS-TE-DATE (WS-TIE-SUB) = TR-KEY-DATE1
004160         AND WS-TE-TYPE (WS-TIE-SUB) = TR-TYPE-CODE
004170         MOVE WS-TIE-SUB TO WS-TIE-FOUND-SUB
004180     END-IF.
004190*
004200*****************************************************************
004210*    3000-TIE-SUMMARY - WALK THE SUMMARY MASTER FOR THE PERIOD,  *
004220*                       PRINT EACH ROW AGAINST THE LOG TOTAL,    *
004230*                       THEN PRINT EVERY LOG TOTAL THAT HAS NO   *
004240*                       SUMMARY ROW - ANY DIFFERENCE IS AN       *
004250*                       EXCEPTION                                *
004260*****************************************************************
004270 3000-TIE-SUMMARY.
004280     MOVE SPACES TO WS-PRINT-LINE
004290     WRITE RPT-RECORD FROM WS-PRINT-LINE
004300     MOVE "1. TRANSACTION LOG TIES TO THE DAILY SUMMARY MASTER"
004310         TO WS-PRINT-LINE
004320     WRITE RPT-RECORD FROM WS-PRINT-LINE
004330     MOVE SPACES TO WS-PRINT-LINE
004340     MOVE "DATE" TO WS-PRINT-LINE(5:4)
004350     MOVE "TY" TO WS-PRINT-LINE(15:2)
004360     MOVE "LOG COUNT" TO WS-PRINT-LINE(17:9)
004370     MOVE "LOG AMOUNT" TO WS-PRINT-LINE(31:10)
004380     MOVE "SUM COUNT" TO WS-PRINT-LINE(41:9)
004390     MOVE "SUM AMOUNT" TO WS-PRINT-LINE(55:10)
004400     MOVE "RESULT" TO WS-PRINT-LINE(67:6)
004410     WRITE RPT-RECORD FROM WS-PRINT-LINE
004420     OPEN INPUT SUMM-FILE
004430     IF WS-SUMM-NOT-FOUND
004440         DISPLAY "summary master not found - no summary rows"
004450     ELSE
004460         IF NOT WS-SUMM-OK
004470             DISPLAY "unable to open SUMFILE, file status: "
004480                 WS-SUMM-STATUS
004490             MOVE "Y" TO WS-ABORT-SW
004500             GO TO 3000-TIE-SUMMARY-EXIT
004510         END-IF
004520         MOVE "N" TO WS-EOF-SW
004530         MOVE WS-PERIOD-FIRST-DATE TO SM-DATE
004540         MOVE LOW-VALUES TO SM-TYPE-CODE
004550         START SUMM-FILE KEY NOT < SM-KEY
004560             INVALID KEY
004570                 MOVE "Y" TO WS-EOF-SW
004580         END-START
004590         IF NOT END-OF-FILE
004600             PERFORM 3100-READ-SUMM-NEXT
004610         END-IF
004620         PERFORM 3200-TIE-SUMMARY-ROW UNTIL END-OF-FILE
004630         CLOSE SUMM-FILE
004640     END-IF
004650     PERFORM 3300-PRINT-UNMATCHED-ROW
004660         VARYING WS-TIE-SUB FROM 1 BY 1
004670         UNTIL WS-TIE-SUB > WS-TIE-USED
004680     MOVE SPACES TO WS-PRINT-LINE
004690     MOVE "LOG RECORDS READ: " TO WS-PRINT-LINE(5:18)
004700     MOVE WS-LOG-READ-COUNT TO WS-EDIT-COUNT
004710     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(23:8)
004720     MOVE "SUMMARY ROWS READ: " TO WS-PRINT-LINE(35:19)
004730     MOVE WS-SUM-READ-COUNT TO WS-EDIT-COUNT
004740     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(54:8)
004750     MOVE "EXCEPTIONS: " TO WS-PRINT-LINE(66:12)
004760     MOVE WS-TIE-EXCEPTIONS TO WS-EDIT-COUNT
004770     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(78:8)
004780     WRITE RPT-RECORD FROM WS-PRINT-LINE.
004790 3000-TIE-SUMMARY-EXIT.
004800     EXIT.
004810*
004820*****************************************************************
004830*    3100-READ-SUMM-NEXT - READ THE NEXT SUMMARY ROW AND STOP    *
004840*                          PAST THE END OF THE PERIOD            *
004850*****************************************************************
004860 3100-READ-SUMM-NEXT.
004870     READ SUMM-FILE NEXT RECORD
004880         AT END
004890             MOVE "Y" TO WS-EOF-SW
004900     END-READ
004910     IF NOT END-OF-FILE
004920         AND SM-DATE > WS-PERIOD-LAST-DATE
004930         MOVE "Y" TO WS-EOF-SW
004940     END-IF.
004950*
004960*****************************************************************
004970*    3200-TIE-SUMMARY-ROW - FIND THE LOG TOTAL FOR THIS SUMMARY  *
004980*                           ROW, PRINT THE TWO SIDE BY SIDE, AND *
004990*                           COUNT ANY DIFFERENCE - A SUMMARY ROW *
005000*                           WITH NO LOG RECORDS TIES ONLY IF IT  *
005010*                           IS ZERO                              *
005020*****************************************************************
005030 3200-TIE-SUMMARY-ROW.
005040     ADD 1 TO WS-SUM-READ-COUNT
005050     MOVE ZERO TO WS-TIE-FOUND-SUB
005060     PERFORM 3210-SCAN-SUMMARY-ROW
005070         VARYING WS-TIE-SUB FROM 1 BY 1
005080         UNTIL WS-TIE-SUB > WS-TIE-USED
005090         OR WS-TIE-FOUND-SUB > ZERO
005100     MOVE SPACES TO WS-PRINT-LINE
005110     MOVE SM-DATE TO WS-TI-DATE
005120     MOVE SM-TYPE-CODE TO WS-TI-TYPE
005130     MOVE SM-COUNT TO WS-TI-SUM-COUNT
005140     MOVE SM-AMOUNT TO WS-TI-SUM-AMOUNT
005150     IF WS-TIE-FOUND-SUB > ZERO
005160         MOVE "Y" TO WS-TE-MATCHED-SW (WS-TIE-FOUND-SUB)
005170         MOVE WS-TE-COUNT (WS-TIE-FOUND-SUB) TO WS-TI-LOG-COUNT
005180         MOVE WS-TE-AMOUNT (WS-TIE-FOUND-SUB) TO WS-TI-LOG-AMOUNT
005190         IF WS-TE-COUNT (WS-TIE-FOUND-SUB) = SM-COUNT
005200             AND WS-TE-AMOUNT (WS-TIE-FOUND-SUB) = SM-AMOUNT
005210             MOVE "TIES" TO WS-TI-RESULT
005220         ELSE
005230             MOVE "*** DOES NOT TIE" TO WS-TI-RESULT
005240             ADD 1 TO WS-TIE-EXCEPTIONS
005250         END-IF
005260     ELSE
005270         MOVE ZERO TO WS-TI-LOG-COUNT
005280         MOVE ZERO TO WS-TI-LOG-AMOUNT
005290         IF SM-COUNT = ZERO
005300             AND SM-AMOUNT = ZERO
005310             MOVE "TIES" TO WS-TI-RESULT
005320         ELSE
005330             MOVE "*** NOT ON THE LOG" TO WS-TI-RESULT
005340             ADD 1 TO WS-TIE-EXCEPTIONS
005350         END-IF
005360     END-IF
005370     WRITE RPT-RECORD FROM WS-PRINT-LINE
005380     PERFORM 3100-READ-SUMM-NEXT.
005390*
005400*****************************************************************
005410*    3210-SCAN-SUMMARY-ROW - ONE STEP OF THE TABLE SCAN FOR THE  *
005420*                            SUMMARY ROW'S DATE AND TYPE         *
005430*****************************************************************
005440 3210-SCAN-SUMMARY-ROW.
005450     IF WS-TE-DATE (WS-TIE-SUB) = SM-DATE
005460         AND WS-TE-TYPE (WS-TIE-SUB) = SM-TYPE-CODE
005470         MOVE WS-TIE-SUB TO WS-TIE-FOUND-SUB
005480     END-IF.
005490*
005500*****************************************************************
005510*    3300-PRINT-UNMATCHED-ROW - PRINT A LOG TOTAL THAT NO        *
005520*                               SUMMARY ROW CLAIMED AS AN        *
005530*                               EXCEPTION                        *
005540*****************************************************************
005550 3300-PRINT-UNMATCHED-ROW.
005560     IF NOT TE-MATCHED (WS-TIE-SUB)
005570         MOVE SPACES TO WS-PRINT-LINE
005580         MOVE WS-TE-DATE (WS-TIE-SUB) TO WS-TI-DATE
005590         MOVE WS-TE-TYPE (WS-TIE-SUB) TO WS-TI-TYPE
005600         MOVE WS-TE-COUNT (WS-TIE-SUB) TO WS-TI-LOG-COUNT
005610         MOVE WS-TE-AMOUNT (WS-TIE-SUB) TO WS-TI-LOG-AMOUNT
005620         MOVE ZERO TO WS-TI-SUM-COUNT
005630         MOVE ZERO TO WS-TI-SUM-AMOUNT
005640         MOVE "*** NOT ON THE SUMMARY" TO WS-TI-RESULT
005650         ADD 1 TO WS-TIE-EXCEPTIONS
005660         WRITE RPT-RECORD FROM WS-PRINT-LINE
005670     END-IF.
005680*
005690*****************************************************************
005700*    4000-CHECK-PENDFIX - LIST EVERY CORRECTION OR DELETION      *
005710*                         STILL WAITING FOR APPROVAL AGAINST A   *
005720*                         RECORD DATED IN THE PERIOD - EACH IS   *
005730*                         AN EXCEPTION                           *
005740*****************************************************************
005750 4000-CHECK-PENDFIX.
005760     MOVE SPACES TO WS-PRINT-LINE
005770     WRITE RPT-RECORD FROM WS-PRINT-LINE
005780     MOVE "2. NOTHING LEFT ON THE PENDFIX APPROVAL QUEUE"
005790         TO WS-PRINT-LINE
005800     WRITE RPT-RECORD FROM WS-PRINT-LINE
005810     OPEN INPUT PEND-FILE
005820     IF WS-PEND-NOT-FOUND
005830         GO TO 4000-CHECK-PENDFIX-TOTAL
005840     END-IF
005850     IF NOT WS-PEND-OK
005860         DISPLAY "unable to open PENDFIX, file status: "
005870             WS-PEND-STATUS
005880         MOVE "Y" TO WS-ABORT-SW
005890         GO TO 4000-CHECK-PENDFIX-EXIT
005900     END-IF
005910     MOVE "N" TO WS-EOF-SW
005920     MOVE WS-PERIOD-FIRST-DATE TO PD-TR-DATE
005930     MOVE ZERO TO PD-TR-TIME
005940     MOVE ZERO TO PD-TR-SEQ
005950     START PEND-FILE KEY NOT < PD-KEY
005960         INVALID KEY
005970             MOVE "Y" TO WS-EOF-SW
005980     END-START
005990     IF NOT END-OF-FILE
006000         PERFORM 4100-READ-PEND-NEXT
006010     END-IF
006020     PERFORM 4200-PRINT-PENDING UNTIL END-OF-FILE
006030     CLOSE PEND-FILE.
006040 4000-CHECK-PENDFIX-TOTAL.
006050     MOVE SPACES TO WS-PRINT-LINE
006060     MOVE "CHANGES PENDING: " TO WS-PRINT-LINE(5:17)
006070     MOVE WS-PEND-EXCEPTIONS TO WS-EDIT-COUNT
006080     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(22:8)
006090     WRITE RPT-RECORD FROM WS-PRINT-LINE.
006100 4000-CHECK-PENDFIX-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140*    4100-READ-PEND-NEXT - READ THE NEXT QUEUED CHANGE AND STOP  *
006150*                          PAST THE END OF THE PERIOD            *
006160*****************************************************************
006170 4100-READ-PEND-NEXT.
006180     READ PEND-FILE NEXT RECORD
006190         AT END
006200             MOVE "Y" TO WS-EOF-SW
006210     END-READ
006220     IF NOT END-OF-FILE
006230         AND PD-TR-DATE > WS-PERIOD-LAST-DATE
006240         MOVE "Y" TO WS-EOF-SW
006250     END-IF.
006260*
006270*****************************************************************
006280*    4200-PRINT-PENDING - PRINT ONE QUEUED CHANGE AS AN EXCEPTION*
006290*****************************************************************
006300 4200-PRINT-PENDING.
006310     ADD 1 TO WS-PEND-EXCEPTIONS
006320     MOVE SPACES TO WS-PRINT-LINE
006330     MOVE PD-TR-DATE TO WS-PV-TR-DATE
006340     MOVE PD-TR-TIME TO WS-PV-TR-TIME
006350     MOVE PD-TR-SEQ TO WS-PV-TR-SEQ
006360     IF PD-DELETION
006370         MOVE "DELETION" TO WS-PV-FUNCTION
006380     ELSE
006390         MOVE "CORRECTION" TO WS-PV-FUNCTION
006400     END-IF
006410     MOVE PD-REQUESTER-ID TO WS-PV-REQUESTER
006420     MOVE PD-STAMP-DATE TO WS-PV-STAMP-DATE
006430     WRITE RPT-RECORD FROM WS-PRINT-LINE
006440     PERFORM 4100-READ-PEND-NEXT.
006450*
006460*****************************************************************
006470*    5000-CHECK-SUSPENSE - LIST EVERY SUSPENSE ITEM DATED IN THE *
006480*                          PERIOD - EACH IS AN EXCEPTION         *
006490*****************************************************************
006500 5000-CHECK-SUSPENSE.
006510     MOVE SPACES TO WS-PRINT-LINE
006520     WRITE RPT-RECORD FROM WS-PRINT-LINE
006530     MOVE "3. NO SUSPENSE ITEMS DATED IN THE PERIOD"
006540         TO WS-PRINT-LINE
006550     WRITE RPT-RECORD FROM WS-PRINT-LINE
006560     OPEN INPUT SUSP-FILE
006570     IF WS-SUSP-NOT-FOUND
006580         GO TO 5000-CHECK-SUSPENSE-TOTAL
006590     END-IF
006600     IF NOT WS-SUSP-OK
006610         DISPLAY "unable to open SUSPENSE, file status: "
006620             WS-SUSP-STATUS
006630         MOVE "Y" TO WS-ABORT-SW
006640         GO TO 5000-CHECK-SUSPENSE-EXIT
006650     END-IF
006660     MOVE "N" TO WS-EOF-SW
006670     MOVE WS-PERIOD-FIRST-DATE TO SP-DATE
006680     MOVE ZERO TO SP-SEQ
006690     START SUSP-FILE KEY NOT < SP-KEY
006700         INVALID KEY
006710             MOVE "Y" TO WS-EOF-SW
006720     END-START
006730     IF NOT END-OF-FILE
006740         PERFORM 5100-READ-SUSP-NEXT
006750     END-IF
006760     PERFORM 5200-PRINT-SUSPENSE UNTIL END-OF-FILE
006770     CLOSE SUSP-FILE.
006780 5000-CHECK-SUSPENSE-TOTAL.
006790     MOVE SPACES TO WS-PRINT-LINE
006800     MOVE "SUSPENSE ITEMS: " TO WS-PRINT-LINE(5:16)
006810     MOVE WS-SUSP-EXCEPTIONS TO WS-EDIT-COUNT
006820     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(21:8)
006830     WRITE RPT-RECORD FROM WS-PRINT-LINE.
006840 5000-CHECK-SUSPENSE-EXIT.
006850     EXIT.
006860*
006870*****************************************************************
006880*    5100-READ-SUSP-NEXT - READ THE NEXT SUSPENSE ITEM AND STOP  *
006890*                          PAST THE END OF THE PERIOD            *
006900*****************************************************************
006910 5100-READ-SUSP-NEXT.
006920     READ SUSP-FILE NEXT RECORD
006930         AT END
006940             MOVE "Y" TO WS-EOF-SW
006950     END-READ
006960     IF NOT END-OF-FILE
006970         AND SP-DATE > WS-PERIOD-LAST-DATE
006980         MOVE "Y" TO WS-EOF-SW
006990     END-IF.
007000*
007010*****************************************************************
007020*    5200-PRINT-SUSPENSE - PRINT ONE SUSPENSE ITEM AS AN         *
007030*                          EXCEPTION                             *
007040*****************************************************************
007050 5200-PRINT-SUSPENSE.
007060     ADD 1 TO WS-SUSP-EXCEPTIONS
007070     MOVE SPACES TO WS-PRINT-LINE
007080     MOVE SP-DATE TO WS-SV-DATE
007090     MOVE SP-SEQ TO WS-SV-SEQ
007100     MOVE SP-REASON-CODE TO WS-SV-REASON
007110     MOVE SP-VAR1 TO WS-SV-VAR1
007120     MOVE SP-OPERATOR-ID TO WS-SV-OPERATOR
007130     MOVE SP-TYPE-CODE TO WS-SV-TYPE
007140     MOVE SP-AMOUNT TO WS-SV-AMOUNT
007150     WRITE RPT-RECORD FROM WS-PRINT-LINE
007160     PERFORM 5100-READ-SUSP-NEXT.
007170*
007180*****************************************************************
007190*    6000-SHOW-PERIOD-STATUS - PRINT, FOR INFORMATION, WHETHER   *
007200*                              THE PERIOD IS ALREADY CLOSED AND  *
007210*                              HOW MANY CHANGES HAVE BEEN        *
007220*                              REFUSED AGAINST IT                *
007230*****************************************************************
007240 6000-SHOW-PERIOD-STATUS.
007250     MOVE SPACES TO WS-PRINT-LINE
007260     WRITE RPT-RECORD FROM WS-PRINT-LINE
007270     MOVE "PERIOD STATUS: " TO WS-PRINT-LINE(5:15)
007280     MOVE "OPEN" TO WS-PRINT-LINE(20:4)
007290     OPEN INPUT PERD-FILE
007300     IF WS-PERD-OK
007310         MOVE WS-CHECK-PERIOD TO PC-PERIOD
007320         READ PERD-FILE
007330             INVALID KEY
007340                 CONTINUE
007350         END-READ
007360         IF WS-PERD-OK
007370             AND PC-CLOSED
007380             MOVE "CLOSED ON " TO WS-PRINT-LINE(20:10)
007390             MOVE PC-CLOSE-DATE TO WS-PRINT-LINE(30:8)
007400             MOVE " BY " TO WS-PRINT-LINE(38:4)
007410             MOVE PC-CLOSED-BY TO WS-PRINT-LINE(42:8)
007420         END-IF
007430         CLOSE PERD-FILE
007440     END-IF
007450     WRITE RPT-RECORD FROM WS-PRINT-LINE
007460     OPEN INPUT PERL-FILE
007470     IF WS-PERL-OK
007480         MOVE "N" TO WS-EOF-SW
007490         PERFORM 6100-COUNT-REFUSAL UNTIL END-OF-FILE
007500         CLOSE PERL-FILE
007510     END-IF
007520     MOVE SPACES TO WS-PRINT-LINE
007530     MOVE "CHANGES REFUSED AGAINST THE PERIOD (PERLOG): "
007540         TO WS-PRINT-LINE(5:45)
007550     MOVE WS-REFUSAL-COUNT TO WS-EDIT-COUNT
007560     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(50:8)
007570     WRITE RPT-RECORD FROM WS-PRINT-LINE.
007580*
007590*****************************************************************
007600*    6100-COUNT-REFUSAL - READ ONE REFUSAL-LOG RECORD AND COUNT  *
007610*                         IT IF IT WAS AGAINST THE PERIOD        *
007620*****************************************************************
007630 6100-COUNT-REFUSAL.
007640     READ PERL-FILE
007650         AT END
007660             MOVE "Y" TO WS-EOF-SW
007670     END-READ
007680     IF NOT END-OF-FILE
007690         AND PL-PERIOD = WS-CHECK-PERIOD
007700         ADD 1 TO WS-REFUSAL-COUNT
007710     END-IF.
007720*
007730*****************************************************************
007740*    7000-PRINT-VERDICT - PRINT THE EXCEPTION TOTAL AND WHETHER  *
007750*                         THE PERIOD IS CLEAN TO CLOSE           *
007760*****************************************************************
007770 7000-PRINT-VERDICT.
007780     COMPUTE WS-TOTAL-EXCEPTIONS = WS-TIE-EXCEPTIONS
007790         + WS-PEND-EXCEPTIONS + WS-SUSP-EXCEPTIONS
007800     MOVE SPACES TO WS-PRINT-LINE
007810     WRITE RPT-RECORD FROM WS-PRINT-LINE
007820     MOVE "TOTAL EXCEPTIONS: " TO WS-PRINT-LINE(5:18)
007830     MOVE WS-TOTAL-EXCEPTIONS TO WS-EDIT-COUNT
007840     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(23:8)
007850     WRITE RPT-RECORD FROM WS-PRINT-LINE
007860     MOVE SPACES TO WS-PRINT-LINE
007870     IF WS-TOTAL-EXCEPTIONS = ZERO
007880         MOVE "VERDICT: PERIOD IS CLEAN - IT MAY BE CLOSED"
007890             TO WS-PRINT-LINE(5:43)
007900     ELSE
007910         MOVE "VERDICT: PERIOD IS NOT CLEAN - CLEAR THE "
007920             TO WS-PRINT-LINE(5:41)
007930         MOVE "EXCEPTIONS BEFORE IT IS CLOSED"
007940             TO WS-PRINT-LINE(46:30)
007950     END-IF
007960     WRITE RPT-RECORD FROM WS-PRINT-LINE
007970     DISPLAY "period " WS-CHECK-PERIOD " checklist: "
007980         WS-TOTAL-EXCEPTIONS " exception(s)".
007990*
008000*****************************************************************
008010*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE - 4    *
008020*                     WHEN THE PERIOD IS NOT CLEAN               *
008030*****************************************************************
008040 9000-TERMINATE.
008050     IF TRAN-FILE-OPEN
008060         CLOSE TRAN-FILE
008070     END-IF
008080     IF RPT-FILE-OPEN
008090         CLOSE RPT-FILE
008100     END-IF
008110     IF RUN-ABORTED
008120         MOVE 8 TO RETURN-CODE
008130     ELSE
008140         IF WS-TOTAL-EXCEPTIONS > ZERO
008150             MOVE 4 TO RETURN-CODE
008160         ELSE
008170             MOVE ZERO TO RETURN-CODE
008180         END-IF
008190     END-IF.
