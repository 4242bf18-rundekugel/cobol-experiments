000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INVRP01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : NIGHTLY DOUBLE-KEY VERIFICATION REPORT.  WALKS*
000060*                 THE CURRENT BUSINESS DATE'S TRANSACTION-LOG   *
000070*                 ENTRIES, DECIDES FROM THE VERIFICATION RULES  *
000080*                 WHICH OF THEM NEEDED A SECOND KEYING, AND     *
000090*                 LISTS AND COUNTS THOSE STILL UNVERIFIED.  THEN*
000100*                 WALKS THE DAY'S VERIFY RECORDS, LISTING EVERY *
000110*                 MISMATCH WITH ITS RESOLUTION, AND PRINTS FOR  *
000120*                 THE TEAM LEADS EACH VERIFIER'S MATCHES,       *
000130*                 MISMATCHES AND ACCURACY AND EACH KEYING       *
000140*                 OPERATOR'S MISMATCHES AND ACCURACY.  A        *
000150*                 MISMATCH RESOLVED BY KEEPING THE ENTRY AS     *
000160*                 LOGGED COUNTS AGAINST THE VERIFIER; ONE       *
000170*                 RESOLVED BY A CORRECTION OR DELETION COUNTS   *
000180*                 AGAINST THE KEYING OPERATOR; AN OPEN ONE      *
000190*                 COUNTS AGAINST NEITHER YET.  UNVERIFIED       *
000200*                 ENTRIES ARE FOLLOW-UP WORK, NOT A STEP        *
000210*                 FAILURE, SO THE RETURN CODE STAYS ZERO AND THE*
000220*                 END-OF-DAY STREAM RUNS ON.                    *
000230*                                                               *
000240*    MODIFICATION HISTORY                                       *
000250*    ------------------------------------------------------     *
000260*    2026-10-15  DK  ORIGINAL.                                  *
000263*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000266*                    AND CODE ALTERNATE KEYS.                   *
000267*    2026-10-15  DK  A MISMATCH WHOSE FIX IS QUEUED FOR         *
000268*                    APPROVAL IS COUNTED AND LISTED AS OPEN,    *
000269*                    MARKED FIX PENDING.                        *
000270*                                                               *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. INVRP01.
000310 AUTHOR. D. KUGEL.
000320 INSTALLATION. DATA ENTRY SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TR-KEY
000423         ALTERNATE RECORD KEY IS TR-OPER-KEY
000426         ALTERNATE RECORD KEY IS TR-CODE-KEY
000430         FILE STATUS IS WS-TRAN-STATUS.
000440*
000450     SELECT VERF-FILE ASSIGN TO "VERIFY"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS VF-TR-KEY
000490         FILE STATUS IS WS-VERF-STATUS.
000500*
000510     SELECT VRUL-FILE ASSIGN TO "VERRULE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS VR-CODE
000550         FILE STATUS IS WS-VRUL-STATUS.
000560*
000570     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-BUSD-STATUS.
000600*
000610     SELECT RPT-FILE ASSIGN TO "INVRP01.LST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*****************************************************************
000680*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000690*****************************************************************
000700 FD  TRAN-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TRANREC.
000740*
000750*****************************************************************
000760*    VERF-FILE - DOUBLE-KEY VERIFICATIONS AND DISCREPANCIES      *
000770*****************************************************************
000780 FD  VERF-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY VERFREC.
000820*
000830*****************************************************************
000840*    VRUL-FILE - DOUBLE-KEY VERIFICATION RULES                   *
000850*****************************************************************
000860 FD  VRUL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY VRULREC.
000900*
000910*****************************************************************
000920*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE                *
000930*****************************************************************
000940 FD  BUSD-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY BUSDATE.
000980*
000990*****************************************************************
001000*    RPT-FILE - PRINTED VERIFICATION REPORT                      *
001010*****************************************************************
001020 FD  RPT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  RPT-RECORD                  PIC X(132).
001050*
001060 WORKING-STORAGE SECTION.
001070 01  WS-PRINT-LINE                PIC X(132).
001080*
001090 01  WS-UNVER-VIEW REDEFINES WS-PRINT-LINE.
001100     05  FILLER                  PIC X(04).
001110     05  WS-U-KEY                PIC X(19).
001120     05  FILLER                  PIC X(02).
001130     05  WS-U-OPID               PIC X(08).
001140     05  FILLER                  PIC X(02).
001150     05  WS-U-VAR1               PIC X(22).
001160     05  FILLER                  PIC X(02).
001170     05  WS-U-TYPE               PIC X(02).
001180     05  FILLER                  PIC X(02).
001190     05  WS-U-AMOUNT             PIC -(07)9.99.
001200     05  FILLER                  PIC X(58).
001210*
001220 01  WS-MISMATCH-VIEW REDEFINES WS-PRINT-LINE.
001230     05  FILLER                  PIC X(04).
001240     05  WS-M-KEY                PIC X(19).
001250     05  FILLER                  PIC X(02).
001260     05  WS-M-KEYED-BY           PIC X(08).
001270     05  FILLER                  PIC X(02).
001280     05  WS-M-VERIFIER           PIC X(08).
001290     05  FILLER                  PIC X(02).
001300     05  WS-M-FIELDS             PIC X(16).
001310     05  FILLER                  PIC X(02).
001320     05  WS-M-STATUS             PIC X(20).
001330     05  FILLER                  PIC X(02).
001340     05  WS-M-RESOLVED-BY        PIC X(08).
001350     05  FILLER                  PIC X(39).
001360*
001370 01  WS-TALLY-VIEW REDEFINES WS-PRINT-LINE.
001380     05  FILLER                  PIC X(04).
001390     05  WS-T-OPID               PIC X(08).
001400     05  FILLER                  PIC X(04).
001410     05  WS-T-COUNT-1            PIC Z(05)9.
001420     05  FILLER                  PIC X(04).
001430     05  WS-T-COUNT-2            PIC Z(05)9.
001440     05  FILLER                  PIC X(04).
001450     05  WS-T-COUNT-3            PIC Z(05)9.
001460     05  FILLER                  PIC X(04).
001470     05  WS-T-COUNT-4            PIC Z(05)9.
001480     05  FILLER                  PIC X(04).
001490     05  WS-T-PERCENT            PIC ZZ9.9.
001500     05  FILLER                  PIC X(71).
001510*
001520 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
001530     05  FILLER                  PIC X(04).
001540     05  WS-C-LABEL              PIC X(28).
001550     05  WS-C-COUNT              PIC Z(05)9.
001560     05  FILLER                  PIC X(94).
001570*
001580 01  WS-KEY-TEXT.
001590     05  WS-KT-DATE              PIC 9(08).
001600     05  FILLER                  PIC X(01)   VALUE "-".
001610     05  WS-KT-TIME              PIC 9(06).
001620     05  FILLER                  PIC X(01)   VALUE "-".
001630     05  WS-KT-SEQ               PIC 9(03).
001640*
001650 01  WS-TRAN-STATUS               PIC X(02).
001660     88  WS-TRAN-OK                           VALUE "00".
001670*
001680 01  WS-VERF-STATUS               PIC X(02).
001690     88  WS-VERF-OK                           VALUE "00".
001700     88  WS-VERF-FOUND                        VALUE "00".
001710     88  WS-VERF-NOT-FOUND                    VALUE "35".
001720*
001730 01  WS-VRUL-STATUS               PIC X(02).
001740     88  WS-VRUL-OK                           VALUE "00".
001750     88  WS-VRUL-FOUND                        VALUE "00".
001760     88  WS-VRUL-NOT-FOUND                    VALUE "35".
001770*
001780 01  WS-BUSD-STATUS               PIC X(02).
001790     88  WS-BUSD-OK                           VALUE "00".
001800*
001810 01  WS-RPT-STATUS                PIC X(02).
001820     88  WS-RPT-OK                            VALUE "00".
001830*
001840 01  WS-SWITCHES.
001850     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001860         88  RUN-ABORTED                     VALUE "Y".
001870     05  WS-TRAN-OPEN-SW         PIC X(01)   VALUE "N".
001880         88  TRAN-FILE-OPEN                  VALUE "Y".
001890     05  WS-VERF-OPEN-SW         PIC X(01)   VALUE "N".
001900         88  VERF-FILE-OPEN                  VALUE "Y".
001910     05  WS-VRUL-OPEN-SW         PIC X(01)   VALUE "N".
001920         88  VRUL-FILE-OPEN                  VALUE "Y".
001930     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
001940         88  RPT-FILE-OPEN                   VALUE "Y".
001950     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
001960         88  END-OF-DAY-ENTRIES              VALUE "Y".
001970     05  WS-VERF-EOF-SW          PIC X(01)   VALUE "N".
001980         88  END-OF-DAY-VERIFIES             VALUE "Y".
001990     05  WS-NEEDS-VERIFY-SW      PIC X(01)   VALUE "N".
002000         88  ENTRY-NEEDS-VERIFY              VALUE "Y".
002010*
002020 01  WS-BUS-DATE                  PIC 9(08).
002030 01  WS-ABS-AMOUNT                PIC 9(07)V99.
002040 01  WS-PERCENT                   PIC 9(03)V9.
002050*
002060 77  WS-ENTRY-COUNT               PIC 9(06)   COMP VALUE ZERO.
002070 77  WS-REQUIRED-COUNT            PIC 9(06)   COMP VALUE ZERO.
002080 77  WS-MATCHED-COUNT             PIC 9(06)   COMP VALUE ZERO.
002090 77  WS-OPEN-COUNT                PIC 9(06)   COMP VALUE ZERO.
002100 77  WS-RESOLVED-COUNT            PIC 9(06)   COMP VALUE ZERO.
002110 77  WS-UNVERIFIED-COUNT          PIC 9(06)   COMP VALUE ZERO.
002120 77  WS-MISMATCH-COUNT            PIC 9(06)   COMP VALUE ZERO.
002130 01  WS-COUNT-ED                  PIC Z(05)9.
002140*
002150*****************************************************************
002160*    WS-VERIFIER-TALLY - THE DAY'S RE-KEYS BY VERIFIER          *
002170*****************************************************************
002180 01  WS-VERIFIER-TALLY.
002190     05  WS-VFR-USED             PIC 9(03)   COMP VALUE ZERO.
002200     05  WS-VFR-ENTRY            OCCURS 100 TIMES.
002210         10  WS-VFR-ID           PIC X(08).
002220         10  WS-VFR-CHECKED      PIC 9(06)   COMP.
002230         10  WS-VFR-MATCHED      PIC 9(06)   COMP.
002240         10  WS-VFR-MISMATCHED   PIC 9(06)   COMP.
002250         10  WS-VFR-ERRORS       PIC 9(06)   COMP.
002260 77  WS-VFR-SUB                   PIC 9(03)   COMP.
002270 77  WS-VFR-HIT                   PIC 9(03)   COMP.
002280*
002290*****************************************************************
002300*    WS-KEYER-TALLY - THE DAY'S RE-KEYS BY KEYING OPERATOR      *
002310*****************************************************************
002320 01  WS-KEYER-TALLY.
002330     05  WS-KEY-USED             PIC 9(03)   COMP VALUE ZERO.
002340     05  WS-KEY-ENTRY            OCCURS 100 TIMES.
002350         10  WS-KEY-ID           PIC X(08).
002360         10  WS-KEY-CHECKED      PIC 9(06)   COMP.
002370         10  WS-KEY-MISMATCHED   PIC 9(06)   COMP.
002380         10  WS-KEY-ERRORS       PIC 9(06)   COMP.
002390         10  WS-KEY-OPEN         PIC 9(06)   COMP.
002400 77  WS-KEY-SUB                   PIC 9(03)   COMP.
002410 77  WS-KEY-HIT                   PIC 9(03)   COMP.
002420*
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450*    0000-MAINLINE                                               *
002460*****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002490     IF NOT RUN-ABORTED
002500         PERFORM 2000-CHECK-LOG
002510         PERFORM 3000-CHECK-VERIFIES
002520         PERFORM 7000-PRINT-TALLIES
002530         PERFORM 7500-PRINT-TOTALS
002540     END-IF
002550     PERFORM 9000-TERMINATE
002560     GOBACK.
002570*
002580*****************************************************************
002590*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND OPEN THE    *
002600*                      FILES.  NO RULE FILE MEANS EVERY ENTRY    *
002610*                      NEEDED VERIFYING; NO VERIFY FILE MEANS    *
002620*                      NOTHING HAS BEEN VERIFIED YET             *
002630*****************************************************************
002640 1000-INITIALIZE.
002650     OPEN INPUT BUSD-FILE
002660     IF NOT WS-BUSD-OK
002670         DISPLAY "unable to open BUSDATE, file status: "
002680             WS-BUSD-STATUS " - run INBDT01 to build it"
002690         MOVE "Y" TO WS-ABORT-SW
002700         GO TO 1000-INITIALIZE-EXIT
002710     END-IF
002720     READ BUSD-FILE
002730         AT END
002740             DISPLAY "BUSDATE is empty - run INBDT01"
002750             MOVE "Y" TO WS-ABORT-SW
002760     END-READ
002770     CLOSE BUSD-FILE
002780     IF RUN-ABORTED
002790         GO TO 1000-INITIALIZE-EXIT
002800     END-IF
002810     MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
002820     OPEN INPUT TRAN-FILE
002830     IF NOT WS-TRAN-OK
002840         DISPLAY "unable to open TRANLOG, file status: "
002850             WS-TRAN-STATUS
002860         MOVE "Y" TO WS-ABORT-SW
002870         GO TO 1000-INITIALIZE-EXIT
002880     END-IF
002890     MOVE "Y" TO WS-TRAN-OPEN-SW
002900     OPEN INPUT VRUL-FILE
002910     IF WS-VRUL-OK
002920         MOVE "Y" TO WS-VRUL-OPEN-SW
002930     ELSE
002940         IF NOT WS-VRUL-NOT-FOUND
002950             DISPLAY "unable to open VERRULE, file status: "
002960                 WS-VRUL-STATUS
002970             MOVE "Y" TO WS-ABORT-SW
002980             GO TO 1000-INITIALIZE-EXIT
002990         END-IF
003000     END-IF
003010     OPEN INPUT VERF-FILE
003020     IF WS-VERF-OK
003030         MOVE "Y" TO WS-VERF-OPEN-SW
003040     ELSE
003050         IF NOT WS-VERF-NOT-FOUND
003060             DISPLAY "unable to open VERIFY, file status: "
003070                 WS-VERF-STATUS
003080             MOVE "Y" TO WS-ABORT-SW
003090             GO TO 1000-INITIALIZE-EXIT
003100         END-IF
003110     END-IF
003120     OPEN OUTPUT RPT-FILE
003130     IF NOT WS-RPT-OK
003140         DISPLAY "unable to open INVRP01.LST, file status: "
003150             WS-RPT-STATUS
003160         MOVE "Y" TO WS-ABORT-SW
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF
003190     MOVE "Y" TO WS-RPT-OPEN-SW
003200     MOVE SPACES TO WS-PRINT-LINE
003210     MOVE "DOUBLE-KEY VERIFICATION REPORT" TO WS-PRINT-LINE
003220     WRITE RPT-RECORD FROM WS-PRINT-LINE
003230     MOVE SPACES TO WS-PRINT-LINE
003240     MOVE "BUSINESS DATE: " TO WS-PRINT-LINE(5:15)
003250     MOVE WS-BUS-DATE TO WS-PRINT-LINE(20:8)
003260     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003270 1000-INITIALIZE-EXIT.
003280     EXIT.
003290*
003300*****************************************************************
003310*    2000-CHECK-LOG - WALK THE BUSINESS DATE'S LOG ENTRIES AND   *
003320*                     LIST EVERY ONE THAT NEEDED A SECOND        *
003330*                     KEYING AND HAS NONE                        *
003340*****************************************************************
003350 2000-CHECK-LOG.
003360     MOVE SPACES TO WS-PRINT-LINE
003370     WRITE RPT-RECORD FROM WS-PRINT-LINE
003380     MOVE SPACES TO WS-PRINT-LINE
003390     MOVE "ENTRIES STILL UNVERIFIED" TO WS-PRINT-LINE(5:24)
003400     WRITE RPT-RECORD FROM WS-PRINT-LINE
003410     MOVE SPACES TO WS-PRINT-LINE
003420     MOVE "KEY                  OPERATOR  VALUE" TO
003430         WS-PRINT-LINE(5:36)
003440     MOVE "TYPE  AMOUNT" TO WS-PRINT-LINE(63:12)
003450     WRITE RPT-RECORD FROM WS-PRINT-LINE
003460     MOVE WS-BUS-DATE TO TR-KEY-DATE1
003470     MOVE ZERO TO TR-KEY-TIM1
003480     MOVE ZERO TO TR-KEY-SEQ
003490     START TRAN-FILE KEY NOT < TR-KEY
003500         INVALID KEY
003510             MOVE "Y" TO WS-LOG-EOF-SW
003520     END-START
003530     IF NOT END-OF-DAY-ENTRIES
003540         PERFORM 2100-READ-TRAN-NEXT
003550     END-IF
003560     PERFORM 2200-CHECK-ENTRY UNTIL END-OF-DAY-ENTRIES.
003570*
003580*****************************************************************
003590*    2100-READ-TRAN-NEXT - READ THE NEXT LOG RECORD, ENDING THE  *
003600*                          WALK AT THE END OF THE BUSINESS DATE  *
003610*****************************************************************
003620 2100-READ-TRAN-NEXT.
003630     READ TRAN-FILE NEXT RECORD
003640         AT END
003650             MOVE "Y" TO WS-LOG-EOF-SW
003660     END-READ
003670     IF NOT END-OF-DAY-ENTRIES
003680         AND TR-KEY-DATE1 NOT = WS-BUS-DATE
003690         MOVE "Y" TO WS-LOG-EOF-SW
003700     END-IF.
003710*
003720*****************************************************************
003730*    2200-CHECK-ENTRY - COUNT THE ENTRY AND, WHEN THE RULES      *
003740*                       CALLED FOR VERIFICATION AND THERE IS NO  *
003750*                       VERIFY RECORD, LIST IT                   *
003760*****************************************************************
003770 2200-CHECK-ENTRY.
003780     ADD 1 TO WS-ENTRY-COUNT
003790     PERFORM 2300-CHECK-RULE
003800     IF ENTRY-NEEDS-VERIFY
003810         ADD 1 TO WS-REQUIRED-COUNT
003820         MOVE "N" TO WS-VERF-STATUS
003830         IF VERF-FILE-OPEN
003840             MOVE TR-KEY TO VF-TR-KEY
003850             READ VERF-FILE
003860                 INVALID KEY
003870                     CONTINUE
003880             END-READ
003890         END-IF
003900         IF NOT WS-VERF-FOUND
003910             PERFORM 6000-PRINT-UNVERIFIED
003920         END-IF
003930     END-IF
003940     PERFORM 2100-READ-TRAN-NEXT.
003950*
003960*****************************************************************
003970*    2300-CHECK-RULE - DECIDE WHETHER THE ENTRY NEEDED A SECOND  *
003980*                      KEYING, AS INVER01 DECIDES IT.  THE       *
003990*                      CODE'S OWN RULE APPLIES, ELSE THE         *
004000*                      *DEFAULT RULE, ELSE EVERY ENTRY IS        *
004010*                      VERIFIED.  AN EXEMPT RULE NEVER VERIFIES; *
004020*                      A VERIFY RULE WITH A THRESHOLD ONLY       *
004030*                      CATCHES AMOUNTS, IGNORING SIGN, OVER IT   *
004040*****************************************************************
004050 2300-CHECK-RULE.
004060     MOVE "Y" TO WS-NEEDS-VERIFY-SW
004070     IF VRUL-FILE-OPEN
004080         MOVE TR-VAR1 TO VR-CODE
004090         READ VRUL-FILE
004100             INVALID KEY
004110                 CONTINUE
004120         END-READ
004130         IF NOT WS-VRUL-FOUND
004140             MOVE "*DEFAULT" TO VR-CODE
004150             READ VRUL-FILE
004160                 INVALID KEY
004170                     CONTINUE
004180             END-READ
004190         END-IF
004200         IF WS-VRUL-FOUND
004210             IF VR-EXEMPT
004220                 MOVE "N" TO WS-NEEDS-VERIFY-SW
004230             ELSE
004240                 IF TR-AMOUNT < ZERO
004250                     COMPUTE WS-ABS-AMOUNT = ZERO - TR-AMOUNT
004260                 ELSE
004270                     MOVE TR-AMOUNT TO WS-ABS-AMOUNT
004280                 END-IF
004290                 IF VR-THRESHOLD > ZERO
004300                     AND WS-ABS-AMOUNT NOT > VR-THRESHOLD
004310                     MOVE "N" TO WS-NEEDS-VERIFY-SW
004320                 END-IF
004330             END-IF
004340         END-IF
004350     END-IF.
004360*
004370*****************************************************************
004380*    3000-CHECK-VERIFIES - WALK THE BUSINESS DATE'S VERIFY       *
004390*                          RECORDS, TALLYING EACH AND LISTING    *
004400*                          EVERY MISMATCH                        *
004410*****************************************************************
004420 3000-CHECK-VERIFIES.
004430     MOVE SPACES TO WS-PRINT-LINE
004440     WRITE RPT-RECORD FROM WS-PRINT-LINE
004450     MOVE SPACES TO WS-PRINT-LINE
004460     MOVE "MISMATCHES" TO WS-PRINT-LINE(5:10)
004470     WRITE RPT-RECORD FROM WS-PRINT-LINE
004480     MOVE SPACES TO WS-PRINT-LINE
004490     MOVE "KEY                  KEYED BY  VERIFIER" TO
004500         WS-PRINT-LINE(5:38)
004510     MOVE "FIELDS            STATUS                RESOLVED BY"
004520         TO WS-PRINT-LINE(45:51)
004530     WRITE RPT-RECORD FROM WS-PRINT-LINE
004540     IF NOT VERF-FILE-OPEN
004550         GO TO 3000-CHECK-VERIFIES-EXIT
004560     END-IF
004570     MOVE WS-BUS-DATE TO VF-TR-DATE
004580     MOVE ZERO TO VF-TR-TIME
004590     MOVE ZERO TO VF-TR-SEQ
004600     START VERF-FILE KEY NOT < VF-TR-KEY
004610         INVALID KEY
004620             MOVE "Y" TO WS-VERF-EOF-SW
004630     END-START
004640     IF NOT END-OF-DAY-VERIFIES
004650         PERFORM 3100-READ-VERF-NEXT
004660     END-IF
004670     PERFORM 3200-TALLY-VERIFY UNTIL END-OF-DAY-VERIFIES.
004680 3000-CHECK-VERIFIES-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    3100-READ-VERF-NEXT - READ THE NEXT VERIFY RECORD, ENDING   *
004730*                          THE WALK AT THE END OF THE BUSINESS   *
004740*                          DATE                                  *
004750*****************************************************************
004760 3100-READ-VERF-NEXT.
004770     READ VERF-FILE NEXT RECORD
004780         AT END
004790             MOVE "Y" TO WS-VERF-EOF-SW
004800     END-READ
004810     IF NOT END-OF-DAY-VERIFIES
004820         AND VF-TR-DATE NOT = WS-BUS-DATE
004830         MOVE "Y" TO WS-VERF-EOF-SW
004840     END-IF.
004850*
004860*****************************************************************
004870*    3200-TALLY-VERIFY - ROLL ONE RE-KEY INTO THE DAY'S COUNTS   *
004880*                        AND INTO ITS VERIFIER AND KEYING        *
004890*                        OPERATOR, AND LIST IT IF IT MISMATCHED  *
004900*****************************************************************
004910 3200-TALLY-VERIFY.
004920     PERFORM 3300-FIND-VERIFIER
004930     PERFORM 3400-FIND-KEYER
004940     IF WS-VFR-HIT > ZERO
004950         ADD 1 TO WS-VFR-CHECKED (WS-VFR-HIT)
004960     END-IF
004970     IF WS-KEY-HIT > ZERO
004980         ADD 1 TO WS-KEY-CHECKED (WS-KEY-HIT)
004990     END-IF
005000     IF VF-VERIFIED
005010         ADD 1 TO WS-MATCHED-COUNT
005020         IF WS-VFR-HIT > ZERO
005030             ADD 1 TO WS-VFR-MATCHED (WS-VFR-HIT)
005040         END-IF
005050     ELSE
005060         ADD 1 TO WS-MISMATCH-COUNT
005070         IF WS-VFR-HIT > ZERO
005080             ADD 1 TO WS-VFR-MISMATCHED (WS-VFR-HIT)
005090         END-IF
005100         IF WS-KEY-HIT > ZERO
005110             ADD 1 TO WS-KEY-MISMATCHED (WS-KEY-HIT)
005120         END-IF
005130         IF VF-OPEN
005140             ADD 1 TO WS-OPEN-COUNT
005150             IF WS-KEY-HIT > ZERO
005160                 ADD 1 TO WS-KEY-OPEN (WS-KEY-HIT)
005170             END-IF
005180         ELSE
005190             ADD 1 TO WS-RESOLVED-COUNT
005200             IF VF-KEPT
005210                 IF WS-VFR-HIT > ZERO
005220                     ADD 1 TO WS-VFR-ERRORS (WS-VFR-HIT)
005230                 END-IF
005240             ELSE
005250                 IF WS-KEY-HIT > ZERO
005260                     ADD 1 TO WS-KEY-ERRORS (WS-KEY-HIT)
005270                 END-IF
005280             END-IF
005290         END-IF
005300         PERFORM 6100-PRINT-MISMATCH
005310     END-IF
005320     PERFORM 3100-READ-VERF-NEXT.
005330*
005340*****************************************************************
005350*    3300-FIND-VERIFIER - LOCATE THE VERIFIER'S TALLY SLOT,      *
005360*                         ADDING THE VERIFIER ON FIRST SIGHT     *
005370*****************************************************************
005380 3300-FIND-VERIFIER.
005390     MOVE ZERO TO WS-VFR-HIT
005400     PERFORM 3310-MATCH-VERIFIER-SLOT
005410         VARYING WS-VFR-SUB FROM 1 BY 1
005420         UNTIL WS-VFR-SUB > WS-VFR-USED
005430         OR WS-VFR-HIT > ZERO
005440     IF WS-VFR-HIT = ZERO
005450         IF WS-VFR-USED < 100
005460             ADD 1 TO WS-VFR-USED
005470             MOVE WS-VFR-USED TO WS-VFR-HIT
005480             MOVE VF-VERIFIER TO WS-VFR-ID (WS-VFR-HIT)
005490             MOVE ZERO TO WS-VFR-CHECKED (WS-VFR-HIT)
005500             MOVE ZERO TO WS-VFR-MATCHED (WS-VFR-HIT)
005510             MOVE ZERO TO WS-VFR-MISMATCHED (WS-VFR-HIT)
005520             MOVE ZERO TO WS-VFR-ERRORS (WS-VFR-HIT)
005530         ELSE
005540             DISPLAY "verifier tally full - " VF-VERIFIER
005550                 " not counted"
005560         END-IF
005570     END-IF.
005580*
005590*****************************************************************
005600*    3310-MATCH-VERIFIER-SLOT - CHECK ONE VERIFIER TALLY SLOT    *
005610*****************************************************************
005620 3310-MATCH-VERIFIER-SLOT.
005630     IF WS-VFR-ID (WS-VFR-SUB) = VF-VERIFIER
005640         MOVE WS-VFR-SUB TO WS-VFR-HIT
005650     END-IF.
005660*
005670*****************************************************************
005680*    3400-FIND-KEYER - LOCATE THE KEYING OPERATOR'S TALLY SLOT,  *
005690*                      ADDING THE OPERATOR ON FIRST SIGHT        *
005700*****************************************************************
005710 3400-FIND-KEYER.
005720     MOVE ZERO TO WS-KEY-HIT
005730     PERFORM 3410-MATCH-KEYER-SLOT
005740         VARYING WS-KEY-SUB FROM 1 BY 1
005750         UNTIL WS-KEY-SUB > WS-KEY-USED
005760         OR WS-KEY-HIT > ZERO
005770     IF WS-KEY-HIT = ZERO
005780         IF WS-KEY-USED < 100
005790             ADD 1 TO WS-KEY-USED
005800             MOVE WS-KEY-USED TO WS-KEY-HIT
005810             MOVE VF-KEY-OPERATOR TO WS-KEY-ID (WS-KEY-HIT)
005820             MOVE ZERO TO WS-KEY-CHECKED (WS-KEY-HIT)
005830             MOVE ZERO TO WS-KEY-MISMATCHED (WS-KEY-HIT)
005840             MOVE ZERO TO WS-KEY-ERRORS (WS-KEY-HIT)
005850             MOVE ZERO TO WS-KEY-OPEN (WS-KEY-HIT)
005860         ELSE
005870             DISPLAY "keying operator tally full - "
005880                 VF-KEY-OPERATOR " not counted"
005890         END-IF
005900     END-IF.
005910*
005920*****************************************************************
005930*    3410-MATCH-KEYER-SLOT - CHECK ONE KEYING OPERATOR SLOT      *
005940*****************************************************************
005950 3410-MATCH-KEYER-SLOT.
005960     IF WS-KEY-ID (WS-KEY-SUB) = VF-KEY-OPERATOR
005970         MOVE WS-KEY-SUB TO WS-KEY-HIT
005980     END-IF.
005990*
006000*****************************************************************
006010*    6000-PRINT-UNVERIFIED - PRINT ONE ENTRY STILL AWAITING ITS  *
006020*                            SECOND KEYING                       *
006030*****************************************************************
006040 6000-PRINT-UNVERIFIED.
006050     ADD 1 TO WS-UNVERIFIED-COUNT
006060     MOVE TR-KEY-DATE1 TO WS-KT-DATE
006070     MOVE TR-KEY-TIM1 TO WS-KT-TIME
006080     MOVE TR-KEY-SEQ TO WS-KT-SEQ
006090     MOVE SPACES TO WS-PRINT-LINE
006100     MOVE WS-KEY-TEXT TO WS-U-KEY
006110     MOVE TR-OPERATOR-ID TO WS-U-OPID
006120     MOVE TR-VAR1 TO WS-U-VAR1
006130     MOVE TR-TYPE-CODE TO WS-U-TYPE
006140     MOVE TR-AMOUNT TO WS-U-AMOUNT
006150     WRITE RPT-RECORD FROM WS-PRINT-LINE.
006160*
006170*****************************************************************
006180*    6100-PRINT-MISMATCH - PRINT ONE MISMATCH WITH THE FIELDS    *
006190*                          THAT DIFFERED AND ITS RESOLUTION      *
006200*****************************************************************
006210 6100-PRINT-MISMATCH.
006220     MOVE VF-TR-DATE TO WS-KT-DATE
006230     MOVE VF-TR-TIME TO WS-KT-TIME
006240     MOVE VF-TR-SEQ TO WS-KT-SEQ
006250     MOVE SPACES TO WS-PRINT-LINE
006260     MOVE WS-KEY-TEXT TO WS-M-KEY
006270     MOVE VF-KEY-OPERATOR TO WS-M-KEYED-BY
006280     MOVE VF-VERIFIER TO WS-M-VERIFIER
006290     IF VF-VAR1-DIFFERS
006300         MOVE "CODE" TO WS-M-FIELDS(1:4)
006310     END-IF
006320     IF VF-TYPE-DIFFERS
006330         MOVE "TYPE" TO WS-M-FIELDS(6:4)
006340     END-IF
006350     IF VF-AMOUNT-DIFFERS
006360         MOVE "AMOUNT" TO WS-M-FIELDS(11:6)
006370     END-IF
006374     IF VF-OPEN
006378         IF VF-FIX-PENDING
006382             MOVE "OPEN - FIX PENDING" TO WS-M-STATUS
006386         ELSE
006390             MOVE "OPEN" TO WS-M-STATUS
006394         END-IF
006400     ELSE
006410         IF VF-KEPT
006420             MOVE "KEPT - VERIFIER ERR" TO WS-M-STATUS
006430         ELSE
006440             IF VF-CORRECTED
006450                 MOVE "CORRECTED" TO WS-M-STATUS
006460             ELSE
006470                 MOVE "DELETED" TO WS-M-STATUS
006480             END-IF
006490         END-IF
006500         MOVE VF-RESOLVED-BY TO WS-M-RESOLVED-BY
006510     END-IF
006520     WRITE RPT-RECORD FROM WS-PRINT-LINE.
006530*
006540*****************************************************************
006550*    7000-PRINT-TALLIES - PRINT THE VERIFIER AND KEYING          *
006560*                         OPERATOR TABLES WITH THEIR ACCURACY    *
006570*****************************************************************
006580 7000-PRINT-TALLIES.
006590     MOVE SPACES TO WS-PRINT-LINE
006600     WRITE RPT-RECORD FROM WS-PRINT-LINE
006610     MOVE SPACES TO WS-PRINT-LINE
006620     MOVE "VERIFIER ACCURACY" TO WS-PRINT-LINE(5:17)
006630     WRITE RPT-RECORD FROM WS-PRINT-LINE
006640     MOVE SPACES TO WS-PRINT-LINE
006650     MOVE "VERIFIER     CHECKED     MATCHED  MISMATCHED" TO
006660         WS-PRINT-LINE(5:44)
006670     MOVE "VFR ERRORS  ACCURACY" TO WS-PRINT-LINE(51:20)
006680     WRITE RPT-RECORD FROM WS-PRINT-LINE
006690     PERFORM 7100-PRINT-VERIFIER
006700         VARYING WS-VFR-SUB FROM 1 BY 1
006710         UNTIL WS-VFR-SUB > WS-VFR-USED
006720     MOVE SPACES TO WS-PRINT-LINE
006730     WRITE RPT-RECORD FROM WS-PRINT-LINE
006740     MOVE SPACES TO WS-PRINT-LINE
006750     MOVE "KEYING OPERATOR ACCURACY" TO WS-PRINT-LINE(5:24)
006760     WRITE RPT-RECORD FROM WS-PRINT-LINE
006770     MOVE SPACES TO WS-PRINT-LINE
006780     MOVE "OPERATOR     CHECKED  MISMATCHED  KEY ERRORS" TO
006790         WS-PRINT-LINE(5:44)
006800     MOVE "      OPEN  ACCURACY" TO WS-PRINT-LINE(51:20)
006810     WRITE RPT-RECORD FROM WS-PRINT-LINE
006820     PERFORM 7200-PRINT-KEYER
006830         VARYING WS-KEY-SUB FROM 1 BY 1
006840         UNTIL WS-KEY-SUB > WS-KEY-USED.
006850*
006860*****************************************************************
006870*    7100-PRINT-VERIFIER - PRINT ONE VERIFIER'S LINE.  ACCURACY  *
006880*                          IS THE SHARE OF RE-KEYS NOT FOUND TO  *
006890*                          BE THE VERIFIER'S OWN ERROR           *
006900*****************************************************************
006910 7100-PRINT-VERIFIER.
006920     MOVE SPACES TO WS-PRINT-LINE
006930     MOVE WS-VFR-ID (WS-VFR-SUB) TO WS-T-OPID
006940     MOVE WS-VFR-CHECKED (WS-VFR-SUB) TO WS-T-COUNT-1
006950     MOVE WS-VFR-MATCHED (WS-VFR-SUB) TO WS-T-COUNT-2
006960     MOVE WS-VFR-MISMATCHED (WS-VFR-SUB) TO WS-T-COUNT-3
006970     MOVE WS-VFR-ERRORS (WS-VFR-SUB) TO WS-T-COUNT-4
006980     COMPUTE WS-PERCENT ROUNDED =
006990         (WS-VFR-CHECKED (WS-VFR-SUB)
007000         - WS-VFR-ERRORS (WS-VFR-SUB))
007010         * 100 / WS-VFR-CHECKED (WS-VFR-SUB)
007020     MOVE WS-PERCENT TO WS-T-PERCENT
007030     WRITE RPT-RECORD FROM WS-PRINT-LINE.
007040*
007050*****************************************************************
007060*    7200-PRINT-KEYER - PRINT ONE KEYING OPERATOR'S LINE.        *
007070*                       ACCURACY IS THE SHARE OF THEIR RE-KEYED  *
007080*                       ENTRIES NOT CORRECTED OR DELETED AS A    *
007090*                       KEYING ERROR                             *
007100*****************************************************************
007110 7200-PRINT-KEYER.
007120     MOVE SPACES TO WS-PRINT-LINE
007130     MOVE WS-KEY-ID (WS-KEY-SUB) TO WS-T-OPID
007140     MOVE WS-KEY-CHECKED (WS-KEY-SUB) TO WS-T-COUNT-1
007150     MOVE WS-KEY-MISMATCHED (WS-KEY-SUB) TO WS-T-COUNT-2
007160     MOVE WS-KEY-ERRORS (WS-KEY-SUB) TO WS-T-COUNT-3
007170     MOVE WS-KEY-OPEN (WS-KEY-SUB) TO WS-T-COUNT-4
007180     COMPUTE WS-PERCENT ROUNDED =
007190         (WS-KEY-CHECKED (WS-KEY-SUB)
007200         - WS-KEY-ERRORS (WS-KEY-SUB))
007210         * 100 / WS-KEY-CHECKED (WS-KEY-SUB)
007220     MOVE WS-PERCENT TO WS-T-PERCENT
007230     WRITE RPT-RECORD FROM WS-PRINT-LINE.
007240*
007250*****************************************************************
007260*    7500-PRINT-TOTALS - PRINT THE DAY'S COUNTS AND SHOW THE     *
007270*                        UNVERIFIED COUNT ON THE STREAM LOG      *
007280*****************************************************************
007290 7500-PRINT-TOTALS.
007300     MOVE SPACES TO WS-PRINT-LINE
007310     WRITE RPT-RECORD FROM WS-PRINT-LINE
007320     MOVE SPACES TO WS-PRINT-LINE
007330     MOVE "ENTRIES FOR THE DATE:       " TO WS-C-LABEL
007340     MOVE WS-ENTRY-COUNT TO WS-C-COUNT
007350     WRITE RPT-RECORD FROM WS-PRINT-LINE
007360     MOVE SPACES TO WS-PRINT-LINE
007370     MOVE "REQUIRING VERIFICATION:     " TO WS-C-LABEL
007380     MOVE WS-REQUIRED-COUNT TO WS-C-COUNT
007390     WRITE RPT-RECORD FROM WS-PRINT-LINE
007400     MOVE SPACES TO WS-PRINT-LINE
007410     MOVE "VERIFIED - MATCHED:         " TO WS-C-LABEL
007420     MOVE WS-MATCHED-COUNT TO WS-C-COUNT
007430     WRITE RPT-RECORD FROM WS-PRINT-LINE
007440     MOVE SPACES TO WS-PRINT-LINE
007450     MOVE "MISMATCHES:                 " TO WS-C-LABEL
007460     MOVE WS-MISMATCH-COUNT TO WS-C-COUNT
007470     WRITE RPT-RECORD FROM WS-PRINT-LINE
007480     MOVE SPACES TO WS-PRINT-LINE
007490     MOVE "  STILL OPEN:               " TO WS-C-LABEL
007500     MOVE WS-OPEN-COUNT TO WS-C-COUNT
007510     WRITE RPT-RECORD FROM WS-PRINT-LINE
007520     MOVE SPACES TO WS-PRINT-LINE
007530     MOVE "  RESOLVED:                 " TO WS-C-LABEL
007540     MOVE WS-RESOLVED-COUNT TO WS-C-COUNT
007550     WRITE RPT-RECORD FROM WS-PRINT-LINE
007560     MOVE SPACES TO WS-PRINT-LINE
007570     MOVE "STILL UNVERIFIED:           " TO WS-C-LABEL
007580     MOVE WS-UNVERIFIED-COUNT TO WS-C-COUNT
007590     WRITE RPT-RECORD FROM WS-PRINT-LINE
007600     MOVE WS-UNVERIFIED-COUNT TO WS-COUNT-ED
007610     DISPLAY "INVRP01 entries still unverified: " WS-COUNT-ED
007620     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
007630     DISPLAY "INVRP01 discrepancies still open: " WS-COUNT-ED.
007640*
007650*****************************************************************
007660*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
007670*****************************************************************
007680 9000-TERMINATE.
007690     IF TRAN-FILE-OPEN
007700         CLOSE TRAN-FILE
007710     END-IF
007720     IF VRUL-FILE-OPEN
007730         CLOSE VRUL-FILE
007740     END-IF
007750     IF VERF-FILE-OPEN
007760         CLOSE VERF-FILE
007770     END-IF
007780     IF RPT-FILE-OPEN
007790         CLOSE RPT-FILE
007800     END-IF
007810     IF RUN-ABORTED
007820         MOVE 8 TO RETURN-CODE
007830     ELSE
007840         MOVE ZERO TO RETURN-CODE
007850     END-IF.
