000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INCNV02                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : ONE-TIME CUTOVER OF THE TRANSACTION LOG AND   *
000060*                 THE TRAINING LOG TO THE 147-BYTE TRAN-RECORD  *
000070*                 THAT CARRIES THE OPERATOR AND CODE ALTERNATE  *
000080*                 KEYS.  BEFORE THE RUN OPERATIONS RENAMES EACH *
000090*                 FILE BUILT ON THE 83-BYTE RECORD - TRANLOG TO *
000100*                 TRANL083, TRNGLOG TO TRNGL083 - AND DEFINES   *
000110*                 THE NEW TRANLOG WITH ITS TWO ALTERNATE        *
000120*                 INDEXES.  EACH OLD FILE PRESENT IS COPIED     *
000130*                 RECORD FOR RECORD INTO A NEW FILE UNDER THE   *
000140*                 LIVE NAME.  EVERY LOG RECORD GETS ITS         *
000150*                 OPERATOR KEY (TR-OPERATOR-ID THEN TR-KEY) AND *
000160*                 CODE KEY (TR-VAR1 THEN TR-KEY) BUILT; THE     *
000170*                 TRAINING LOG HAS NO ALTERNATE INDEX AND ITS   *
000180*                 KEY AREA IS LEFT AS SPACES.  THE NEW LOG IS   *
000190*                 THEN READ BACK THROUGH EACH ALTERNATE KEY AND *
000200*                 THE ENTRIES REACHED MUST MATCH THE ENTRIES    *
000210*                 WRITTEN.  AN OLD FILE NOT PRESENT IS SKIPPED  *
000220*                 AND ITS LIVE FILE LEFT ALONE.  PRINTS RECORDS *
000230*                 READ AND WRITTEN PER FILE AND THE ALTERNATE   *
000240*                 KEY COUNTS; ANY SHORTFALL OR OPEN FAILURE     *
000250*                 ENDS THE RUN RC 8 AND THE OLD FILES MUST BE   *
000260*                 KEPT UNTIL A CLEAN RUN.  ARCHIVE, JOURNAL,    *
000270*                 PENDING AND BACKUP IMAGES STAY THE 83-BYTE    *
000280*                 ENTRY AND ARE NOT TOUCHED.                    *
000290*                                                               *
000300*    MODIFICATION HISTORY                                       *
000310*    ------------------------------------------------------     *
000320*    2026-10-15  DK  ORIGINAL.                                  *
000330*                                                               *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. INCNV02.
000370 AUTHOR. D. KUGEL.
000380 INSTALLATION. DATA ENTRY SYSTEMS.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OTRN-FILE ASSIGN TO "TRANL083"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS OTRN-KEY
000490         FILE STATUS IS WS-OTRN-STATUS.
000500*
000510     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS TR-KEY
000550         ALTERNATE RECORD KEY IS TR-OPER-KEY
000560         ALTERNATE RECORD KEY IS TR-CODE-KEY
000570         FILE STATUS IS WS-TRAN-STATUS.
000580*
000590     SELECT OTRG-FILE ASSIGN TO "TRNGL083"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS OTRG-KEY
000630         FILE STATUS IS WS-OTRG-STATUS.
000640*
000650     SELECT TRNG-FILE ASSIGN TO "TRNGLOG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS TRNG-KEY
000690         FILE STATUS IS WS-TRNG-STATUS.
000700*
000710     SELECT RPT-FILE ASSIGN TO "INCNV02.LST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*****************************************************************
000780*    OTRN-FILE - TRANSACTION LOG ON THE OLD 83-BYTE RECORD       *
000790*****************************************************************
000800 FD  OTRN-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  OTRN-RECORD.
000840     05  OTRN-KEY                PIC X(17).
000850     05  FILLER                  PIC X(66).
000860*
000870*****************************************************************
000880*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000890*****************************************************************
000900 FD  TRAN-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY TRANREC.
000940*
000950*****************************************************************
000960*    OTRG-FILE - TRAINING LOG ON THE OLD 83-BYTE RECORD          *
000970*****************************************************************
000980 FD  OTRG-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  OTRG-RECORD.
001020     05  OTRG-KEY                PIC X(17).
001030     05  FILLER                  PIC X(66).
001040*
001050*****************************************************************
001060*    TRNG-FILE - TRAINING LOG                                    *
001070*****************************************************************
001080 FD  TRNG-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  TRNG-RECORD.
001120     05  TRNG-KEY                PIC X(17).
001130     05  FILLER                  PIC X(130).
001140*
001150*****************************************************************
001160*    RPT-FILE - PRINTED CUTOVER CONTROL REPORT                   *
001170*****************************************************************
001180 FD  RPT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  RPT-RECORD                  PIC X(132).
001210*
001220 WORKING-STORAGE SECTION.
001230 01  WS-PRINT-LINE                PIC X(132).
001240*
001250 01  WS-FILE-VIEW REDEFINES WS-PRINT-LINE.
001260     05  FILLER                  PIC X(04).
001270     05  WS-F-NAME               PIC X(08).
001280     05  FILLER                  PIC X(04).
001290     05  WS-F-READ               PIC Z(07)9.
001300     05  FILLER                  PIC X(04).
001310     05  WS-F-WRITTEN            PIC Z(07)9.
001320     05  FILLER                  PIC X(04).
001330     05  WS-F-RESULT             PIC X(30).
001340     05  FILLER                  PIC X(62).
001350*
001360 01  WS-OTRN-STATUS               PIC X(02).
001370     88  WS-OTRN-OK                           VALUE "00".
001380     88  WS-OTRN-NOT-FOUND                    VALUE "35".
001390*
001400 01  WS-TRAN-STATUS               PIC X(02).
001410     88  WS-TRAN-OK                           VALUE "00".
001420*
001430 01  WS-OTRG-STATUS               PIC X(02).
001440     88  WS-OTRG-OK                           VALUE "00".
001450     88  WS-OTRG-NOT-FOUND                    VALUE "35".
001460*
001470 01  WS-TRNG-STATUS               PIC X(02).
001480     88  WS-TRNG-OK                           VALUE "00".
001490*
001500 01  WS-RPT-STATUS                PIC X(02).
001510     88  WS-RPT-OK                            VALUE "00".
001520*
001530 01  WS-SWITCHES.
001540     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001550         88  RUN-ABORTED                     VALUE "Y".
001560     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001570         88  END-OF-FILE                     VALUE "Y".
001580     05  WS-SHORT-SW             PIC X(01)   VALUE "N".
001590         88  CUTOVER-SHORT                   VALUE "Y".
001600     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
001610         88  RPT-FILE-OPEN                   VALUE "Y".
001620     05  WS-LOG-COPIED-SW        PIC X(01)   VALUE "N".
001630         88  LOG-COPIED                      VALUE "Y".
001640*
001650*****************************************************************
001660*    WS-FILE-TABLE - ONE ENTRY PER FILE CUT OVER, IN RUN ORDER   *
001670*****************************************************************
001680 01  WS-FILE-DEF-AREA.
001690     05  FILLER                  PIC X(08)   VALUE "TRANLOG".
001700     05  FILLER                  PIC X(08)   VALUE "TRNGLOG".
001710 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-DEF-AREA.
001720     05  WS-FILE-NAME            PIC X(08)   OCCURS 2 TIMES.
001730*
001740 01  WS-FILE-RESULT-TABLE.
001750     05  WS-FILE-RESULT          OCCURS 2 TIMES.
001760         10  WS-FILE-READ        PIC 9(08)   COMP.
001770         10  WS-FILE-WRITTEN     PIC 9(08)   COMP.
001780         10  WS-FILE-DISPOSITION PIC X(30).
001790*
001800 77  WS-FILE-SUB                  PIC 9(02)   COMP.
001810*
001820*****************************************************************
001830*    WS-AIX-TABLE - ENTRIES REACHED THROUGH EACH ALTERNATE KEY   *
001840*                   OF THE NEW LOG                               *
001850*****************************************************************
001860 01  WS-AIX-DEF-AREA.
001870     05  FILLER                  PIC X(08)   VALUE "OPER KEY".
001880     05  FILLER                  PIC X(08)   VALUE "CODE KEY".
001890 01  WS-AIX-NAME-TABLE REDEFINES WS-AIX-DEF-AREA.
001900     05  WS-AIX-NAME             PIC X(08)   OCCURS 2 TIMES.
001910*
001920 01  WS-AIX-RESULT-TABLE.
001930     05  WS-AIX-RESULT           OCCURS 2 TIMES.
001940         10  WS-AIX-READ         PIC 9(08)   COMP.
001950         10  WS-AIX-DISPOSITION  PIC X(30).
001960*
001970 77  WS-AIX-SUB                   PIC 9(02)   COMP.
001980*
001990 PROCEDURE DIVISION.
002000*****************************************************************
002010*    0000-MAINLINE                                               *
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002050     IF NOT RUN-ABORTED
002060         PERFORM 2000-CONVERT-LOG THRU 2000-CONVERT-LOG-EXIT
002070     END-IF
002080     IF NOT RUN-ABORTED
002090         AND LOG-COPIED
002100         PERFORM 3000-CHECK-ALT-KEYS THRU
002110             3000-CHECK-ALT-KEYS-EXIT
002120     END-IF
002130     IF NOT RUN-ABORTED
002140         PERFORM 6000-CONVERT-TRAINING THRU
002150             6000-CONVERT-TRAINING-EXIT
002160     END-IF
002170     IF RPT-FILE-OPEN
002180         PERFORM 7000-PRINT-CONTROL-REPORT
002190     END-IF
002200     PERFORM 9000-TERMINATE
002210     GOBACK.
002220*
002230*****************************************************************
002240*    1000-INITIALIZE - CLEAR THE PER-FILE RESULTS AND OPEN THE   *
002250*                      REPORT                                    *
002260*****************************************************************
002270 1000-INITIALIZE.
002280     PERFORM 1100-CLEAR-FILE-RESULT
002290         VARYING WS-FILE-SUB FROM 1 BY 1
002300         UNTIL WS-FILE-SUB > 2
002310     PERFORM 1200-CLEAR-AIX-RESULT
002320         VARYING WS-AIX-SUB FROM 1 BY 1
002330         UNTIL WS-AIX-SUB > 2
002340     OPEN OUTPUT RPT-FILE
002350     IF NOT WS-RPT-OK
002360         DISPLAY "unable to open INCNV02.LST, file status: "
002370             WS-RPT-STATUS
002380         MOVE "Y" TO WS-ABORT-SW
002390     ELSE
002400         MOVE "Y" TO WS-RPT-OPEN-SW
002410     END-IF.
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440*
002450*****************************************************************
002460*    1100-CLEAR-FILE-RESULT - ZERO ONE FILE'S COUNTS             *
002470*****************************************************************
002480 1100-CLEAR-FILE-RESULT.
002490     MOVE ZERO TO WS-FILE-READ (WS-FILE-SUB)
002500     MOVE ZERO TO WS-FILE-WRITTEN (WS-FILE-SUB)
002510     MOVE "NOT RUN" TO WS-FILE-DISPOSITION (WS-FILE-SUB).
002520*
002530*****************************************************************
002540*    1200-CLEAR-AIX-RESULT - ZERO ONE ALTERNATE KEY'S COUNT      *
002550*****************************************************************
002560 1200-CLEAR-AIX-RESULT.
002570     MOVE ZERO TO WS-AIX-READ (WS-AIX-SUB)
002580     MOVE "NOT RUN" TO WS-AIX-DISPOSITION (WS-AIX-SUB).
002590*
002600*****************************************************************
002610*    2000-CONVERT-LOG - COPY TRANL083 INTO A NEW TRANLOG         *
002620*****************************************************************
002630 2000-CONVERT-LOG.
002640     MOVE 1 TO WS-FILE-SUB
002650     OPEN INPUT OTRN-FILE
002660     IF WS-OTRN-NOT-FOUND
002670         MOVE "OLD FILE NOT PRESENT - SKIPPED"
002680             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
002690         GO TO 2000-CONVERT-LOG-EXIT
002700     END-IF
002710     IF NOT WS-OTRN-OK
002720         DISPLAY "unable to open TRANL083, file status: "
002730             WS-OTRN-STATUS
002740         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
002750         MOVE "Y" TO WS-ABORT-SW
002760         GO TO 2000-CONVERT-LOG-EXIT
002770     END-IF
002780     OPEN OUTPUT TRAN-FILE
002790     IF NOT WS-TRAN-OK
002800         DISPLAY "unable to open TRANLOG, file status: "
002810             WS-TRAN-STATUS
002820         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
002830         MOVE "Y" TO WS-ABORT-SW
002840         CLOSE OTRN-FILE
002850         GO TO 2000-CONVERT-LOG-EXIT
002860     END-IF
002870     MOVE "N" TO WS-EOF-SW
002880     PERFORM 2100-READ-OLD-LOG
002890     PERFORM 2200-COPY-LOG-RECORD UNTIL END-OF-FILE
002900     CLOSE OTRN-FILE
002910     CLOSE TRAN-FILE
002920     MOVE "Y" TO WS-LOG-COPIED-SW
002930     PERFORM 8000-SET-DISPOSITION.
002940 2000-CONVERT-LOG-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980*    2100-READ-OLD-LOG - READ THE NEXT OLD LOG RECORD            *
002990*****************************************************************
003000 2100-READ-OLD-LOG.
003010     READ OTRN-FILE
003020         AT END
003030             MOVE "Y" TO WS-EOF-SW
003040     END-READ
003050     IF NOT END-OF-FILE
003060         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
003070     END-IF.
003080*
003090*****************************************************************
003100*    2200-COPY-LOG-RECORD - WRITE ONE LOG RECORD ON THE NEW      *
003110*                           LAYOUT WITH ITS OPERATOR AND CODE    *
003120*                           KEYS BUILT                           *
003130*****************************************************************
003140 2200-COPY-LOG-RECORD.
003150     MOVE OTRN-RECORD TO TRAN-RECORD
003160     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
003170     MOVE TR-KEY TO TR-OK-ENTRY-KEY
003180     MOVE TR-VAR1 TO TR-CK-VAR1
003190     MOVE TR-KEY TO TR-CK-ENTRY-KEY
003200     WRITE TRAN-RECORD
003210         INVALID KEY
003220             DISPLAY "TRANLOG write refused for key " TR-KEY
003230                 ", file status: " WS-TRAN-STATUS
003240         NOT INVALID KEY
003250             ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
003260     END-WRITE
003270     PERFORM 2100-READ-OLD-LOG.
003280*
003290*****************************************************************
003300*    3000-CHECK-ALT-KEYS - READ THE NEW LOG BACK THROUGH EACH    *
003310*                          ALTERNATE KEY AND COUNT THE ENTRIES   *
003320*                          REACHED - EACH COUNT MUST EQUAL THE   *
003330*                          ENTRIES WRITTEN OR THE INDEX IS SHORT *
003340*****************************************************************
003350 3000-CHECK-ALT-KEYS.
003360     OPEN INPUT TRAN-FILE
003370     IF NOT WS-TRAN-OK
003380         DISPLAY "unable to reopen TRANLOG, file status: "
003390             WS-TRAN-STATUS
003400         MOVE "Y" TO WS-ABORT-SW
003410         GO TO 3000-CHECK-ALT-KEYS-EXIT
003420     END-IF
003430     MOVE 1 TO WS-AIX-SUB
003440     MOVE LOW-VALUES TO TR-OPER-KEY
003450     MOVE "N" TO WS-EOF-SW
003460     START TRAN-FILE KEY NOT < TR-OPER-KEY
003470         INVALID KEY
003480             MOVE "Y" TO WS-EOF-SW
003490     END-START
003500     PERFORM 3100-COUNT-BY-KEY THRU 3100-COUNT-BY-KEY-EXIT
003510     MOVE 2 TO WS-AIX-SUB
003520     MOVE LOW-VALUES TO TR-CODE-KEY
003530     MOVE "N" TO WS-EOF-SW
003540     START TRAN-FILE KEY NOT < TR-CODE-KEY
003550         INVALID KEY
003560             MOVE "Y" TO WS-EOF-SW
003570     END-START
003580     PERFORM 3100-COUNT-BY-KEY THRU 3100-COUNT-BY-KEY-EXIT
003590     CLOSE TRAN-FILE.
003600 3000-CHECK-ALT-KEYS-EXIT.
003610     EXIT.
003620*
003630*****************************************************************
003640*    3100-COUNT-BY-KEY - COUNT THE ENTRIES ON THE KEY JUST       *
003650*                        STARTED AND SET ITS RESULT AGAINST      *
003660*                        THE LOG                                 *
003670*****************************************************************
003680 3100-COUNT-BY-KEY.
003690     IF NOT END-OF-FILE
003700         PERFORM 3200-READ-BY-KEY
003710     END-IF
003720     PERFORM 3300-COUNT-ONE-ENTRY UNTIL END-OF-FILE
003730     IF WS-AIX-READ (WS-AIX-SUB) = WS-FILE-WRITTEN (1)
003740         MOVE "MATCHES THE LOG"
003750             TO WS-AIX-DISPOSITION (WS-AIX-SUB)
003760         GO TO 3100-COUNT-BY-KEY-EXIT
003770     END-IF
003780     MOVE "SHORT - REDEFINE THE INDEX"
003790         TO WS-AIX-DISPOSITION (WS-AIX-SUB)
003800     MOVE "Y" TO WS-SHORT-SW.
003810 3100-COUNT-BY-KEY-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*    3200-READ-BY-KEY - READ THE NEXT LOG RECORD ON THE KEY OF   *
003860*                       REFERENCE                                *
003870*****************************************************************
003880 3200-READ-BY-KEY.
003890     READ TRAN-FILE NEXT RECORD
003900         AT END
003910             MOVE "Y" TO WS-EOF-SW
003920     END-READ.
003930*
003940*****************************************************************
003950*    3300-COUNT-ONE-ENTRY - COUNT ONE ENTRY AND READ THE NEXT    *
003960*****************************************************************
003970 3300-COUNT-ONE-ENTRY.
003980     ADD 1 TO WS-AIX-READ (WS-AIX-SUB)
003990     PERFORM 3200-READ-BY-KEY.
004000*
004010*****************************************************************
004020*    6000-CONVERT-TRAINING - COPY TRNGL083 INTO A NEW TRNGLOG    *
004030*****************************************************************
004040 6000-CONVERT-TRAINING.
004050     MOVE 2 TO WS-FILE-SUB
004060     OPEN INPUT OTRG-FILE
004070     IF WS-OTRG-NOT-FOUND
004080         MOVE "OLD FILE NOT PRESENT - SKIPPED"
004090             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004100         GO TO 6000-CONVERT-TRAINING-EXIT
004110     END-IF
004120     IF NOT WS-OTRG-OK
004130         DISPLAY "unable to open TRNGL083, file status: "
004140             WS-OTRG-STATUS
004150         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004160         MOVE "Y" TO WS-ABORT-SW
004170         GO TO 6000-CONVERT-TRAINING-EXIT
004180     END-IF
004190     OPEN OUTPUT TRNG-FILE
004200     IF NOT WS-TRNG-OK
004210         DISPLAY "unable to open TRNGLOG, file status: "
004220             WS-TRNG-STATUS
004230         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004240         MOVE "Y" TO WS-ABORT-SW
004250         CLOSE OTRG-FILE
004260         GO TO 6000-CONVERT-TRAINING-EXIT
004270     END-IF
004280     MOVE "N" TO WS-EOF-SW
004290     PERFORM 6100-READ-OLD-TRAINING
004300     PERFORM 6200-COPY-TRAINING-RECORD UNTIL END-OF-FILE
004310     CLOSE OTRG-FILE
004320     CLOSE TRNG-FILE
004330     PERFORM 8000-SET-DISPOSITION.
004340 6000-CONVERT-TRAINING-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380*    6100-READ-OLD-TRAINING - READ THE NEXT OLD TRAINING RECORD  *
004390*****************************************************************
004400 6100-READ-OLD-TRAINING.
004410     READ OTRG-FILE
004420         AT END
004430             MOVE "Y" TO WS-EOF-SW
004440     END-READ
004450     IF NOT END-OF-FILE
004460         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
004470     END-IF.
004480*
004490*****************************************************************
004500*    6200-COPY-TRAINING-RECORD - WRITE ONE TRAINING RECORD ON    *
004510*                                THE NEW LAYOUT                  *
004520*****************************************************************
004530 6200-COPY-TRAINING-RECORD.
004540     MOVE OTRG-RECORD TO TRNG-RECORD
004550     WRITE TRNG-RECORD
004560         INVALID KEY
004570             DISPLAY "TRNGLOG write refused for key " TRNG-KEY
004580                 ", file status: " WS-TRNG-STATUS
004590         NOT INVALID KEY
004600             ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
004610     END-WRITE
004620     PERFORM 6100-READ-OLD-TRAINING.
004630*
004640*****************************************************************
004650*    8000-SET-DISPOSITION - MARK THE FILE JUST COPIED CONVERTED, *
004660*                           OR SHORT WHEN FEWER RECORDS WERE     *
004670*                           WRITTEN THAN READ                    *
004680*****************************************************************
004690 8000-SET-DISPOSITION.
004700     IF RUN-ABORTED
004710         MOVE "FAILED - KEEP THE OLD FILE"
004720             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004730     ELSE
004740         IF WS-FILE-WRITTEN (WS-FILE-SUB)
004750             = WS-FILE-READ (WS-FILE-SUB)
004760             MOVE "CONVERTED"
004770                 TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004780         ELSE
004790             MOVE "SHORT - KEEP THE OLD FILE"
004800                 TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004810             MOVE "Y" TO WS-SHORT-SW
004820         END-IF
004830     END-IF.
004840*
004850*****************************************************************
004860*    7000-PRINT-CONTROL-REPORT - PRINT RECORDS READ AND WRITTEN  *
004870*                                FOR EACH FILE AND THE ENTRIES   *
004880*                                REACHED THROUGH EACH ALTERNATE  *
004890*                                KEY OF THE NEW LOG              *
004900*****************************************************************
004910 7000-PRINT-CONTROL-REPORT.
004920     MOVE SPACES TO WS-PRINT-LINE
004930     MOVE "TRANSACTION LOG ALTERNATE KEY CUTOVER CONTROL REPORT"
004940         TO WS-PRINT-LINE
004950     WRITE RPT-RECORD FROM WS-PRINT-LINE
004960     MOVE SPACES TO WS-PRINT-LINE
004970     WRITE RPT-RECORD FROM WS-PRINT-LINE
004980     MOVE SPACES TO WS-PRINT-LINE
004990     MOVE "FILE                READ     WRITTEN    RESULT"
005000         TO WS-PRINT-LINE(5:46)
005010     WRITE RPT-RECORD FROM WS-PRINT-LINE
005020     PERFORM 7100-PRINT-FILE-LINE
005030         VARYING WS-FILE-SUB FROM 1 BY 1
005040         UNTIL WS-FILE-SUB > 2
005050     MOVE SPACES TO WS-PRINT-LINE
005060     WRITE RPT-RECORD FROM WS-PRINT-LINE
005070     MOVE SPACES TO WS-PRINT-LINE
005080     MOVE "KEY                 READ      IN LOG    RESULT"
005090         TO WS-PRINT-LINE(5:46)
005100     WRITE RPT-RECORD FROM WS-PRINT-LINE
005110     PERFORM 7200-PRINT-AIX-LINE
005120         VARYING WS-AIX-SUB FROM 1 BY 1
005130         UNTIL WS-AIX-SUB > 2.
005140*
005150*****************************************************************
005160*    7100-PRINT-FILE-LINE - PRINT ONE FILE'S COUNTS AND RESULT   *
005170*****************************************************************
005180 7100-PRINT-FILE-LINE.
005190     MOVE SPACES TO WS-PRINT-LINE
005200     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-F-NAME
005210     MOVE WS-FILE-READ (WS-FILE-SUB) TO WS-F-READ
005220     MOVE WS-FILE-WRITTEN (WS-FILE-SUB) TO WS-F-WRITTEN
005230     MOVE WS-FILE-DISPOSITION (WS-FILE-SUB) TO WS-F-RESULT
005240     WRITE RPT-RECORD FROM WS-PRINT-LINE.
005250*
005260*****************************************************************
005270*    7200-PRINT-AIX-LINE - PRINT ONE ALTERNATE KEY'S COUNT       *
005280*                          AGAINST THE ENTRIES WRITTEN TO THE LOG*
005290*****************************************************************
005300 7200-PRINT-AIX-LINE.
005310     MOVE SPACES TO WS-PRINT-LINE
005320     MOVE WS-AIX-NAME (WS-AIX-SUB) TO WS-F-NAME
005330     MOVE WS-AIX-READ (WS-AIX-SUB) TO WS-F-READ
005340     MOVE WS-FILE-WRITTEN (1) TO WS-F-WRITTEN
005350     MOVE WS-AIX-DISPOSITION (WS-AIX-SUB) TO WS-F-RESULT
005360     WRITE RPT-RECORD FROM WS-PRINT-LINE.
005370*
005380*****************************************************************
005390*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE   *
005400*****************************************************************
005410 9000-TERMINATE.
005420     IF RPT-FILE-OPEN
005430         CLOSE RPT-FILE
005440     END-IF
005450     IF RUN-ABORTED OR CUTOVER-SHORT
005460         DISPLAY "cutover NOT clean - see INCNV02.LST"
005470         MOVE 8 TO RETURN-CODE
005480     ELSE
005490         MOVE ZERO TO RETURN-CODE
005500     END-IF.
