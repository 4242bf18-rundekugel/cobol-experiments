000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INCNV01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : ONE-TIME CUTOVER OF THE TRANSACTION FILES TO  *
000060*                 THE 83-BYTE TRAN-RECORD THAT CARRIES THE      *
000070*                 CAPTURE SOURCE.  BEFORE THE RUN OPERATIONS    *
000080*                 RENAMES EACH FILE BUILT ON THE OLD 78-BYTE    *
000090*                 RECORD - TRANLOG TO OTRANLOG, TRANARCH TO     *
000100*                 OTRANARC, FIXJRNL TO OFIXJRNL, PENDFIX TO     *
000110*                 OPENDFIX, TRNGLOG TO OTRNGLOG.  EACH OLD FILE *
000120*                 PRESENT IS COPIED RECORD FOR RECORD INTO A    *
000130*                 NEW FILE UNDER THE LIVE NAME, EVERY LOG RECORD*
000140*                 AND JOURNAL OR PENDING IMAGE GETTING A SOURCE *
000150*                 OF SPACES (CAPTURED BEFORE THE SOURCE WAS     *
000160*                 RECORDED).  AN OLD FILE NOT PRESENT IS SKIPPED*
000170*                 AND ITS LIVE FILE LEFT ALONE.  PRINTS RECORDS *
000180*                 READ AND WRITTEN PER FILE; ANY SHORTFALL OR   *
000190*                 OPEN FAILURE ENDS THE RUN RC 8 AND THE OLD    *
000200*                 FILES MUST BE KEPT UNTIL A CLEAN RUN.         *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    2026-10-15  DK  ORIGINAL.                                  *
000241*    2026-10-15  DK  TRANLOG AND TRNGLOG ARE NOW WRITTEN ON THE *
000242*                    147-BYTE RECORD THAT CARRIES THE ALTERNATE *
000243*                    KEYS, THE LOG'S KEYS BUILT AS EACH RECORD  *
000244*                    IS COPIED, SO A FILE STILL ON THE 78-BYTE  *
000245*                    RECORD NEEDS ONLY THIS RUN.  ARCHIVE,      *
000246*                    JOURNAL AND PENDING IMAGES STAY 83 BYTES.  *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. INCNV01.
000290 AUTHOR. D. KUGEL.
000300 INSTALLATION. DATA ENTRY SYSTEMS.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OTRN-FILE ASSIGN TO "OTRANLOG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OTRN-KEY
000410         FILE STATUS IS WS-OTRN-STATUS.
000420*
000430     SELECT TRAN-FILE ASSIGN TO "TRANLOG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS TR-KEY
000463         ALTERNATE RECORD KEY IS TR-OPER-KEY
000466         ALTERNATE RECORD KEY IS TR-CODE-KEY
000470         FILE STATUS IS WS-TRAN-STATUS.
000480*
000490     SELECT OARC-FILE ASSIGN TO "OTRANARC"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-OARC-STATUS.
000520*
000530     SELECT ARCH-FILE ASSIGN TO "TRANARCH"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ARCH-STATUS.
000560*
000570     SELECT OJRN-FILE ASSIGN TO "OFIXJRNL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-OJRN-STATUS.
000600*
000610     SELECT JRNL-FILE ASSIGN TO "FIXJRNL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-JRNL-STATUS.
000640*
000650     SELECT OPND-FILE ASSIGN TO "OPENDFIX"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS OP-KEY
000690         FILE STATUS IS WS-OPND-STATUS.
000700*
000710     SELECT PEND-FILE ASSIGN TO "PENDFIX"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS PD-KEY
000750         FILE STATUS IS WS-PEND-STATUS.
000760*
000770     SELECT OTRG-FILE ASSIGN TO "OTRNGLOG"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS OTRG-KEY
000810         FILE STATUS IS WS-OTRG-STATUS.
000820*
000830     SELECT TRNG-FILE ASSIGN TO "TRNGLOG"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS TRNG-KEY
000870         FILE STATUS IS WS-TRNG-STATUS.
000880*
000890     SELECT RPT-FILE ASSIGN TO "INCNV01.LST"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RPT-STATUS.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950*****************************************************************
000960*    OTRN-FILE - TRANSACTION LOG ON THE OLD 78-BYTE RECORD       *
000970*****************************************************************
000980 FD  OTRN-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  OTRN-RECORD.
001020     05  OTRN-KEY                PIC X(17).
001030     05  FILLER                  PIC X(61).
001040*
001050*****************************************************************
001060*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
001070*****************************************************************
001080 FD  TRAN-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY TRANREC.
001120*
001130*****************************************************************
001140*    OARC-FILE - LOG ARCHIVE ON THE OLD 78-BYTE RECORD           *
001150*****************************************************************
001160 FD  OARC-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  OARC-RECORD                 PIC X(78).
001200*
001210*****************************************************************
001220*    ARCH-FILE - LOG ARCHIVE                                     *
001230*****************************************************************
001240 FD  ARCH-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  ARCH-RECORD                 PIC X(83).
001280*
001290*****************************************************************
001300*    OJRN-FILE - CORRECTION JOURNAL WITH 78-BYTE IMAGES          *
001310*****************************************************************
001320 FD  OJRN-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  OJRN-RECORD.
001360     05  OJ-FUNCTION             PIC X(01).
001370     05  OJ-OPERATOR-ID          PIC X(08).
001380     05  OJ-APPROVER-ID          PIC X(08).
001390     05  OJ-STAMP-DATE           PIC 9(08).
001400     05  OJ-STAMP-TIME           PIC 9(06).
001410     05  OJ-BUSINESS-DATE        PIC 9(08).
001420     05  OJ-BEFORE-IMAGE         PIC X(78).
001430     05  OJ-AFTER-IMAGE          PIC X(78).
001440*
001450*****************************************************************
001460*    JRNL-FILE - CORRECTION-HISTORY JOURNAL                      *
001470*****************************************************************
001480 FD  JRNL-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510     COPY FIXJRNL.
001520*
001530*****************************************************************
001540*    OPND-FILE - PENDING-CHANGE QUEUE WITH 78-BYTE IMAGES        *
001550*****************************************************************
001560 FD  OPND-FILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590 01  OPND-RECORD.
001600     05  OP-KEY                  PIC X(17).
001610     05  OP-FUNCTION             PIC X(01).
001620     05  OP-REQUESTER-ID         PIC X(08).
001630     05  OP-STAMP-DATE           PIC 9(08).
001640     05  OP-STAMP-TIME           PIC 9(06).
001650     05  OP-BUSINESS-DATE        PIC 9(08).
001660     05  OP-BEFORE-IMAGE         PIC X(78).
001670     05  OP-AFTER-IMAGE          PIC X(78).
001680*
001690*****************************************************************
001700*    PEND-FILE - PENDING-CHANGE QUEUE                            *
001710*****************************************************************
001720 FD  PEND-FILE
001730     RECORDING MODE IS F
001740     LABEL RECORDS ARE STANDARD.
001750     COPY PENDREC.
001760*
001770*****************************************************************
001780*    OTRG-FILE - TRAINING LOG ON THE OLD 78-BYTE RECORD          *
001790*****************************************************************
001800 FD  OTRG-FILE
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE STANDARD.
001830 01  OTRG-RECORD.
001840     05  OTRG-KEY                PIC X(17).
001850     05  FILLER                  PIC X(61).
001860*
001870*****************************************************************
001880*    TRNG-FILE - TRAINING LOG                                    *
001890*****************************************************************
001900 FD  TRNG-FILE
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
001930 01  TRNG-RECORD.
001940     05  TRNG-KEY                PIC X(17).
001950     05  FILLER                  PIC X(130).
001960*
001970*****************************************************************
001980*    RPT-FILE - PRINTED CUTOVER CONTROL REPORT                   *
001990*****************************************************************
002000 FD  RPT-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 01  RPT-RECORD                  PIC X(132).
002030*
002040 WORKING-STORAGE SECTION.
002050 01  WS-PRINT-LINE                PIC X(132).
002060*
002070 01  WS-FILE-VIEW REDEFINES WS-PRINT-LINE.
002080     05  FILLER                  PIC X(04).
002090     05  WS-F-NAME               PIC X(08).
002100     05  FILLER                  PIC X(04).
002110     05  WS-F-READ               PIC Z(07)9.
002120     05  FILLER                  PIC X(04).
002130     05  WS-F-WRITTEN            PIC Z(07)9.
002140     05  FILLER                  PIC X(04).
002150     05  WS-F-RESULT             PIC X(30).
002160     05  FILLER                  PIC X(62).
002170*
002180 01  WS-OTRN-STATUS               PIC X(02).
002190     88  WS-OTRN-OK                           VALUE "00".
002200     88  WS-OTRN-NOT-FOUND                    VALUE "35".
002210*
002220 01  WS-TRAN-STATUS               PIC X(02).
002230     88  WS-TRAN-OK                           VALUE "00".
002240*
002250 01  WS-OARC-STATUS               PIC X(02).
002260     88  WS-OARC-OK                           VALUE "00".
002270     88  WS-OARC-NOT-FOUND                    VALUE "35".
002280*
002290 01  WS-ARCH-STATUS               PIC X(02).
002300     88  WS-ARCH-OK                           VALUE "00".
002310*
002320 01  WS-OJRN-STATUS               PIC X(02).
002330     88  WS-OJRN-OK                           VALUE "00".
002340     88  WS-OJRN-NOT-FOUND                    VALUE "35".
002350*
002360 01  WS-JRNL-STATUS               PIC X(02).
002370     88  WS-JRNL-OK                           VALUE "00".
002380*
002390 01  WS-OPND-STATUS               PIC X(02).
002400     88  WS-OPND-OK                           VALUE "00".
002410     88  WS-OPND-NOT-FOUND                    VALUE "35".
002420*
002430 01  WS-PEND-STATUS               PIC X(02).
002440     88  WS-PEND-OK                           VALUE "00".
002450*
002460 01  WS-OTRG-STATUS               PIC X(02).
002470     88  WS-OTRG-OK                           VALUE "00".
002480     88  WS-OTRG-NOT-FOUND                    VALUE "35".
002490*
002500 01  WS-TRNG-STATUS               PIC X(02).
002510     88  WS-TRNG-OK                           VALUE "00".
002520*
002530 01  WS-RPT-STATUS                PIC X(02).
002540     88  WS-RPT-OK                            VALUE "00".
002550*
002560 01  WS-SWITCHES.
002570     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
002580         88  RUN-ABORTED                     VALUE "Y".
002590     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002600         88  END-OF-FILE                     VALUE "Y".
002610     05  WS-SHORT-SW             PIC X(01)   VALUE "N".
002620         88  CUTOVER-SHORT                   VALUE "Y".
002630     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
002640         88  RPT-FILE-OPEN                   VALUE "Y".
002650*
002660*****************************************************************
002670*    WS-FILE-TABLE - ONE ENTRY PER FILE CUT OVER, IN RUN ORDER   *
002680*****************************************************************
002690 01  WS-FILE-DEF-AREA.
002700     05  FILLER                  PIC X(08)   VALUE "TRANLOG".
002710     05  FILLER                  PIC X(08)   VALUE "TRANARCH".
002720     05  FILLER                  PIC X(08)   VALUE "FIXJRNL".
002730     05  FILLER                  PIC X(08)   VALUE "PENDFIX".
002740     05  FILLER                  PIC X(08)   VALUE "TRNGLOG".
002750 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-DEF-AREA.
002760     05  WS-FILE-NAME            PIC X(08)   OCCURS 5 TIMES.
002770*
002780 01  WS-FILE-RESULT-TABLE.
002790     05  WS-FILE-RESULT          OCCURS 5 TIMES.
002800         10  WS-FILE-READ        PIC 9(08)   COMP.
002810         10  WS-FILE-WRITTEN     PIC 9(08)   COMP.
002820         10  WS-FILE-DISPOSITION PIC X(30).
002830*
002840 77  WS-FILE-SUB                  PIC 9(02)   COMP.
002850*
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880*    0000-MAINLINE                                               *
002890*****************************************************************
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002920     IF NOT RUN-ABORTED
002930         PERFORM 2000-CONVERT-LOG THRU 2000-CONVERT-LOG-EXIT
002940     END-IF
002950     IF NOT RUN-ABORTED
002960         PERFORM 3000-CONVERT-ARCHIVE THRU
002970             3000-CONVERT-ARCHIVE-EXIT
002980     END-IF
002990     IF NOT RUN-ABORTED
003000         PERFORM 4000-CONVERT-JOURNAL THRU
003010             4000-CONVERT-JOURNAL-EXIT
003020     END-IF
003030     IF NOT RUN-ABORTED
003040         PERFORM 5000-CONVERT-PENDING THRU
003050             5000-CONVERT-PENDING-EXIT
003060     END-IF
003070     IF NOT RUN-ABORTED
003080         PERFORM 6000-CONVERT-TRAINING THRU
003090             6000-CONVERT-TRAINING-EXIT
003100     END-IF
003110     IF RPT-FILE-OPEN
003120         PERFORM 7000-PRINT-CONTROL-REPORT
003130     END-IF
003140     PERFORM 9000-TERMINATE
003150     GOBACK.
003160*
003170*****************************************************************
003180*    1000-INITIALIZE - CLEAR THE PER-FILE RESULTS AND OPEN THE   *
003190*                      REPORT                                    *
003200*****************************************************************
003210 1000-INITIALIZE.
003220     PERFORM 1100-CLEAR-FILE-RESULT
003230         VARYING WS-FILE-SUB FROM 1 BY 1
003240         UNTIL WS-FILE-SUB > 5
003250     OPEN OUTPUT RPT-FILE
003260     IF NOT WS-RPT-OK
003270         DISPLAY "unable to open INCNV01.LST, file status: "
003280             WS-RPT-STATUS
003290         MOVE "Y" TO WS-ABORT-SW
003300     ELSE
003310         MOVE "Y" TO WS-RPT-OPEN-SW
003320     END-IF.
003330 1000-INITIALIZE-EXIT.
003340     EXIT.
003350*
003360*****************************************************************
003370*    1100-CLEAR-FILE-RESULT - ZERO ONE FILE'S COUNTS             *
003380*****************************************************************
003390 1100-CLEAR-FILE-RESULT.
003400     MOVE ZERO TO WS-FILE-READ (WS-FILE-SUB)
003410     MOVE ZERO TO WS-FILE-WRITTEN (WS-FILE-SUB)
003420     MOVE "NOT RUN" TO WS-FILE-DISPOSITION (WS-FILE-SUB).
003430*
003440*****************************************************************
003450*    2000-CONVERT-LOG - COPY OTRANLOG INTO A NEW TRANLOG         *
003460*****************************************************************
003470 2000-CONVERT-LOG.
003480     MOVE 1 TO WS-FILE-SUB
003490     OPEN INPUT OTRN-FILE
003500     IF WS-OTRN-NOT-FOUND
003510         MOVE "OLD FILE NOT PRESENT - SKIPPED"
003520             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
003530         GO TO 2000-CONVERT-LOG-EXIT
003540     END-IF
003550     IF NOT WS-OTRN-OK
003560         DISPLAY "unable to open OTRANLOG, file status: "
003570             WS-OTRN-STATUS
003580         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
003590         MOVE "Y" TO WS-ABORT-SW
003600         GO TO 2000-CONVERT-LOG-EXIT
003610     END-IF
003620     OPEN OUTPUT TRAN-FILE
003630     IF NOT WS-TRAN-OK
003640         DISPLAY "unable to open TRANLOG, file status: "
003650             WS-TRAN-STATUS
003660         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
003670         MOVE "Y" TO WS-ABORT-SW
003680         CLOSE OTRN-FILE
003690         GO TO 2000-CONVERT-LOG-EXIT
003700     END-IF
003710     MOVE "N" TO WS-EOF-SW
003720     PERFORM 2100-READ-OLD-LOG
003730     PERFORM 2200-COPY-LOG-RECORD UNTIL END-OF-FILE
003740     CLOSE OTRN-FILE
003750     CLOSE TRAN-FILE
003760     PERFORM 8000-SET-DISPOSITION.
003770 2000-CONVERT-LOG-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810*    2100-READ-OLD-LOG - READ THE NEXT OLD LOG RECORD            *
003820*****************************************************************
003830 2100-READ-OLD-LOG.
003840     READ OTRN-FILE
003850         AT END
003860             MOVE "Y" TO WS-EOF-SW
003870     END-READ
003880     IF NOT END-OF-FILE
003890         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
003900     END-IF.
003910*
003920*****************************************************************
003930*    2200-COPY-LOG-RECORD - WRITE ONE LOG RECORD ON THE NEW      *
003940*                           LAYOUT, THE SOURCE LEFT AS SPACES    *
003945*                           AND THE ALTERNATE KEYS BUILT         *
003950*****************************************************************
003960 2200-COPY-LOG-RECORD.
003970     MOVE OTRN-RECORD TO TRAN-RECORD
003972     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
003974     MOVE TR-KEY TO TR-OK-ENTRY-KEY
003976     MOVE TR-VAR1 TO TR-CK-VAR1
003978     MOVE TR-KEY TO TR-CK-ENTRY-KEY
003980     WRITE TRAN-RECORD
003990         INVALID KEY
004000             DISPLAY "TRANLOG write refused for key " TR-KEY
004010                 ", file status: " WS-TRAN-STATUS
004020         NOT INVALID KEY
004030             ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
004040     END-WRITE
004050     PERFORM 2100-READ-OLD-LOG.
004060*
004070*****************************************************************
004080*    3000-CONVERT-ARCHIVE - COPY OTRANARC INTO A NEW TRANARCH    *
004090*****************************************************************
004100 3000-CONVERT-ARCHIVE.
004110     MOVE 2 TO WS-FILE-SUB
004120     OPEN INPUT OARC-FILE
004130     IF WS-OARC-NOT-FOUND
004140         MOVE "OLD FILE NOT PRESENT - SKIPPED"
004150             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004160         GO TO 3000-CONVERT-ARCHIVE-EXIT
004170     END-IF
004180     IF NOT WS-OARC-OK
004190         DISPLAY "unable to open OTRANARC, file status: "
004200             WS-OARC-STATUS
004210         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004220         MOVE "Y" TO WS-ABORT-SW
004230         GO TO 3000-CONVERT-ARCHIVE-EXIT
004240     END-IF
004250     OPEN OUTPUT ARCH-FILE
004260     IF NOT WS-ARCH-OK
004270         DISPLAY "unable to open TRANARCH, file status: "
004280             WS-ARCH-STATUS
004290         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004300         MOVE "Y" TO WS-ABORT-SW
004310         CLOSE OARC-FILE
004320         GO TO 3000-CONVERT-ARCHIVE-EXIT
004330     END-IF
004340     MOVE "N" TO WS-EOF-SW
004350     PERFORM 3100-READ-OLD-ARCHIVE
004360     PERFORM 3200-COPY-ARCHIVE-RECORD UNTIL END-OF-FILE
004370     CLOSE OARC-FILE
004380     CLOSE ARCH-FILE
004390     PERFORM 8000-SET-DISPOSITION.
004400 3000-CONVERT-ARCHIVE-EXIT.
004410     EXIT.
004420*
004430*****************************************************************
004440*    3100-READ-OLD-ARCHIVE - READ THE NEXT OLD ARCHIVE RECORD    *
004450*****************************************************************
004460 3100-READ-OLD-ARCHIVE.
004470     READ OARC-FILE
004480         AT END
004490             MOVE "Y" TO WS-EOF-SW
004500     END-READ
004510     IF NOT END-OF-FILE
004520         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
004530     END-IF.
004540*
004550*****************************************************************
004560*    3200-COPY-ARCHIVE-RECORD - WRITE ONE ARCHIVE RECORD ON THE  *
004570*                               NEW LAYOUT                       *
004580*****************************************************************
004590 3200-COPY-ARCHIVE-RECORD.
004600     MOVE OARC-RECORD TO ARCH-RECORD
004610     WRITE ARCH-RECORD
004620     IF WS-ARCH-OK
004630         ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
004640     ELSE
004650         DISPLAY "TRANARCH write failed, file status: "
004660             WS-ARCH-STATUS
004670         MOVE "Y" TO WS-ABORT-SW
004680         MOVE "Y" TO WS-EOF-SW
004690     END-IF
004700     IF NOT END-OF-FILE
004710         PERFORM 3100-READ-OLD-ARCHIVE
004720     END-IF.
004730*
004740*****************************************************************
004750*    4000-CONVERT-JOURNAL - COPY OFIXJRNL INTO A NEW FIXJRNL     *
004760*****************************************************************
004770 4000-CONVERT-JOURNAL.
004780     MOVE 3 TO WS-FILE-SUB
004790     OPEN INPUT OJRN-FILE
004800     IF WS-OJRN-NOT-FOUND
004810         MOVE "OLD FILE NOT PRESENT - SKIPPED"
004820             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004830         GO TO 4000-CONVERT-JOURNAL-EXIT
004840     END-IF
004850     IF NOT WS-OJRN-OK
004860         DISPLAY "unable to open OFIXJRNL, file status: "
004870             WS-OJRN-STATUS
004880         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004890         MOVE "Y" TO WS-ABORT-SW
004900         GO TO 4000-CONVERT-JOURNAL-EXIT
004910     END-IF
004920     OPEN OUTPUT JRNL-FILE
004930     IF NOT WS-JRNL-OK
004940         DISPLAY "unable to open FIXJRNL, file status: "
004950             WS-JRNL-STATUS
004960         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
004970         MOVE "Y" TO WS-ABORT-SW
004980         CLOSE OJRN-FILE
004990         GO TO 4000-CONVERT-JOURNAL-EXIT
005000     END-IF
005010     MOVE "N" TO WS-EOF-SW
005020     PERFORM 4100-READ-OLD-JOURNAL
005030     PERFORM 4200-COPY-JOURNAL-RECORD UNTIL END-OF-FILE
005040     CLOSE OJRN-FILE
005050     CLOSE JRNL-FILE
005060     PERFORM 8000-SET-DISPOSITION.
005070 4000-CONVERT-JOURNAL-EXIT.
005080     EXIT.
005090*
005100*****************************************************************
005110*    4100-READ-OLD-JOURNAL - READ THE NEXT OLD JOURNAL RECORD    *
005120*****************************************************************
005130 4100-READ-OLD-JOURNAL.
005140     READ OJRN-FILE
005150         AT END
005160             MOVE "Y" TO WS-EOF-SW
005170     END-READ
005180     IF NOT END-OF-FILE
005190         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
005200     END-IF.
005210*
005220*****************************************************************
005230*    4200-COPY-JOURNAL-RECORD - WRITE ONE JOURNAL RECORD WITH    *
005240*                               BOTH IMAGES ON THE NEW LAYOUT -  *
005250*                               A BLANK AFTER-IMAGE STAYS BLANK  *
005260*****************************************************************
005270 4200-COPY-JOURNAL-RECORD.
005280     MOVE OJ-FUNCTION TO JR-FUNCTION
005290     MOVE OJ-OPERATOR-ID TO JR-OPERATOR-ID
005300     MOVE OJ-APPROVER-ID TO JR-APPROVER-ID
005310     MOVE OJ-STAMP-DATE TO JR-STAMP-DATE
005320     MOVE OJ-STAMP-TIME TO JR-STAMP-TIME
005330     MOVE OJ-BUSINESS-DATE TO JR-BUSINESS-DATE
005340     MOVE OJ-BEFORE-IMAGE TO JR-BEFORE-IMAGE
005350     MOVE OJ-AFTER-IMAGE TO JR-AFTER-IMAGE
005360     WRITE JRNL-RECORD
005370     IF WS-JRNL-OK
005380         ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
005390     ELSE
005400         DISPLAY "FIXJRNL write failed, file status: "
005410             WS-JRNL-STATUS
005420         MOVE "Y" TO WS-ABORT-SW
005430         MOVE "Y" TO WS-EOF-SW
005440     END-IF
005450     IF NOT END-OF-FILE
005460         PERFORM 4100-READ-OLD-JOURNAL
005470     END-IF.
005480*
005490*****************************************************************
005500*    5000-CONVERT-PENDING - COPY OPENDFIX INTO A NEW PENDFIX     *
005510*****************************************************************
005520 5000-CONVERT-PENDING.
005530     MOVE 4 TO WS-FILE-SUB
005540     OPEN INPUT OPND-FILE
005550     IF WS-OPND-NOT-FOUND
005560         MOVE "OLD FILE NOT PRESENT - SKIPPED"
005570             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
005580         GO TO 5000-CONVERT-PENDING-EXIT
005590     END-IF
005600     IF NOT WS-OPND-OK
005610         DISPLAY "unable to open OPENDFIX, file status: "
005620             WS-OPND-STATUS
005630         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
005640         MOVE "Y" TO WS-ABORT-SW
005650         GO TO 5000-CONVERT-PENDING-EXIT
005660     END-IF
005670     OPEN OUTPUT PEND-FILE
005680     IF NOT WS-PEND-OK
005690         DISPLAY "unable to open PENDFIX, file status: "
005700             WS-PEND-STATUS
005710         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
005720         MOVE "Y" TO WS-ABORT-SW
005730         CLOSE OPND-FILE
005740         GO TO 5000-CONVERT-PENDING-EXIT
005750     END-IF
005760     MOVE "N" TO WS-EOF-SW
005770     PERFORM 5100-READ-OLD-PENDING
005780     PERFORM 5200-COPY-PENDING-RECORD UNTIL END-OF-FILE
005790     CLOSE OPND-FILE
005800     CLOSE PEND-FILE
005810     PERFORM 8000-SET-DISPOSITION.
005820 5000-CONVERT-PENDING-EXIT.
005830     EXIT.
005840*
005850*****************************************************************
005860*    5100-READ-OLD-PENDING - READ THE NEXT OLD PENDING CHANGE    *
005870*****************************************************************
005880 5100-READ-OLD-PENDING.
005890     READ OPND-FILE
005900         AT END
005910             MOVE "Y" TO WS-EOF-SW
005920     END-READ
005930     IF NOT END-OF-FILE
005940         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
005950     END-IF.
005960*
005970*****************************************************************
005980*    5200-COPY-PENDING-RECORD - WRITE ONE PENDING CHANGE WITH    *
005990*                               BOTH IMAGES ON THE NEW LAYOUT    *
006000*****************************************************************
006010 5200-COPY-PENDING-RECORD.
006020     MOVE OP-KEY TO PD-KEY
006030     MOVE OP-FUNCTION TO PD-FUNCTION
006040     MOVE OP-REQUESTER-ID TO PD-REQUESTER-ID
006050     MOVE OP-STAMP-DATE TO PD-STAMP-DATE
006060     MOVE OP-STAMP-TIME TO PD-STAMP-TIME
006070     MOVE OP-BUSINESS-DATE TO PD-BUSINESS-DATE
006080     MOVE OP-BEFORE-IMAGE TO PD-BEFORE-IMAGE
006090     MOVE OP-AFTER-IMAGE TO PD-AFTER-IMAGE
006100     WRITE PEND-RECORD
006110         INVALID KEY
006120             DISPLAY "PENDFIX write refused for key " PD-KEY
006130                 ", file status: " WS-PEND-STATUS
006140         NOT INVALID KEY
006150             ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
006160     END-WRITE
006170     PERFORM 5100-READ-OLD-PENDING.
006180*
006190*****************************************************************
006200*    6000-CONVERT-TRAINING - COPY OTRNGLOG INTO A NEW TRNGLOG    *
006210*****************************************************************
006220 6000-CONVERT-TRAINING.
006230     MOVE 5 TO WS-FILE-SUB
006240     OPEN INPUT OTRG-FILE
006250     IF WS-OTRG-NOT-FOUND
006260         MOVE "OLD FILE NOT PRESENT - SKIPPED"
006270             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
006280         GO TO 6000-CONVERT-TRAINING-EXIT
006290     END-IF
006300     IF NOT WS-OTRG-OK
006310         DISPLAY "unable to open OTRNGLOG, file status: "
006320             WS-OTRG-STATUS
006330         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
006340         MOVE "Y" TO WS-ABORT-SW
006350         GO TO 6000-CONVERT-TRAINING-EXIT
006360     END-IF
006370     OPEN OUTPUT TRNG-FILE
006380     IF NOT WS-TRNG-OK
006390         DISPLAY "unable to open TRNGLOG, file status: "
006400             WS-TRNG-STATUS
006410         MOVE "OPEN FAILED" TO WS-FILE-DISPOSITION (WS-FILE-SUB)
006420         MOVE "Y" TO WS-ABORT-SW
006430         CLOSE OTRG-FILE
006440         GO TO 6000-CONVERT-TRAINING-EXIT
006450     END-IF
006460     MOVE "N" TO WS-EOF-SW
006470     PERFORM 6100-READ-OLD-TRAINING
006480     PERFORM 6200-COPY-TRAINING-RECORD UNTIL END-OF-FILE
006490     CLOSE OTRG-FILE
006500     CLOSE TRNG-FILE
006510     PERFORM 8000-SET-DISPOSITION.
006520 6000-CONVERT-TRAINING-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560*    6100-READ-OLD-TRAINING - READ THE NEXT OLD TRAINING RECORD  *
006570*****************************************************************
006580 6100-READ-OLD-TRAINING.
006590     READ OTRG-FILE
006600         AT END
006610             MOVE "Y" TO WS-EOF-SW
006620     END-READ
006630     IF NOT END-OF-FILE
006640         ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
006650     END-IF.
006660*
006670*****************************************************************
006680*    6200-COPY-TRAINING-RECORD - WRITE ONE TRAINING RECORD ON    *
006690*                                THE NEW LAYOUT                  *
006700*****************************************************************
006710 6200-COPY-TRAINING-RECORD.
006720     MOVE OTRG-RECORD TO TRNG-RECORD
006730     WRITE TRNG-RECORD
006740         INVALID KEY
006750             DISPLAY "TRNGLOG write refused for key " TRNG-KEY
006760                 ", file status: " WS-TRNG-STATUS
006770         NOT INVALID KEY
006780             ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
006790     END-WRITE
006800     PERFORM 6100-READ-OLD-TRAINING.
006810*
006820*****************************************************************
006830*    8000-SET-DISPOSITION - MARK THE FILE JUST COPIED CONVERTED, *
006840*                           OR SHORT WHEN FEWER RECORDS WERE     *
006850*                           WRITTEN THAN READ                    *
006860*****************************************************************
006870 8000-SET-DISPOSITION.
006880     IF RUN-ABORTED
006890         MOVE "FAILED - KEEP THE OLD FILE"
006900             TO WS-FILE-DISPOSITION (WS-FILE-SUB)
006910     ELSE
006920         IF WS-FILE-WRITTEN (WS-FILE-SUB)
006930             = WS-FILE-READ (WS-FILE-SUB)
006940             MOVE "CONVERTED"
006950                 TO WS-FILE-DISPOSITION (WS-FILE-SUB)
006960         ELSE
006970             MOVE "SHORT - KEEP THE OLD FILE"
006980                 TO WS-FILE-DISPOSITION (WS-FILE-SUB)
006990             MOVE "Y" TO WS-SHORT-SW
007000         END-IF
007010     END-IF.
007020*
007030*****************************************************************
007040*    7000-PRINT-CONTROL-REPORT - PRINT RECORDS READ AND WRITTEN  *
007050*                                FOR EACH FILE                   *
007060*****************************************************************
007070 7000-PRINT-CONTROL-REPORT.
007080     MOVE SPACES TO WS-PRINT-LINE
007090     MOVE "TRANSACTION FILE CUTOVER CONTROL REPORT"
007100         TO WS-PRINT-LINE
007110     WRITE RPT-RECORD FROM WS-PRINT-LINE
007120     MOVE SPACES TO WS-PRINT-LINE
007130     WRITE RPT-RECORD FROM WS-PRINT-LINE
007140     MOVE SPACES TO WS-PRINT-LINE
007150     MOVE "FILE                READ     WRITTEN    RESULT"
007160         TO WS-PRINT-LINE(5:46)
007170     WRITE RPT-RECORD FROM WS-PRINT-LINE
007180     PERFORM 7100-PRINT-FILE-LINE
007190         VARYING WS-FILE-SUB FROM 1 BY 1
007200         UNTIL WS-FILE-SUB > 5.
007210*
007220*****************************************************************
007230*    7100-PRINT-FILE-LINE - PRINT ONE FILE'S COUNTS AND RESULT   *
007240*****************************************************************
007250 7100-PRINT-FILE-LINE.
007260     MOVE SPACES TO WS-PRINT-LINE
007270     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-F-NAME
007280     MOVE WS-FILE-READ (WS-FILE-SUB) TO WS-F-READ
007290     MOVE WS-FILE-WRITTEN (WS-FILE-SUB) TO WS-F-WRITTEN
007300     MOVE WS-FILE-DISPOSITION (WS-FILE-SUB) TO WS-F-RESULT
007310     WRITE RPT-RECORD FROM WS-PRINT-LINE.
007320*
007330*****************************************************************
007340*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE   *
007350*****************************************************************
007360 9000-TERMINATE.
007370     IF RPT-FILE-OPEN
007380         CLOSE RPT-FILE
007390     END-IF
007400     IF RUN-ABORTED OR CUTOVER-SHORT
007410         DISPLAY "cutover NOT clean - see INCNV01.LST"
007420         MOVE 8 TO RETURN-CODE
007430     ELSE
007440         MOVE ZERO TO RETURN-CODE
007450     END-IF.
