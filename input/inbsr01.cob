000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INBSR01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : REMOTE-SITE BATCH SUBMISSION REPORT, RUN EACH *
000060*                 MORNING SO THE HELP DESK CAN CHASE MISSING    *
000070*                 SITES BEFORE THE CUTOFF.  FOR ONE BUSINESS    *
000080*                 DATE (DEFAULT THE CURRENT ONE FROM BUSDATE)   *
000090*                 IT LISTS FROM THE BATCH-CONTROL FILE AND THE  *
000100*                 SITE MASTER:                                  *
000110*                   1. EVERY BATCH INBTL01 LOADED FOR THE DATE; *
000120*                   2. EVERY ACTIVE SITE WITH NO LOADED BATCH   *
000130*                      FOR THE DATE, WITH ITS HELP-DESK CONTACT;*
000140*                   3. EVERY BATCH REJECTED ON THE DATE - OUT OF*
000150*                      BALANCE, NO TRAILER, WRONG DATE, OR FROM *
000160*                      A SITE NOT ACTIVE - AND EVERY DUPLICATE  *
000170*                      BATCH NUMBER REFUSED, WITH WHETHER THE   *
000180*                      SITE HAS SINCE RESENT IT.                *
000190*                 ENDS RC 4 WHEN ANY SITE IS MISSING OR ANY     *
000200*                 BATCH WAS REJECTED.                           *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    ------------------------------------------------------     *
000240*    2026-10-15  DK  ORIGINAL.                                  *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. INBSR01.
000290 AUTHOR. D. KUGEL.
000300 INSTALLATION. DATA ENTRY SYSTEMS.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SITE-FILE ASSIGN TO "SITEMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ST-SITE
000410         FILE STATUS IS WS-SITE-STATUS.
000420*
000430     SELECT BTRK-FILE ASSIGN TO "BATCHTRK"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS BK-KEY
000470         FILE STATUS IS WS-BTRK-STATUS.
000480*
000490     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-BUSD-STATUS.
000520*
000530     SELECT RPT-FILE ASSIGN TO "INBSR01.LST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*****************************************************************
000600*    SITE-FILE - REMOTE-SITE MASTER OF EXPECTED SUBMITTERS      *
000610*****************************************************************
000620 FD  SITE-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY SITEREC.
000660*
000670*****************************************************************
000680*    BTRK-FILE - SITE BATCH-CONTROL FILE                        *
000690*****************************************************************
000700 FD  BTRK-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY BTRKREC.
000740*
000750*****************************************************************
000760*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE               *
000770*****************************************************************
000780 FD  BUSD-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY BUSDATE.
000820*
000830*****************************************************************
000840*    RPT-FILE - PRINTED BATCH SUBMISSION REPORT                 *
000850*****************************************************************
000860 FD  RPT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  RPT-RECORD                  PIC X(132).
000890*
000900 WORKING-STORAGE SECTION.
000910 01  WS-PRINT-LINE                PIC X(132).
000920*
000930 01  WS-LOADED-VIEW REDEFINES WS-PRINT-LINE.
000940     05  FILLER                  PIC X(04).
000950     05  WS-LV-SITE              PIC X(04).
000960     05  FILLER                  PIC X(02).
000970     05  WS-LV-NAME              PIC X(24).
000980     05  FILLER                  PIC X(02).
000990     05  WS-LV-BATCH-NO          PIC 9(06).
001000     05  FILLER                  PIC X(02).
001010     05  WS-LV-RECORD-COUNT      PIC Z(05)9.
001020     05  FILLER                  PIC X(02).
001030     05  WS-LV-AMOUNT-HASH       PIC Z(10)9.99-.
001040     05  FILLER                  PIC X(02).
001050     05  WS-LV-STAMP-DATE        PIC 9(08).
001060     05  FILLER                  PIC X(01).
001070     05  WS-LV-STAMP-TIME        PIC 9(06).
001080     05  FILLER                  PIC X(48).
001090*
001100 01  WS-MISSING-VIEW REDEFINES WS-PRINT-LINE.
001110     05  FILLER                  PIC X(04).
001120     05  WS-MV-SITE              PIC X(04).
001130     05  FILLER                  PIC X(02).
001140     05  WS-MV-NAME              PIC X(24).
001150     05  FILLER                  PIC X(02).
001160     05  WS-MV-CONTACT           PIC X(24).
001170     05  FILLER                  PIC X(02).
001180     05  WS-MV-NOTE              PIC X(30).
001190     05  FILLER                  PIC X(40).
001200*
001210 01  WS-REJECT-VIEW REDEFINES WS-PRINT-LINE.
001220     05  FILLER                  PIC X(04).
001230     05  WS-RV-SITE              PIC X(04).
001240     05  FILLER                  PIC X(02).
001250     05  WS-RV-BATCH-NO          PIC 9(06).
001260     05  FILLER                  PIC X(02).
001270     05  WS-RV-BUS-DATE          PIC 9(08).
001280     05  FILLER                  PIC X(02).
001290     05  WS-RV-REASON            PIC X(24).
001300     05  FILLER                  PIC X(02).
001310     05  WS-RV-RECORD-COUNT      PIC Z(05)9.
001320     05  FILLER                  PIC X(02).
001330     05  WS-RV-ACTUAL-COUNT      PIC Z(05)9.
001340     05  FILLER                  PIC X(02).
001350     05  WS-RV-AMOUNT-HASH       PIC Z(10)9.99-.
001360     05  FILLER                  PIC X(02).
001370     05  WS-RV-ACTUAL-HASH       PIC Z(10)9.99-.
001380     05  FILLER                  PIC X(02).
001390     05  WS-RV-STATUS            PIC X(20).
001400     05  FILLER                  PIC X(08).
001410*
001420 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
001430     05  FILLER                  PIC X(04).
001440     05  WS-C-LABEL              PIC X(24).
001450     05  WS-C-COUNT              PIC Z(07)9.
001460     05  FILLER                  PIC X(96).
001470*
001480 01  WS-SITE-STATUS               PIC X(02).
001490     88  WS-SITE-OK                           VALUE "00".
001500     88  WS-SITE-FOUND                        VALUE "00".
001510*
001520 01  WS-BTRK-STATUS               PIC X(02).
001530     88  WS-BTRK-OK                           VALUE "00".
001540     88  WS-BTRK-NOT-FOUND                    VALUE "35".
001550*
001560 01  WS-BUSD-STATUS               PIC X(02).
001570     88  WS-BUSD-OK                           VALUE "00".
001580*
001590 01  WS-RPT-STATUS                PIC X(02).
001600     88  WS-RPT-OK                            VALUE "00".
001610*
001620 01  WS-SWITCHES.
001630     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001640         88  RUN-ABORTED                     VALUE "Y".
001650     05  WS-SITE-EOF-SW          PIC X(01)   VALUE "N".
001660         88  SITE-END-OF-FILE                VALUE "Y".
001670     05  WS-BTRK-EOF-SW          PIC X(01)   VALUE "N".
001680         88  BTRK-END-OF-FILE                VALUE "Y".
001690     05  WS-SITE-OPEN-SW         PIC X(01)   VALUE "N".
001700         88  SITE-FILE-OPEN                  VALUE "Y".
001710     05  WS-BTRK-OPEN-SW         PIC X(01)   VALUE "N".
001720         88  BTRK-FILE-OPEN                  VALUE "Y".
001730     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
001740         88  RPT-FILE-OPEN                   VALUE "Y".
001750     05  WS-SITE-LOADED-SW       PIC X(01)   VALUE "N".
001760         88  SITE-HAS-LOADED                 VALUE "Y".
001770     05  WS-SITE-REJECTED-SW     PIC X(01)   VALUE "N".
001780         88  SITE-HAS-REJECTED               VALUE "Y".
001790*
001800 01  WS-REPORT-DATE               PIC 9(08).
001810 01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE
001820                                  PIC X(08).
001830 01  WS-ENTERED-DATE              PIC X(08).
001840*
001850 77  WS-ACTIVE-COUNT              PIC 9(06)   COMP VALUE ZERO.
001860 77  WS-LOADED-BATCHES            PIC 9(06)   COMP VALUE ZERO.
001870 77  WS-MISSING-COUNT             PIC 9(06)   COMP VALUE ZERO.
001880 77  WS-REJECTED-BATCHES          PIC 9(06)   COMP VALUE ZERO.
001890 77  WS-DUPLICATE-BATCHES         PIC 9(06)   COMP VALUE ZERO.
001900*
001910 PROCEDURE DIVISION.
001920*****************************************************************
001930*    0000-MAINLINE                                               *
001940*****************************************************************
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001970     IF NOT RUN-ABORTED
001980         PERFORM 2000-LIST-LOADED THRU 2000-LIST-LOADED-EXIT
001990         PERFORM 3000-LIST-MISSING THRU 3000-LIST-MISSING-EXIT
002000         PERFORM 4000-LIST-REJECTED THRU 4000-LIST-REJECTED-EXIT
002010         PERFORM 5000-PRINT-TOTALS
002020     END-IF
002030     PERFORM 9000-TERMINATE
002040     GOBACK.
002050*
002060*****************************************************************
002070*    1000-INITIALIZE - SETTLE THE REPORT DATE, OPEN THE SITE     *
002080*                      MASTER, THE BATCH-CONTROL FILE AND THE    *
002090*                      REPORT, AND PRINT THE TITLE.  NO BATCH-   *
002100*                      CONTROL FILE MEANS NOTHING HAS BEEN SENT  *
002110*****************************************************************
002120 1000-INITIALIZE.
002130     PERFORM 1100-GET-REPORT-DATE THRU 1100-GET-REPORT-DATE-EXIT
002140     IF RUN-ABORTED
002150         GO TO 1000-INITIALIZE-EXIT
002160     END-IF
002170     OPEN INPUT SITE-FILE
002180     IF NOT WS-SITE-OK
002190         DISPLAY "unable to open SITEMAST, file status: "
002200             WS-SITE-STATUS " - run INSIT01 to build it"
002210         MOVE "Y" TO WS-ABORT-SW
002220         GO TO 1000-INITIALIZE-EXIT
002230     END-IF
002240     MOVE "Y" TO WS-SITE-OPEN-SW
002250     OPEN INPUT BTRK-FILE
002260     IF WS-BTRK-OK
002270         MOVE "Y" TO WS-BTRK-OPEN-SW
002280     ELSE
002290         IF NOT WS-BTRK-NOT-FOUND
002300             DISPLAY "unable to open BATCHTRK, file status: "
002310                 WS-BTRK-STATUS
002320             MOVE "Y" TO WS-ABORT-SW
002330             GO TO 1000-INITIALIZE-EXIT
002340         END-IF
002350     END-IF
002360     OPEN OUTPUT RPT-FILE
002370     IF NOT WS-RPT-OK
002380         DISPLAY "unable to open INBSR01.LST, file status: "
002390             WS-RPT-STATUS
002400         MOVE "Y" TO WS-ABORT-SW
002410         GO TO 1000-INITIALIZE-EXIT
002420     END-IF
002430     MOVE "Y" TO WS-RPT-OPEN-SW
002440     MOVE SPACES TO WS-PRINT-LINE
002450     MOVE "REMOTE-SITE BATCH SUBMISSION REPORT" TO WS-PRINT-LINE
002460     WRITE RPT-RECORD FROM WS-PRINT-LINE
002470     MOVE SPACES TO WS-PRINT-LINE
002480     MOVE "BUSINESS DATE: " TO WS-PRINT-LINE(5:15)
002490     MOVE WS-REPORT-DATE TO WS-PRINT-LINE(20:8)
002500     WRITE RPT-RECORD FROM WS-PRINT-LINE.
002510 1000-INITIALIZE-EXIT.
002520     EXIT.
002530*
002540*****************************************************************
002550*    1100-GET-REPORT-DATE - DEFAULT THE REPORT DATE TO THE       *
002560*                           CURRENT BUSINESS DATE, AND LET THE   *
002570*                           OPERATOR ENTER ANOTHER CCYYMMDD      *
002580*****************************************************************
002590 1100-GET-REPORT-DATE.
002600     MOVE ZERO TO WS-REPORT-DATE
002610     OPEN INPUT BUSD-FILE
002620     IF WS-BUSD-OK
002630         READ BUSD-FILE
002640             AT END
002650                 CONTINUE
002660             NOT AT END
002670                 MOVE BD-BUSINESS-DATE TO WS-REPORT-DATE
002680         END-READ
002690         CLOSE BUSD-FILE
002700     END-IF
002710     DISPLAY "enter business date to report (CCYYMMDD), "
002720         "or blank for " WS-REPORT-DATE ":"
002730     ACCEPT WS-ENTERED-DATE
002740     IF WS-ENTERED-DATE NOT = SPACES
002750         IF WS-ENTERED-DATE IS NUMERIC
002760             MOVE WS-ENTERED-DATE TO WS-REPORT-DATE-X
002770         ELSE
002780             DISPLAY "date must be eight digits, CCYYMMDD"
002790             MOVE "Y" TO WS-ABORT-SW
002800             GO TO 1100-GET-REPORT-DATE-EXIT
002810         END-IF
002820     END-IF
002830     IF WS-REPORT-DATE = ZERO
002840         DISPLAY "no business date on BUSDATE - run INBDT01 "
002850             "or enter a date"
002860         MOVE "Y" TO WS-ABORT-SW
002870     END-IF.
002880 1100-GET-REPORT-DATE-EXIT.
002890     EXIT.
002900*
002910*****************************************************************
002920*    2000-LIST-LOADED - LIST EVERY BATCH LOADED FOR THE REPORT   *
002930*                       DATE, WITH ITS CONTROL TOTALS AND WHEN   *
002940*                       INBTL01 ACCEPTED IT                      *
002950*****************************************************************
002960 2000-LIST-LOADED.
002970     MOVE SPACES TO WS-PRINT-LINE
002980     WRITE RPT-RECORD FROM WS-PRINT-LINE
002990     MOVE SPACES TO WS-PRINT-LINE
003000     MOVE "SITES THAT SENT - BATCHES LOADED" TO WS-PRINT-LINE
003010     WRITE RPT-RECORD FROM WS-PRINT-LINE
003020     MOVE SPACES TO WS-PRINT-LINE
003030     MOVE "    SITE  NAME                      BATCH  RECORDS"
003040         TO WS-PRINT-LINE(1:50)
003050     MOVE "AMOUNT HASH" TO WS-PRINT-LINE(56:11)
003060     MOVE "LOADED" TO WS-PRINT-LINE(70:6)
003070     WRITE RPT-RECORD FROM WS-PRINT-LINE
003080     IF NOT BTRK-FILE-OPEN
003090         GO TO 2000-LIST-LOADED-EXIT
003100     END-IF
003110     PERFORM 2050-START-BTRK
003120     PERFORM 2200-PRINT-LOADED UNTIL BTRK-END-OF-FILE.
003130 2000-LIST-LOADED-EXIT.
003140     EXIT.
003150*
003160*****************************************************************
003170*    2050-START-BTRK - POSITION AT THE FIRST BATCH-CONTROL       *
003180*                      RECORD AND READ IT                        *
003190*****************************************************************
003200 2050-START-BTRK.
003210     MOVE "N" TO WS-BTRK-EOF-SW
003220     MOVE LOW-VALUES TO BK-KEY
003230     START BTRK-FILE KEY NOT < BK-KEY
003240         INVALID KEY
003250             MOVE "Y" TO WS-BTRK-EOF-SW
003260     END-START
003270     IF NOT BTRK-END-OF-FILE
003280         PERFORM 2100-READ-BTRK-NEXT
003290     END-IF.
003300*
003310*****************************************************************
003320*    2100-READ-BTRK-NEXT - READ THE NEXT BATCH-CONTROL RECORD    *
003330*****************************************************************
003340 2100-READ-BTRK-NEXT.
003350     READ BTRK-FILE NEXT RECORD
003360         AT END
003370             MOVE "Y" TO WS-BTRK-EOF-SW
003380     END-READ.
003390*
003400*****************************************************************
003410*    2200-PRINT-LOADED - PRINT ONE LOADED BATCH FOR THE DATE     *
003420*****************************************************************
003430 2200-PRINT-LOADED.
003440     IF BK-LOADED
003450         AND BK-BUS-DATE = WS-REPORT-DATE
003460         ADD 1 TO WS-LOADED-BATCHES
003470         MOVE SPACES TO WS-PRINT-LINE
003480         MOVE BK-SITE TO WS-LV-SITE
003490         PERFORM 2300-GET-SITE-NAME
003500         MOVE ST-NAME TO WS-LV-NAME
003510         MOVE BK-BATCH-NO TO WS-LV-BATCH-NO
003520         MOVE BK-RECORD-COUNT TO WS-LV-RECORD-COUNT
003530         MOVE BK-AMOUNT-HASH TO WS-LV-AMOUNT-HASH
003540         MOVE BK-STAMP-DATE TO WS-LV-STAMP-DATE
003550         MOVE BK-STAMP-TIME TO WS-LV-STAMP-TIME
003560         WRITE RPT-RECORD FROM WS-PRINT-LINE
003570     END-IF
003580     PERFORM 2100-READ-BTRK-NEXT.
003590*
003600*****************************************************************
003610*    2300-GET-SITE-NAME - LOOK UP THE BATCH'S SITE ON THE SITE   *
003620*                         MASTER FOR ITS NAME                    *
003630*****************************************************************
003640 2300-GET-SITE-NAME.
003650     MOVE BK-SITE TO ST-SITE
003660     READ SITE-FILE
003670         INVALID KEY
003680             MOVE "*** NOT ON SITE MASTER" TO ST-NAME
003690     END-READ.
003700*
003710*****************************************************************
003720*    3000-LIST-MISSING - WALK THE SITE MASTER AND LIST EVERY     *
003730*                        ACTIVE SITE WITH NO BATCH LOADED FOR    *
003740*                        THE REPORT DATE - THE HELP DESK'S       *
003750*                        CALL LIST                               *
003760*****************************************************************
003770 3000-LIST-MISSING.
003780     MOVE SPACES TO WS-PRINT-LINE
003790     WRITE RPT-RECORD FROM WS-PRINT-LINE
003800     MOVE SPACES TO WS-PRINT-LINE
003810     MOVE "ACTIVE SITES NOT YET LOADED - CHASE BEFORE CUTOFF"
003820         TO WS-PRINT-LINE
003830     WRITE RPT-RECORD FROM WS-PRINT-LINE
003840     MOVE SPACES TO WS-PRINT-LINE
003850     MOVE "    SITE  NAME                      CONTACT"
003860         TO WS-PRINT-LINE(1:43)
003870     MOVE "                   NOTE" TO WS-PRINT-LINE(44:23)
003880     WRITE RPT-RECORD FROM WS-PRINT-LINE
003890     MOVE "N" TO WS-SITE-EOF-SW
003900     MOVE LOW-VALUES TO ST-SITE
003910     START SITE-FILE KEY NOT < ST-SITE
003920         INVALID KEY
003930             MOVE "Y" TO WS-SITE-EOF-SW
003940     END-START
003950     IF NOT SITE-END-OF-FILE
003960         PERFORM 3100-READ-SITE-NEXT
003970     END-IF
003980     PERFORM 3200-CHECK-SITE UNTIL SITE-END-OF-FILE.
003990 3000-LIST-MISSING-EXIT.
004000     EXIT.
004010*
004020*****************************************************************
004030*    3100-READ-SITE-NEXT - READ THE NEXT SITE-MASTER RECORD      *
004040*****************************************************************
004050 3100-READ-SITE-NEXT.
004060     READ SITE-FILE NEXT RECORD
004070         AT END
004080             MOVE "Y" TO WS-SITE-EOF-SW
004090     END-READ.
004100*
004110*****************************************************************
004120*    3200-CHECK-SITE - FOR AN ACTIVE SITE, LOOK FOR A BATCH      *
004130*                      LOADED FOR THE DATE AND PRINT THE SITE    *
004140*                      WHEN THERE IS NONE, NOTING WHETHER A      *
004150*                      BATCH CAME IN BUT WAS REJECTED            *
004160*****************************************************************
004170 3200-CHECK-SITE.
004180     IF ST-ACTIVE
004190         ADD 1 TO WS-ACTIVE-COUNT
004200         MOVE "N" TO WS-SITE-LOADED-SW
004210         MOVE "N" TO WS-SITE-REJECTED-SW
004220         IF BTRK-FILE-OPEN
004230             PERFORM 3300-FIND-SITE-BATCHES
004240         END-IF
004250         IF NOT SITE-HAS-LOADED
004260             ADD 1 TO WS-MISSING-COUNT
004270             MOVE SPACES TO WS-PRINT-LINE
004280             MOVE ST-SITE TO WS-MV-SITE
004290             MOVE ST-NAME TO WS-MV-NAME
004300             MOVE ST-CONTACT TO WS-MV-CONTACT
004310             IF SITE-HAS-REJECTED
004320                 MOVE "BATCH REJECTED - RESEND NEEDED" TO
004330                     WS-MV-NOTE
004340             ELSE
004350                 MOVE "NOTHING RECEIVED" TO WS-MV-NOTE
004360             END-IF
004370             WRITE RPT-RECORD FROM WS-PRINT-LINE
004380         END-IF
004390     END-IF
004400     PERFORM 3100-READ-SITE-NEXT.
004410*
004420*****************************************************************
004430*    3300-FIND-SITE-BATCHES - SCAN THE SITE'S BATCH-CONTROL      *
004440*                             RECORDS FOR ONE LOADED, OR         *
004450*                             REJECTED, FOR THE REPORT DATE      *
004460*****************************************************************
004470 3300-FIND-SITE-BATCHES.
004480     MOVE "N" TO WS-BTRK-EOF-SW
004490     MOVE ST-SITE TO BK-SITE
004500     MOVE ZERO TO BK-BATCH-NO
004510     START BTRK-FILE KEY NOT < BK-KEY
004520         INVALID KEY
004530             MOVE "Y" TO WS-BTRK-EOF-SW
004540     END-START
004550     IF NOT BTRK-END-OF-FILE
004560         PERFORM 2100-READ-BTRK-NEXT
004570     END-IF
004580     PERFORM 3400-SCAN-SITE-BATCH
004590         UNTIL BTRK-END-OF-FILE
004600         OR BK-SITE NOT = ST-SITE
004610         OR SITE-HAS-LOADED.
004620*
004630*****************************************************************
004640*    3400-SCAN-SITE-BATCH - TEST ONE OF THE SITE'S BATCHES       *
004650*****************************************************************
004660 3400-SCAN-SITE-BATCH.
004670     IF BK-LOADED
004680         AND BK-BUS-DATE = WS-REPORT-DATE
004690         MOVE "Y" TO WS-SITE-LOADED-SW
004700     END-IF
004710     IF BK-LAST-REJECT-DATE = WS-REPORT-DATE
004720         MOVE "Y" TO WS-SITE-REJECTED-SW
004730     END-IF
004740     PERFORM 2100-READ-BTRK-NEXT.
004750*
004760*****************************************************************
004770*    4000-LIST-REJECTED - LIST EVERY BATCH REJECTED, AND EVERY   *
004780*                         DUPLICATE BATCH NUMBER REFUSED, ON     *
004790*                         THE REPORT DATE                        *
004800*****************************************************************
004810 4000-LIST-REJECTED.
004820     MOVE SPACES TO WS-PRINT-LINE
004830     WRITE RPT-RECORD FROM WS-PRINT-LINE
004840     MOVE SPACES TO WS-PRINT-LINE
004850     MOVE "BATCHES REJECTED" TO WS-PRINT-LINE
004860     WRITE RPT-RECORD FROM WS-PRINT-LINE
004870     MOVE SPACES TO WS-PRINT-LINE
004880     MOVE "    SITE  BATCH   BUS DATE  REASON" TO
004890         WS-PRINT-LINE(1:35)
004900     MOVE "TRL CNT" TO WS-PRINT-LINE(54:7)
004910     MOVE "ACT CNT" TO WS-PRINT-LINE(62:7)
004920     MOVE "TRAILER HASH" TO WS-PRINT-LINE(72:12)
004930     MOVE "ACTUAL HASH" TO WS-PRINT-LINE(90:11)
004940     MOVE "NOW" TO WS-PRINT-LINE(105:3)
004950     WRITE RPT-RECORD FROM WS-PRINT-LINE
004960     IF NOT BTRK-FILE-OPEN
004970         GO TO 4000-LIST-REJECTED-EXIT
004980     END-IF
004990     PERFORM 2050-START-BTRK
005000     PERFORM 4200-PRINT-REJECTED UNTIL BTRK-END-OF-FILE.
005010 4000-LIST-REJECTED-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*    4200-PRINT-REJECTED - PRINT THE BATCH'S REJECTION AND ITS   *
005060*                          DUPLICATE REFUSAL, WHICHEVER FELL ON  *
005070*                          THE REPORT DATE                       *
005080*****************************************************************
005090 4200-PRINT-REJECTED.
005100     IF BK-LAST-REJECT-DATE = WS-REPORT-DATE
005110         ADD 1 TO WS-REJECTED-BATCHES
005120         PERFORM 4300-SET-REJECT-LINE
005130         IF BK-SITE-UNKNOWN
005140             MOVE "SITE NOT ON FILE" TO WS-RV-REASON
005150         END-IF
005160         IF BK-SITE-INACTIVE
005170             MOVE "SITE INACTIVE" TO WS-RV-REASON
005180         END-IF
005190         IF BK-WRONG-DATE
005200             MOVE "WRONG BUSINESS DATE" TO WS-RV-REASON
005210         END-IF
005220         IF BK-OUT-OF-BALANCE
005230             MOVE "OUT OF BALANCE" TO WS-RV-REASON
005240         END-IF
005250         IF BK-NO-TRAILER
005260             MOVE "NO TRAILER - CUT SHORT" TO WS-RV-REASON
005270         END-IF
005280         IF BK-LOADED
005290             MOVE "RESENT AND LOADED" TO WS-RV-STATUS
005300         ELSE
005310             MOVE "AWAITING RESEND" TO WS-RV-STATUS
005320         END-IF
005330         WRITE RPT-RECORD FROM WS-PRINT-LINE
005340     END-IF
005350     IF BK-LAST-DUP-DATE = WS-REPORT-DATE
005360         ADD 1 TO WS-DUPLICATE-BATCHES
005370         PERFORM 4300-SET-REJECT-LINE
005380         MOVE "DUPLICATE BATCH NUMBER" TO WS-RV-REASON
005390         MOVE "LOADED EARLIER" TO WS-RV-STATUS
005400         WRITE RPT-RECORD FROM WS-PRINT-LINE
005410     END-IF
005420     PERFORM 2100-READ-BTRK-NEXT.
005430*
005440*****************************************************************
005450*    4300-SET-REJECT-LINE - FILL THE COMMON FIELDS OF A          *
005460*                           REJECTED-BATCH LINE                  *
005470*****************************************************************
005480 4300-SET-REJECT-LINE.
005490     MOVE SPACES TO WS-PRINT-LINE
005500     MOVE BK-SITE TO WS-RV-SITE
005510     MOVE BK-BATCH-NO TO WS-RV-BATCH-NO
005520     MOVE BK-BUS-DATE TO WS-RV-BUS-DATE
005530     MOVE BK-RECORD-COUNT TO WS-RV-RECORD-COUNT
005540     MOVE BK-ACTUAL-COUNT TO WS-RV-ACTUAL-COUNT
005550     MOVE BK-AMOUNT-HASH TO WS-RV-AMOUNT-HASH
005560     MOVE BK-ACTUAL-HASH TO WS-RV-ACTUAL-HASH.
005570*
005580*****************************************************************
005590*    5000-PRINT-TOTALS - PRINT THE SUBMISSION COUNTS             *
005600*****************************************************************
005610 5000-PRINT-TOTALS.
005620     MOVE SPACES TO WS-PRINT-LINE
005630     WRITE RPT-RECORD FROM WS-PRINT-LINE
005640     MOVE SPACES TO WS-PRINT-LINE
005650     MOVE "ACTIVE SITES:           " TO WS-C-LABEL
005660     MOVE WS-ACTIVE-COUNT TO WS-C-COUNT
005670     WRITE RPT-RECORD FROM WS-PRINT-LINE
005680     MOVE SPACES TO WS-PRINT-LINE
005690     MOVE "BATCHES LOADED:         " TO WS-C-LABEL
005700     MOVE WS-LOADED-BATCHES TO WS-C-COUNT
005710     WRITE RPT-RECORD FROM WS-PRINT-LINE
005720     MOVE SPACES TO WS-PRINT-LINE
005730     MOVE "SITES NOT YET LOADED:   " TO WS-C-LABEL
005740     MOVE WS-MISSING-COUNT TO WS-C-COUNT
005750     WRITE RPT-RECORD FROM WS-PRINT-LINE
005760     MOVE SPACES TO WS-PRINT-LINE
005770     MOVE "BATCHES REJECTED:       " TO WS-C-LABEL
005780     MOVE WS-REJECTED-BATCHES TO WS-C-COUNT
005790     WRITE RPT-RECORD FROM WS-PRINT-LINE
005800     MOVE SPACES TO WS-PRINT-LINE
005810     MOVE "DUPLICATES REFUSED:     " TO WS-C-LABEL
005820     MOVE WS-DUPLICATE-BATCHES TO WS-C-COUNT
005830     WRITE RPT-RECORD FROM WS-PRINT-LINE.
005840*
005850*****************************************************************
005860*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
005870*****************************************************************
005880 9000-TERMINATE.
005890     IF SITE-FILE-OPEN
005900         CLOSE SITE-FILE
005910     END-IF
005920     IF BTRK-FILE-OPEN
005930         CLOSE BTRK-FILE
005940     END-IF
005950     IF RPT-FILE-OPEN
005960         CLOSE RPT-FILE
005970     END-IF
005980     IF RUN-ABORTED
005990         MOVE 8 TO RETURN-CODE
006000     ELSE
006010         IF WS-MISSING-COUNT > ZERO
006020             OR WS-REJECTED-BATCHES > ZERO
006030             OR WS-DUPLICATE-BATCHES > ZERO
006040             MOVE 4 TO RETURN-CODE
006050         ELSE
006060             MOVE ZERO TO RETURN-CODE
006070         END-IF
006080     END-IF.
