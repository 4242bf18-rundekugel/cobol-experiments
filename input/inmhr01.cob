000010*****************************************************************
000020*                                                                *
000030*    PROGRAM-ID : INMHR01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : CODE-TABLE MAINTENANCE HISTORY REPORT FOR     *
000060*                 THE MONTHLY CONTROLS REVIEW.  READS THE       *
000070*                 SHARED MAINTENANCE HISTORY WRITTEN BY         *
000078*                 INVAL01, INLIM01, INGLM01, INBDT01, INPER01,  *
000086*                 INSIT01, INSTM01 AND INVRM01, AND SELECTS BY  *
000094*                 A KEYED FROM/TO DATE RANGE, AND OPTIONALLY BY *
000102*                 ONE TABLE AND ONE OPERATOR.  EACH SELECTED    *
000110*                 CHANGE PRINTS IN TIME ORDER WITH WHO MADE IT  *
000118*                 AND THE RECORD IMAGE BEFORE AND AFTER, LAID   *
000126*                 OUT FIELD BY FIELD FOR ITS MASTER, FOLLOWED   *
000134*                 BY CHANGE COUNTS BY TABLE AND BY OPERATOR.    *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ------------------------------------------------------     *
000180*    2026-10-15  DK  ORIGINAL.                                  *
000183*    2026-10-15  DK  PERIOD CLOSES AND REOPENS FROM INPER01 ARE *
000186*                    NOW OFFERED AS TABLE PERIODS.              *
000187*    2026-10-15  DK  SITE-MASTER CHANGES FROM INSIT01 ARE NOW   *
000188*                    OFFERED AS TABLE SITEMAST.                 *
000189*    2026-10-15  DK  STANDING-ENTRY CHANGES FROM INSTM01 ARE    *
000190*                    NOW OFFERED AS TABLE STANDING.             *
000191*    2026-10-15  DK  VERIFICATION-RULE CHANGES FROM INVRM01     *
000192*                    ARE NOW OFFERED AS TABLE VERRULE.          *
000193*    2026-10-15  DK  THE BEFORE AND AFTER IMAGES NOW PRINT      *
000194*                    FIELD BY FIELD FOR EACH MASTER WITH THE    *
000195*                    AMOUNTS EDITED - THE STANDING AMOUNT IS    *
000196*                    PACKED AND WAS PRINTING AS RAW BYTES.      *
000197*                                                                *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. INMHR01.
000230 AUTHOR. D. KUGEL.
000240 INSTALLATION. DATA ENTRY SYSTEMS.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MNTH-FILE ASSIGN TO "MNTHIST"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-MNTH-STATUS.
000340*
000350     SELECT RPT-FILE ASSIGN TO "INMHR01.LST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RPT-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*****************************************************************
000420*    MNTH-FILE - CODE-TABLE MAINTENANCE HISTORY                 *
000430*****************************************************************
000440 FD  MNTH-FILE
000450     RECORDING MODE IS F
000460     LABEL RECORDS ARE STANDARD.
000470     COPY MNTHREC.
000480*
000490*****************************************************************
000500*    RPT-FILE - PRINTED MAINTENANCE HISTORY REPORT               *
000510*****************************************************************
000520 FD  RPT-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 01  RPT-RECORD                  PIC X(132).
000550*
000560 WORKING-STORAGE SECTION.
000570 01  WS-PRINT-LINE                PIC X(132).
000580*
000590 01  WS-DETAIL-VIEW REDEFINES WS-PRINT-LINE.
000600     05  FILLER                  PIC X(04).
000610     05  WS-D-DATE               PIC 9(08).
000620     05  FILLER                  PIC X(02).
000630     05  WS-D-TIME               PIC 9(06).
000640     05  FILLER                  PIC X(02).
000650     05  WS-D-TABLE              PIC X(08).
000660     05  FILLER                  PIC X(02).
000670     05  WS-D-PROGRAM            PIC X(08).
000680     05  FILLER                  PIC X(02).
000690     05  WS-D-OPERATOR           PIC X(08).
000700     05  FILLER                  PIC X(02).
000710     05  WS-D-ACTION             PIC X(10).
000720     05  FILLER                  PIC X(02).
000730     05  WS-D-KEY                PIC X(24).
000740     05  FILLER                  PIC X(44).
000750*
000760 01  WS-IMAGE-VIEW REDEFINES WS-PRINT-LINE.
000770     05  FILLER                  PIC X(14).
000780     05  WS-I-LABEL              PIC X(08).
000790     05  WS-I-IMAGE              PIC X(60).
000800     05  FILLER                  PIC X(50).
000810*
000811 01  WS-VALV-VIEW REDEFINES WS-PRINT-LINE.
000812     05  FILLER                  PIC X(22).
000813     05  WS-VV-CODE              PIC X(22).
000814     05  FILLER                  PIC X(02).
000815     05  WS-VV-DESC              PIC X(30).
000816     05  FILLER                  PIC X(02).
000817     05  WS-VV-STATUS            PIC X(01).
000818     05  FILLER                  PIC X(53).
000819*
000820 01  WS-LIMV-VIEW REDEFINES WS-PRINT-LINE.
000821     05  FILLER                  PIC X(22).
000822     05  WS-LV-CODE              PIC X(22).
000823     05  FILLER                  PIC X(02).
000824     05  WS-LV-TYPE              PIC X(02).
000825     05  FILLER                  PIC X(02).
000826     05  WS-LV-WARN              PIC Z(06)9.99.
000827     05  FILLER                  PIC X(02).
000828     05  WS-LV-HARD              PIC Z(06)9.99.
000829     05  FILLER                  PIC X(60).
000830*
000831 01  WS-GLMP-VIEW REDEFINES WS-PRINT-LINE.
000832     05  FILLER                  PIC X(22).
000833     05  WS-GV-TYPE              PIC X(02).
000834     05  FILLER                  PIC X(02).
000835     05  WS-GV-CODE              PIC X(22).
000836     05  FILLER                  PIC X(02).
000837     05  WS-GV-ACCOUNT           PIC X(08).
000838     05  FILLER                  PIC X(02).
000839     05  WS-GV-STATUS            PIC X(01).
000840     05  FILLER                  PIC X(71).
000841*
000842 01  WS-BUSD-VIEW REDEFINES WS-PRINT-LINE.
000843     05  FILLER                  PIC X(22).
000844     05  WS-BV-DATE              PIC X(08).
000845     05  FILLER                  PIC X(02).
000846     05  WS-BV-WEEKEND           PIC X(01).
000847     05  FILLER                  PIC X(02).
000848     05  WS-BV-HOLIDAY           PIC X(01).
000849     05  FILLER                  PIC X(96).
000850*
000851 01  WS-PERD-VIEW REDEFINES WS-PRINT-LINE.
000852     05  FILLER                  PIC X(22).
000853     05  WS-PV-PERIOD            PIC X(06).
000854     05  FILLER                  PIC X(02).
000855     05  WS-PV-STATUS            PIC X(01).
000856     05  FILLER                  PIC X(02).
000857     05  WS-PV-CLOSE-DATE        PIC X(08).
000858     05  FILLER                  PIC X(01).
000859     05  WS-PV-CLOSE-TIME        PIC X(06).
000860     05  FILLER                  PIC X(02).
000861     05  WS-PV-CLOSED-BY         PIC X(08).
000862     05  FILLER                  PIC X(74).
000863*
000864 01  WS-SITE-VIEW REDEFINES WS-PRINT-LINE.
000865     05  FILLER                  PIC X(22).
000866     05  WS-SV-SITE              PIC X(04).
000867     05  FILLER                  PIC X(02).
000868     05  WS-SV-NAME              PIC X(24).
000869     05  FILLER                  PIC X(02).
000870     05  WS-SV-CONTACT           PIC X(24).
000871     05  FILLER                  PIC X(02).
000872     05  WS-SV-STATUS            PIC X(01).
000873     05  FILLER                  PIC X(51).
000874*
000875 01  WS-STND-VIEW REDEFINES WS-PRINT-LINE.
000876     05  FILLER                  PIC X(22).
000877     05  WS-OV-VAR1              PIC X(22).
000878     05  FILLER                  PIC X(02).
000879     05  WS-OV-TYPE              PIC X(02).
000880     05  FILLER                  PIC X(02).
000881     05  WS-OV-AMOUNT            PIC -(07)9.99.
000882     05  FILLER                  PIC X(02).
000883     05  WS-OV-FREQUENCY         PIC X(01).
000884     05  FILLER                  PIC X(01).
000885     05  WS-OV-WEEKDAY           PIC X(01).
000886     05  FILLER                  PIC X(02).
000887     05  WS-OV-START             PIC X(08).
000888     05  FILLER                  PIC X(01).
000889     05  WS-OV-END               PIC X(08).
000890     05  FILLER                  PIC X(02).
000891     05  WS-OV-OPID              PIC X(08).
000892     05  FILLER                  PIC X(02).
000893     05  WS-OV-STATUS            PIC X(01).
000894     05  FILLER                  PIC X(34).
000895*
000896 01  WS-VRUL-VIEW REDEFINES WS-PRINT-LINE.
000897     05  FILLER                  PIC X(22).
000898     05  WS-RV-MODE              PIC X(01).
000899     05  FILLER                  PIC X(02).
000900     05  WS-RV-THRESHOLD         PIC Z(06)9.99.
000901     05  FILLER                  PIC X(97).
000902*
000903 01  WS-TOTAL-VIEW REDEFINES WS-PRINT-LINE.
000904     05  FILLER                  PIC X(04).
000905     05  WS-T-LABEL              PIC X(28).
000906     05  WS-T-COUNT              PIC Z(05)9.
000907     05  FILLER                  PIC X(94).
000908*
000909 01  WS-MNTH-STATUS               PIC X(02).
000910     88  WS-MNTH-OK                           VALUE "00".
000911     88  WS-MNTH-NOT-FOUND                    VALUE "35".
000912*
000920 01  WS-RPT-STATUS                PIC X(02).
000930     88  WS-RPT-OK                            VALUE "00".
000940*
000950 01  WS-SWITCHES.
000960     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000970         88  END-OF-FILE                     VALUE "Y".
000980     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
000990         88  RUN-ABORTED                     VALUE "Y".
001000*
001001*****************************************************************
001002*    WS-IMAGE-AREA - ONE BEFORE OR AFTER IMAGE, VIEWED AS THE    *
001003*                    RECORD OF THE MASTER NAMED IN MH-TABLE      *
001004*****************************************************************
001005 01  WS-IMAGE-AREA                PIC X(60).
001006 01  WS-VALV-IMAGE REDEFINES WS-IMAGE-AREA.
001007     05  WS-VVI-CODE             PIC X(22).
001008     05  WS-VVI-DESC             PIC X(30).
001009     05  WS-VVI-STATUS           PIC X(01).
001010     05  FILLER                  PIC X(07).
001011 01  WS-LIMV-IMAGE REDEFINES WS-IMAGE-AREA.
001012     05  WS-LMI-CODE             PIC X(22).
001013     05  WS-LMI-TYPE             PIC X(02).
001014     05  WS-LMI-WARN             PIC 9(07)V99.
001015     05  WS-LMI-HARD             PIC 9(07)V99.
001016     05  FILLER                  PIC X(18).
001017 01  WS-GLMP-IMAGE REDEFINES WS-IMAGE-AREA.
001018     05  WS-GMI-TYPE             PIC X(02).
001019     05  WS-GMI-CODE             PIC X(22).
001020     05  WS-GMI-ACCOUNT          PIC X(08).
001021     05  WS-GMI-STATUS           PIC X(01).
001022     05  FILLER                  PIC X(27).
001023 01  WS-BUSD-IMAGE REDEFINES WS-IMAGE-AREA.
001024     05  WS-BDI-DATE             PIC X(08).
001025     05  WS-BDI-WEEKEND          PIC X(01).
001026     05  WS-BDI-HOLIDAY          PIC X(01).
001027     05  FILLER                  PIC X(50).
001028 01  WS-PERD-IMAGE REDEFINES WS-IMAGE-AREA.
001029     05  WS-PCI-PERIOD           PIC X(06).
001030     05  WS-PCI-STATUS           PIC X(01).
001031     05  WS-PCI-CLOSE-DATE       PIC X(08).
001032     05  WS-PCI-CLOSE-TIME       PIC X(06).
001033     05  WS-PCI-CLOSED-BY        PIC X(08).
001034     05  FILLER                  PIC X(31).
001035 01  WS-SITE-IMAGE REDEFINES WS-IMAGE-AREA.
001036     05  WS-STI-SITE             PIC X(04).
001037     05  WS-STI-NAME             PIC X(24).
001038     05  WS-STI-CONTACT          PIC X(24).
001039     05  WS-STI-STATUS           PIC X(01).
001040     05  FILLER                  PIC X(07).
001041 01  WS-STND-IMAGE REDEFINES WS-IMAGE-AREA.
001042     05  WS-SOI-VAR1             PIC X(22).
001043     05  WS-SOI-TYPE             PIC X(02).
001044     05  WS-SOI-AMOUNT           PIC S9(07)V99   COMP-3.
001045     05  WS-SOI-FREQUENCY        PIC X(01).
001046     05  WS-SOI-WEEKDAY          PIC X(01).
001047     05  WS-SOI-START            PIC X(08).
001048     05  WS-SOI-END              PIC X(08).
001049     05  WS-SOI-OPID             PIC X(08).
001050     05  WS-SOI-STATUS           PIC X(01).
001051     05  FILLER                  PIC X(04).
001052 01  WS-VRUL-IMAGE REDEFINES WS-IMAGE-AREA.
001053     05  WS-VRI-MODE             PIC X(01).
001054     05  WS-VRI-THRESHOLD        PIC 9(07)V99.
001055     05  FILLER                  PIC X(50).
001056 01  WS-IMAGE-LABEL               PIC X(08).
001057*
001058 01  WS-FROM-DATE                 PIC 9(08).
001059 01  WS-TO-DATE                   PIC 9(08).
001060 01  WS-SEL-TABLE                 PIC X(08).
001061 01  WS-SEL-OPERATOR              PIC X(08).
001062*
001063 77  WS-READ-COUNT                PIC 9(06)   COMP VALUE ZERO.
001070 77  WS-SELECT-COUNT              PIC 9(06)   COMP VALUE ZERO.
001080*
001090*****************************************************************
001100*    WS-TABLE-TALLY - SELECTED CHANGES BY TABLE                 *
001110*****************************************************************
001120 01  WS-TABLE-TALLY.
001130     05  WS-TBL-USED             PIC 9(02)   COMP VALUE ZERO.
001140     05  WS-TBL-ENTRY            OCCURS 10 TIMES.
001150         10  WS-TBL-NAME         PIC X(08).
001160         10  WS-TBL-COUNT        PIC 9(06)   COMP.
001170 77  WS-TBL-SUB                   PIC 9(02)   COMP.
001180 77  WS-TBL-HIT                   PIC 9(02)   COMP.
001190*
001200*****************************************************************
001210*    WS-OPER-TALLY - SELECTED CHANGES BY OPERATOR               *
001220*****************************************************************
001230 01  WS-OPER-TALLY.
001240     05  WS-OPR-USED             PIC 9(03)   COMP VALUE ZERO.
001250     05  WS-OPR-ENTRY            OCCURS 100 TIMES.
001260         10  WS-OPR-ID           PIC X(08).
001270         10  WS-OPR-COUNT        PIC 9(06)   COMP.
001280 77  WS-OPR-SUB                   PIC 9(03)   COMP.
001290 77  WS-OPR-HIT                   PIC 9(03)   COMP.
001300*
001310 PROCEDURE DIVISION.
001320*****************************************************************
001330*    0000-MAINLINE                                               *
001340*****************************************************************
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001370     IF NOT RUN-ABORTED
001380         PERFORM 2000-PROCESS-HISTORY
001390             UNTIL END-OF-FILE
001400         PERFORM 7000-PRINT-TOTALS
001410     END-IF
001420     PERFORM 9000-TERMINATE
001430     GOBACK.
001440*
001450*****************************************************************
001460*    1000-INITIALIZE - ACCEPT THE SELECTION, OPEN THE FILES,     *
001470*                      PRINT THE HEADINGS, AND PRIME THE READ    *
001480*****************************************************************
001490 1000-INITIALIZE.
001500     DISPLAY "enter period from-date (CCYYMMDD):"
001510     ACCEPT WS-FROM-DATE
001520     DISPLAY "enter period to-date (CCYYMMDD):"
001530     ACCEPT WS-TO-DATE
001540     DISPLAY "enter table (VALVALS, LIMITS, GLMAP, BUSDATE, "
001550         "PERIODS, SITEMAST, STANDING, VERRULE) or blank "
001555         "for all:"
001560     ACCEPT WS-SEL-TABLE
001570     DISPLAY "enter operator id or blank for all:"
001580     ACCEPT WS-SEL-OPERATOR
001590     OPEN INPUT MNTH-FILE
001600     IF WS-MNTH-NOT-FOUND
001610         MOVE "Y" TO WS-EOF-SW
001620     ELSE
001630         IF NOT WS-MNTH-OK
001640             DISPLAY "unable to open MNTHIST, file status: "
001650                 WS-MNTH-STATUS
001660             MOVE "Y" TO WS-ABORT-SW
001670             GO TO 1000-INITIALIZE-EXIT
001680         END-IF
001690     END-IF
001700     OPEN OUTPUT RPT-FILE
001710     IF NOT WS-RPT-OK
001720         DISPLAY "unable to open INMHR01.LST, file status: "
001730             WS-RPT-STATUS
001740         MOVE "Y" TO WS-ABORT-SW
001750         GO TO 1000-INITIALIZE-EXIT
001760     END-IF
001770     MOVE SPACES TO WS-PRINT-LINE
001780     MOVE "CODE-TABLE MAINTENANCE HISTORY REPORT"
001790         TO WS-PRINT-LINE
001800     WRITE RPT-RECORD FROM WS-PRINT-LINE
001810     MOVE SPACES TO WS-PRINT-LINE
001820     MOVE "PERIOD: " TO WS-PRINT-LINE(5:8)
001830     MOVE WS-FROM-DATE TO WS-PRINT-LINE(13:8)
001840     MOVE " TO " TO WS-PRINT-LINE(21:4)
001850     MOVE WS-TO-DATE TO WS-PRINT-LINE(25:8)
001860     MOVE "TABLE: " TO WS-PRINT-LINE(37:7)
001870     IF WS-SEL-TABLE = SPACES
001880         MOVE "ALL" TO WS-PRINT-LINE(44:8)
001890     ELSE
001900         MOVE WS-SEL-TABLE TO WS-PRINT-LINE(44:8)
001910     END-IF
001920     MOVE "OPERATOR: " TO WS-PRINT-LINE(56:10)
001930     IF WS-SEL-OPERATOR = SPACES
001940         MOVE "ALL" TO WS-PRINT-LINE(66:8)
001950     ELSE
001960         MOVE WS-SEL-OPERATOR TO WS-PRINT-LINE(66:8)
001970     END-IF
001980     WRITE RPT-RECORD FROM WS-PRINT-LINE
001990     MOVE SPACES TO WS-PRINT-LINE
002000     WRITE RPT-RECORD FROM WS-PRINT-LINE
002010     MOVE SPACES TO WS-PRINT-LINE
002020     MOVE "    DATE      TIME    TABLE     PROGRAM   OPERATOR  "
002030         TO WS-PRINT-LINE
002040     MOVE "ACTION      KEY" TO WS-PRINT-LINE(55:15)
002050     WRITE RPT-RECORD FROM WS-PRINT-LINE
002060     IF NOT END-OF-FILE
002070         PERFORM 2100-READ-HISTORY
002080     END-IF.
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110*
002120*****************************************************************
002130*    2000-PROCESS-HISTORY - PRINT ONE CHANGE IF IT FALLS IN THE  *
002140*                           SELECTION, THEN READ THE NEXT        *
002150*****************************************************************
002160 2000-PROCESS-HISTORY.
002170     ADD 1 TO WS-READ-COUNT
002180     IF MH-STAMP-DATE NOT < WS-FROM-DATE
002190         AND MH-STAMP-DATE NOT > WS-TO-DATE
002200         AND (WS-SEL-TABLE = SPACES
002210             OR MH-TABLE = WS-SEL-TABLE)
002220         AND (WS-SEL-OPERATOR = SPACES
002230             OR MH-OPERATOR-ID = WS-SEL-OPERATOR)
002240         PERFORM 3000-PRINT-CHANGE
002250         PERFORM 4000-TALLY-TABLE
002260         PERFORM 4100-TALLY-OPERATOR
002270     END-IF
002280     PERFORM 2100-READ-HISTORY.
002290*
002300*****************************************************************
002310*    2100-READ-HISTORY - READ THE NEXT HISTORY RECORD            *
002320*****************************************************************
002330 2100-READ-HISTORY.
002340     READ MNTH-FILE
002350         AT END
002360             MOVE "Y" TO WS-EOF-SW
002370     END-READ.
002380*
002390*****************************************************************
002400*    3000-PRINT-CHANGE - PRINT THE CHANGE LINE AND ITS BEFORE    *
002410*                        AND AFTER IMAGES                        *
002420*****************************************************************
002430 3000-PRINT-CHANGE.
002440     ADD 1 TO WS-SELECT-COUNT
002450     MOVE SPACES TO WS-PRINT-LINE
002460     MOVE MH-STAMP-DATE TO WS-D-DATE
002470     MOVE MH-STAMP-TIME TO WS-D-TIME
002480     MOVE MH-TABLE TO WS-D-TABLE
002490     MOVE MH-PROGRAM TO WS-D-PROGRAM
002500     MOVE MH-OPERATOR-ID TO WS-D-OPERATOR
002510     MOVE MH-ACTION TO WS-D-ACTION
002520     MOVE MH-KEY TO WS-D-KEY
002530     WRITE RPT-RECORD FROM WS-PRINT-LINE
002531     MOVE "BEFORE: " TO WS-IMAGE-LABEL
002532     MOVE MH-BEFORE TO WS-IMAGE-AREA
002533     PERFORM 3100-FORMAT-IMAGE THRU 3100-FORMAT-IMAGE-EXIT
002534     WRITE RPT-RECORD FROM WS-PRINT-LINE
002535     MOVE "AFTER:  " TO WS-IMAGE-LABEL
002536     MOVE MH-AFTER TO WS-IMAGE-AREA
002537     PERFORM 3100-FORMAT-IMAGE THRU 3100-FORMAT-IMAGE-EXIT
002538     WRITE RPT-RECORD FROM WS-PRINT-LINE.
002539*
002540*****************************************************************
002541*    3100-FORMAT-IMAGE - FORMAT ONE RECORD IMAGE FIELD BY FIELD  *
002542*                        FOR ITS MASTER, EDITING THE AMOUNTS -   *
002543*                        A BLANK IMAGE (ADD OR REMOVAL) PRINTS   *
002544*                        AS THE LABEL ALONE                      *
002545*****************************************************************
002546 3100-FORMAT-IMAGE.
002547     MOVE SPACES TO WS-PRINT-LINE
002548     MOVE WS-IMAGE-LABEL TO WS-I-LABEL
002549     IF WS-IMAGE-AREA = SPACES
002550         GO TO 3100-FORMAT-IMAGE-EXIT
002551     END-IF
002552     IF MH-TABLE = "VALVALS"
002553         MOVE WS-VVI-CODE TO WS-VV-CODE
002554         MOVE WS-VVI-DESC TO WS-VV-DESC
002555         MOVE WS-VVI-STATUS TO WS-VV-STATUS
002556         GO TO 3100-FORMAT-IMAGE-EXIT
002557     END-IF
002558     IF MH-TABLE = "LIMITS"
002559         MOVE WS-LMI-CODE TO WS-LV-CODE
002560         MOVE WS-LMI-TYPE TO WS-LV-TYPE
002561         IF WS-LMI-WARN IS NUMERIC
002562             MOVE WS-LMI-WARN TO WS-LV-WARN
002563         END-IF
002564         IF WS-LMI-HARD IS NUMERIC
002565             MOVE WS-LMI-HARD TO WS-LV-HARD
002566         END-IF
002567         GO TO 3100-FORMAT-IMAGE-EXIT
002568     END-IF
002569     IF MH-TABLE = "GLMAP"
002570         MOVE WS-GMI-TYPE TO WS-GV-TYPE
002571         MOVE WS-GMI-CODE TO WS-GV-CODE
002572         MOVE WS-GMI-ACCOUNT TO WS-GV-ACCOUNT
002573         MOVE WS-GMI-STATUS TO WS-GV-STATUS
002574         GO TO 3100-FORMAT-IMAGE-EXIT
002575     END-IF
002576     IF MH-TABLE = "BUSDATE"
002577         MOVE WS-BDI-DATE TO WS-BV-DATE
002578         MOVE WS-BDI-WEEKEND TO WS-BV-WEEKEND
002579         MOVE WS-BDI-HOLIDAY TO WS-BV-HOLIDAY
002580         GO TO 3100-FORMAT-IMAGE-EXIT
002581     END-IF
002582     IF MH-TABLE = "PERIODS"
002583         MOVE WS-PCI-PERIOD TO WS-PV-PERIOD
002584         MOVE WS-PCI-STATUS TO WS-PV-STATUS
002585         MOVE WS-PCI-CLOSE-DATE TO WS-PV-CLOSE-DATE
002586         MOVE WS-PCI-CLOSE-TIME TO WS-PV-CLOSE-TIME
002587         MOVE WS-PCI-CLOSED-BY TO WS-PV-CLOSED-BY
002588         GO TO 3100-FORMAT-IMAGE-EXIT
002589     END-IF
002590     IF MH-TABLE = "SITEMAST"
002591         MOVE WS-STI-SITE TO WS-SV-SITE
002592         MOVE WS-STI-NAME TO WS-SV-NAME
002593         MOVE WS-STI-CONTACT TO WS-SV-CONTACT
002594         MOVE WS-STI-STATUS TO WS-SV-STATUS
002595         GO TO 3100-FORMAT-IMAGE-EXIT
002596     END-IF
002597     IF MH-TABLE = "STANDING"
002598         MOVE WS-SOI-VAR1 TO WS-OV-VAR1
002599         MOVE WS-SOI-TYPE TO WS-OV-TYPE
002600         IF WS-SOI-AMOUNT IS NUMERIC
002601             MOVE WS-SOI-AMOUNT TO WS-OV-AMOUNT
002602         END-IF
002603         MOVE WS-SOI-FREQUENCY TO WS-OV-FREQUENCY
002604         MOVE WS-SOI-WEEKDAY TO WS-OV-WEEKDAY
002605         MOVE WS-SOI-START TO WS-OV-START
002606         MOVE WS-SOI-END TO WS-OV-END
002607         MOVE WS-SOI-OPID TO WS-OV-OPID
002608         MOVE WS-SOI-STATUS TO WS-OV-STATUS
002609         GO TO 3100-FORMAT-IMAGE-EXIT
002610     END-IF
002611     IF MH-TABLE = "VERRULE"
002612         MOVE WS-VRI-MODE TO WS-RV-MODE
002613         IF WS-VRI-THRESHOLD IS NUMERIC
002614             MOVE WS-VRI-THRESHOLD TO WS-RV-THRESHOLD
002615         END-IF
002616         GO TO 3100-FORMAT-IMAGE-EXIT
002617     END-IF
002618     MOVE "UNKNOWN TABLE - IMAGE NOT PRINTED" TO WS-I-IMAGE.
002619 3100-FORMAT-IMAGE-EXIT.
002620     EXIT.
002621*
002630*****************************************************************
002640*    4000-TALLY-TABLE - ROLL THE CHANGE INTO ITS TABLE COUNT,    *
002650*                       ADDING THE TABLE ON FIRST SIGHT          *
002660*****************************************************************
002670 4000-TALLY-TABLE.
002680     MOVE ZERO TO WS-TBL-HIT
002690     PERFORM 4010-MATCH-TABLE-SLOT
002700         VARYING WS-TBL-SUB FROM 1 BY 1
002710         UNTIL WS-TBL-SUB > WS-TBL-USED
002720         OR WS-TBL-HIT > ZERO
002730     IF WS-TBL-HIT = ZERO
002740         IF WS-TBL-USED < 10
002750             ADD 1 TO WS-TBL-USED
002760             MOVE WS-TBL-USED TO WS-TBL-HIT
002770             MOVE MH-TABLE TO WS-TBL-NAME (WS-TBL-HIT)
002780             MOVE ZERO TO WS-TBL-COUNT (WS-TBL-HIT)
002790         ELSE
002800             DISPLAY "table tally full - " MH-TABLE
002810                 " not counted"
002820         END-IF
002830     END-IF
002840     IF WS-TBL-HIT > ZERO
002850         ADD 1 TO WS-TBL-COUNT (WS-TBL-HIT)
002860     END-IF.
002870*
002880*****************************************************************
002890*    4010-MATCH-TABLE-SLOT - CHECK ONE TABLE TALLY SLOT          *
002900*****************************************************************
002910 4010-MATCH-TABLE-SLOT.
002920     IF WS-TBL-NAME (WS-TBL-SUB) = MH-TABLE
002930         MOVE WS-TBL-SUB TO WS-TBL-HIT
002940     END-IF.
002950*
002960*****************************************************************
002970*    4100-TALLY-OPERATOR - ROLL THE CHANGE INTO ITS OPERATOR     *
002980*                          COUNT, ADDING THE OPERATOR ON FIRST   *
002990*                          SIGHT                                 *
003000*****************************************************************
003010 4100-TALLY-OPERATOR.
003020     MOVE ZERO TO WS-OPR-HIT
003030     PERFORM 4110-MATCH-OPERATOR-SLOT
003040         VARYING WS-OPR-SUB FROM 1 BY 1
003050         UNTIL WS-OPR-SUB > WS-OPR-USED
003060         OR WS-OPR-HIT > ZERO
003070     IF WS-OPR-HIT = ZERO
003080         IF WS-OPR-USED < 100
003090             ADD 1 TO WS-OPR-USED
003100             MOVE WS-OPR-USED TO WS-OPR-HIT
003110             MOVE MH-OPERATOR-ID TO WS-OPR-ID (WS-OPR-HIT)
003120             MOVE ZERO TO WS-OPR-COUNT (WS-OPR-HIT)
003130         ELSE
003140             DISPLAY "operator tally full - " MH-OPERATOR-ID
003150                 " not counted"
003160         END-IF
003170     END-IF
003180     IF WS-OPR-HIT > ZERO
003190         ADD 1 TO WS-OPR-COUNT (WS-OPR-HIT)
003200     END-IF.
003210*
003220*****************************************************************
003230*    4110-MATCH-OPERATOR-SLOT - CHECK ONE OPERATOR TALLY SLOT    *
003240*****************************************************************
003250 4110-MATCH-OPERATOR-SLOT.
003260     IF WS-OPR-ID (WS-OPR-SUB) = MH-OPERATOR-ID
003270         MOVE WS-OPR-SUB TO WS-OPR-HIT
003280     END-IF.
003290*
003300*****************************************************************
003310*    7000-PRINT-TOTALS - PRINT THE CHANGE COUNTS BY TABLE AND    *
003320*                        BY OPERATOR AND THE RUN TOTALS          *
003330*****************************************************************
003340 7000-PRINT-TOTALS.
003350     MOVE SPACES TO WS-PRINT-LINE
003360     WRITE RPT-RECORD FROM WS-PRINT-LINE
003370     MOVE SPACES TO WS-PRINT-LINE
003380     MOVE "CHANGES BY TABLE" TO WS-PRINT-LINE(5:16)
003390     WRITE RPT-RECORD FROM WS-PRINT-LINE
003400     PERFORM 7100-PRINT-ONE-TABLE
003410         VARYING WS-TBL-SUB FROM 1 BY 1
003420         UNTIL WS-TBL-SUB > WS-TBL-USED
003430     MOVE SPACES TO WS-PRINT-LINE
003440     WRITE RPT-RECORD FROM WS-PRINT-LINE
003450     MOVE SPACES TO WS-PRINT-LINE
003460     MOVE "CHANGES BY OPERATOR" TO WS-PRINT-LINE(5:19)
003470     WRITE RPT-RECORD FROM WS-PRINT-LINE
003480     PERFORM 7200-PRINT-ONE-OPERATOR
003490         VARYING WS-OPR-SUB FROM 1 BY 1
003500         UNTIL WS-OPR-SUB > WS-OPR-USED
003510     MOVE SPACES TO WS-PRINT-LINE
003520     WRITE RPT-RECORD FROM WS-PRINT-LINE
003530     MOVE SPACES TO WS-PRINT-LINE
003540     MOVE "HISTORY RECORDS READ:" TO WS-T-LABEL
003550     MOVE WS-READ-COUNT TO WS-T-COUNT
003560     WRITE RPT-RECORD FROM WS-PRINT-LINE
003570     MOVE SPACES TO WS-PRINT-LINE
003580     MOVE "CHANGES SELECTED:" TO WS-T-LABEL
003590     MOVE WS-SELECT-COUNT TO WS-T-COUNT
003600     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003610*
003620*****************************************************************
003630*    7100-PRINT-ONE-TABLE - PRINT ONE TABLE'S CHANGE COUNT       *
003640*****************************************************************
003650 7100-PRINT-ONE-TABLE.
003660     MOVE SPACES TO WS-PRINT-LINE
003670     MOVE WS-TBL-NAME (WS-TBL-SUB) TO WS-T-LABEL
003680     MOVE WS-TBL-COUNT (WS-TBL-SUB) TO WS-T-COUNT
003690     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003700*
003710*****************************************************************
003720*    7200-PRINT-ONE-OPERATOR - PRINT ONE OPERATOR'S CHANGE COUNT *
003730*****************************************************************
003740 7200-PRINT-ONE-OPERATOR.
003750     MOVE SPACES TO WS-PRINT-LINE
003760     MOVE WS-OPR-ID (WS-OPR-SUB) TO WS-T-LABEL
003770     MOVE WS-OPR-COUNT (WS-OPR-SUB) TO WS-T-COUNT
003780     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003790*
003800*****************************************************************
003810*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
003820*****************************************************************
003830 9000-TERMINATE.
003840     IF NOT WS-MNTH-NOT-FOUND
003850         CLOSE MNTH-FILE
003860     END-IF
003870     CLOSE RPT-FILE
003880     IF RUN-ABORTED
003890         MOVE 8 TO RETURN-CODE
003900     ELSE
003910         MOVE ZERO TO RETURN-CODE
003920     END-IF.
