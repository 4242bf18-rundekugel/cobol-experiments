000010*****************************************************************
000020*                                                                *
000030*    PROGRAM-ID : INSEC01                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : DAILY SECURITY VIOLATIONS REPORT.  SELECTS    *
000053*                 EVERY SIGN-ON SECURITY LOG RECORD STAMPED     *
000056*                 SINCE THE LAST REPORT'S CUT-OFF UP TO THE     *
000059*                 TIME OF THE RUN, SO ATTEMPTS AFTER MIDNIGHT   *
000062*                 OR ON A WEEKEND OR HOLIDAY FALL INTO THE NEXT *
000065*                 REPORT.  THE WINDOW IS KEPT ON SECCTL; A      *
000068*                 RERUN FOR THE SAME BUSINESS DATE REPORTS FROM *
000071*                 THE SAME START.  SORTS THE FAILED ATTEMPTS BY *
000080*                 OPERATOR, PROGRAM AND REASON, AND PRINTS ONE  *
000090*                 LINE PER OPERATOR/PROGRAM/REASON WITH THE     *
000100*                 ATTEMPT COUNT AND THE FIRST AND LAST TIME,    *
000110*                 THEN AN OPERATOR TOTAL.  AN OPERATOR AT OR    *
000120*                 OVER THE REPEAT-OFFENDER COUNT IS FLAGGED,    *
000130*                 AND SO IS ANY OPERATOR LOCKED OUT DURING THE  *
000140*                 DAY OR STILL TRYING A LOCKED-OUT ID.  ENDS    *
000150*                 WITH TOTALS BY REASON.  RUNS AS A STEP OF     *
000160*                 THE INEOD01 STREAM.                           *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    ------------------------------------------------------     *
000200*    2026-10-15  DK  ORIGINAL.                                  *
000201*    2026-10-15  DK  ATTEMPTS ARE SELECTED BY STAMP WINDOW      *
000202*                    INSTEAD OF BY STAMP DATE EQUAL TO THE      *
000203*                    BUSINESS DATE - FROM THE CUT-OFF OF THE    *
000204*                    LAST REPORT, KEPT ON THE NEW SECCTL        *
000205*                    CONTROL FILE, UP TO THE TIME OF THE RUN.   *
000206*                    FIRST AND LAST ATTEMPT NOW PRINT WITH      *
000207*                    THEIR DATE.                                *
000210*                                                                *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. INSEC01.
000250 AUTHOR. D. KUGEL.
000260 INSTALLATION. DATA ENTRY SYSTEMS.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SECL-FILE ASSIGN TO "SECLOG"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-SECL-STATUS.
000360*
000370     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-BUSD-STATUS.
000400*
000410     SELECT SWRK-FILE ASSIGN TO "SECSORT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-SWRK-STATUS.
000440*
000442     SELECT SECC-FILE ASSIGN TO "SECCTL"
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-SECC-STATUS.
000448*
000450     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000460*
000470     SELECT RPT-FILE ASSIGN TO "INSEC01.LST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530*****************************************************************
000540*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
000550*****************************************************************
000560 FD  SECL-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY SECLREC.
000600*
000610*****************************************************************
000620*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE                *
000630*****************************************************************
000640 FD  BUSD-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY BUSDATE.
000680*
000690*****************************************************************
000700*    SWRK-FILE - THE WINDOW'S ATTEMPTS SORTED BY OPERATOR,       *
000710*                PROGRAM, REASON, DATE AND TIME                  *
000720*****************************************************************
000730 FD  SWRK-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  SWRK-RECORD.
000770     05  SW-OPID             PIC X(08).
000780     05  SW-PROGRAM          PIC X(08).
000790     05  SW-REASON           PIC X(20).
000795     05  SW-DATE             PIC 9(08).
000800     05  SW-TIME             PIC 9(06).
000810*
000811*****************************************************************
000812*    SECC-FILE - REPORTING WINDOW OF THE LAST REPORT - THE       *
000813*                BUSINESS DATE IT RAN FOR AND THE STAMPS IT      *
000814*                COVERED, FROM (INCLUSIVE) UP TO (EXCLUSIVE)     *
000815*****************************************************************
000816 FD  SECC-FILE
000817     RECORDING MODE IS F
000818     LABEL RECORDS ARE STANDARD.
000819 01  SECC-RECORD.
000820     05  SC-BUS-DATE         PIC 9(08).
000821     05  SC-FROM-STAMP.
000822         10  SC-FROM-DATE    PIC 9(08).
000823         10  SC-FROM-TIME    PIC 9(06).
000824     05  SC-THRU-STAMP.
000825         10  SC-THRU-DATE    PIC 9(08).
000826         10  SC-THRU-TIME    PIC 9(06).
000827*
000828*****************************************************************
000830*    SORT-FILE - SORT WORK FILE                                  *
000840*****************************************************************
000850 SD  SORT-FILE.
000860 01  SORT-RECORD.
000870     05  SR-OPID             PIC X(08).
000880     05  SR-PROGRAM          PIC X(08).
000890     05  SR-REASON           PIC X(20).
000895     05  SR-DATE             PIC 9(08).
000900     05  SR-TIME             PIC 9(06).
000910*
000920*****************************************************************
000930*    RPT-FILE - PRINTED SECURITY VIOLATIONS REPORT               *
000940*****************************************************************
000950 FD  RPT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  RPT-RECORD                  PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000 01  WS-PRINT-LINE                PIC X(132).
001010*
001020 01  WS-GROUP-VIEW REDEFINES WS-PRINT-LINE.
001030     05  FILLER                  PIC X(04).
001040     05  WS-G-OPID               PIC X(08).
001050     05  FILLER                  PIC X(02).
001060     05  WS-G-PROGRAM            PIC X(08).
001070     05  FILLER                  PIC X(02).
001080     05  WS-G-REASON             PIC X(20).
001090     05  FILLER                  PIC X(02).
001100     05  WS-G-COUNT              PIC Z(04)9.
001110     05  FILLER                  PIC X(02).
001113     05  WS-G-FIRST-DATE         PIC 9(08).
001116     05  FILLER                  PIC X(01).
001120     05  WS-G-FIRST              PIC 9(06).
001130     05  FILLER                  PIC X(02).
001133     05  WS-G-LAST-DATE          PIC 9(08).
001136     05  FILLER                  PIC X(01).
001140     05  WS-G-LAST               PIC 9(06).
001150     05  FILLER                  PIC X(47).
001160*
001170 01  WS-OPER-VIEW REDEFINES WS-PRINT-LINE.
001180     05  FILLER                  PIC X(04).
001190     05  WS-O-LABEL              PIC X(16).
001200     05  WS-O-OPID               PIC X(08).
001210     05  FILLER                  PIC X(02).
001220     05  WS-O-LABEL2             PIC X(10).
001230     05  WS-O-COUNT              PIC Z(04)9.
001240     05  FILLER                  PIC X(02).
001250     05  WS-O-FLAG1              PIC X(21).
001260     05  FILLER                  PIC X(02).
001270     05  WS-O-FLAG2              PIC X(16).
001280     05  FILLER                  PIC X(46).
001290*
001300 01  WS-TOTAL-VIEW REDEFINES WS-PRINT-LINE.
001310     05  FILLER                  PIC X(04).
001320     05  WS-T-LABEL              PIC X(28).
001330     05  WS-T-COUNT              PIC Z(05)9.
001340     05  FILLER                  PIC X(94).
001350*
001360 01  WS-SECL-STATUS               PIC X(02).
001370     88  WS-SECL-OK                           VALUE "00".
001380     88  WS-SECL-NOT-FOUND                    VALUE "35".
001390*
001400 01  WS-BUSD-STATUS               PIC X(02).
001410     88  WS-BUSD-OK                           VALUE "00".
001412*
001414 01  WS-SECC-STATUS               PIC X(02).
001416     88  WS-SECC-OK                           VALUE "00".
001418     88  WS-SECC-NOT-FOUND                    VALUE "35".
001420*
001430 01  WS-SWRK-STATUS               PIC X(02).
001440     88  WS-SWRK-OK                           VALUE "00".
001450*
001460 01  WS-RPT-STATUS                PIC X(02).
001470     88  WS-RPT-OK                            VALUE "00".
001480*
001490 01  WS-SWITCHES.
001500     05  WS-SECL-EOF-SW          PIC X(01)   VALUE "N".
001510         88  SECL-AT-END                     VALUE "Y".
001520     05  WS-SWRK-EOF-SW          PIC X(01)   VALUE "N".
001530         88  SWRK-AT-END                     VALUE "Y".
001540     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001550         88  RUN-ABORTED                     VALUE "Y".
001560     05  WS-LOCKOUT-SW           PIC X(01)   VALUE "N".
001570         88  OPERATOR-LOCKED-OUT             VALUE "Y".
001580*
001590 01  WS-BUS-DATE                  PIC 9(08).
001600*
001601 01  WS-STAMP-DATE                PIC X(06).
001602 01  WS-STAMP-TIME                PIC X(06).
001603 01  WS-STAMP-FIELDS.
001604     05  WS-STAMP-YY             PIC 9(02).
001605     05  WS-STAMP-MM             PIC 9(02).
001606     05  WS-STAMP-DD             PIC 9(02).
001607     05  WS-STAMP-CCYY           PIC 9(04).
001608 01  WS-STAMP-CCYYMMDD            PIC 9(08).
001609*
001610*****************************************************************
001611*    THE REPORTING WINDOW - AN ATTEMPT IS SELECTED WHEN ITS      *
001612*    STAMP IS NOT BEFORE WS-FROM-STAMP AND IS BEFORE             *
001613*    WS-THRU-STAMP, THE TIME OF THIS RUN                         *
001614*****************************************************************
001615 01  WS-FROM-STAMP.
001616     05  WS-FROM-DATE            PIC 9(08).
001617     05  WS-FROM-TIME            PIC 9(06).
001618 01  WS-THRU-STAMP.
001619     05  WS-THRU-DATE            PIC 9(08).
001620     05  WS-THRU-TIME            PIC 9(06).
001621 01  WS-SECL-STAMP.
001622     05  WS-SECL-DATE            PIC 9(08).
001623     05  WS-SECL-TIME            PIC 9(06).
001624*
001626*****************************************************************
001628*    THE REPEAT-OFFENDER COUNT - AN OPERATOR WITH THIS MANY OR  *
001630*    MORE FAILED ATTEMPTS IN THE DAY IS FLAGGED.  SECURITY OWNS *
001640*    THE NUMBER.                                                *
001650*****************************************************************
001660 01  WS-REPEAT-LIMIT              PIC 9(03)   VALUE 3.
001670*
001680 01  WS-PREV-OPID                 PIC X(08)   VALUE SPACES.
001690 01  WS-PREV-PROGRAM              PIC X(08)   VALUE SPACES.
001700 01  WS-PREV-REASON               PIC X(20)   VALUE SPACES.
001704 01  WS-GROUP-FIRST.
001708     05  WS-GROUP-FIRST-DATE     PIC 9(08).
001712     05  WS-GROUP-FIRST-TIME     PIC 9(06).
001716 01  WS-GROUP-LAST.
001720     05  WS-GROUP-LAST-DATE      PIC 9(08).
001724     05  WS-GROUP-LAST-TIME      PIC 9(06).
001730*
001740 77  WS-GROUP-COUNT               PIC 9(05)   COMP VALUE ZERO.
001750 77  WS-OPER-COUNT                PIC 9(05)   COMP VALUE ZERO.
001760 77  WS-ATTEMPT-COUNT             PIC 9(06)   COMP VALUE ZERO.
001770 77  WS-OPERATORS-SEEN            PIC 9(06)   COMP VALUE ZERO.
001780 77  WS-REPEAT-COUNT              PIC 9(06)   COMP VALUE ZERO.
001790 77  WS-LOCKED-COUNT              PIC 9(06)   COMP VALUE ZERO.
001800*
001810*****************************************************************
001820*    WS-REASON-TABLE - THE DAY'S ATTEMPTS TALLIED BY REASON      *
001830*****************************************************************
001840 01  WS-REASON-TABLE.
001850     05  WS-REASON-USED          PIC 9(02)   COMP VALUE ZERO.
001860     05  WS-REASON-ENTRY         OCCURS 20 TIMES.
001870         10  WS-RT-REASON        PIC X(20).
001880         10  WS-RT-COUNT         PIC 9(06)   COMP.
001890 77  WS-REASON-SUB                PIC 9(02)   COMP.
001900 77  WS-REASON-HIT                PIC 9(02)   COMP.
001910*
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940*    0000-MAINLINE                                               *
001950*****************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001980     IF NOT RUN-ABORTED
001990         PERFORM 4000-REPORT-FROM-SORTED
002000             UNTIL SWRK-AT-END
002010         PERFORM 7000-PRINT-FINAL-TOTALS
002020     END-IF
002030     PERFORM 9000-TERMINATE
002040     GOBACK.
002050*
002060*****************************************************************
002068*    1000-INITIALIZE - PICK UP THE BUSINESS DATE AND THE         *
002076*                      REPORTING WINDOW, SELECT AND SORT THE     *
002084*                      WINDOW'S FAILED ATTEMPTS, AND OPEN THE    *
002092*                      REPORT                                    *
002100*****************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT BUSD-FILE
002130     IF NOT WS-BUSD-OK
002140         DISPLAY "unable to open BUSDATE, file status: "
002150             WS-BUSD-STATUS " - run INBDT01 to build it"
002160         MOVE "Y" TO WS-ABORT-SW
002170         GO TO 1000-INITIALIZE-EXIT
002180     END-IF
002190     READ BUSD-FILE
002200         AT END
002210             DISPLAY "BUSDATE is empty - run INBDT01"
002220             MOVE "Y" TO WS-ABORT-SW
002230     END-READ
002240     CLOSE BUSD-FILE
002250     IF RUN-ABORTED
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF
002280     MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
002282     PERFORM 1100-SET-WINDOW THRU 1100-SET-WINDOW-EXIT
002284     IF RUN-ABORTED
002286         GO TO 1000-INITIALIZE-EXIT
002288     END-IF
002290     OPEN INPUT SECL-FILE
002300     IF WS-SECL-NOT-FOUND
002310         MOVE "Y" TO WS-SECL-EOF-SW
002320     ELSE
002330         IF NOT WS-SECL-OK
002340             DISPLAY "unable to open SECLOG, file status: "
002350                 WS-SECL-STATUS
002360             MOVE "Y" TO WS-ABORT-SW
002370             GO TO 1000-INITIALIZE-EXIT
002380         END-IF
002390     END-IF
002400     SORT SORT-FILE
002406         ON ASCENDING KEY SR-OPID SR-PROGRAM SR-REASON SR-DATE
002412             SR-TIME
002420         INPUT PROCEDURE IS 3000-SELECT-RECORDS THRU
002430             3000-SELECT-RECORDS-EXIT
002440         GIVING SWRK-FILE
002450     IF NOT WS-SECL-NOT-FOUND
002460         CLOSE SECL-FILE
002470     END-IF
002480     IF SORT-RETURN NOT = ZERO
002490         DISPLAY "selection sort failed: " SORT-RETURN
002500         MOVE "Y" TO WS-ABORT-SW
002510         GO TO 1000-INITIALIZE-EXIT
002520     END-IF
002530     OPEN INPUT SWRK-FILE
002540     IF NOT WS-SWRK-OK
002550         DISPLAY "unable to open SECSORT, file status: "
002560             WS-SWRK-STATUS
002570         MOVE "Y" TO WS-ABORT-SW
002580         GO TO 1000-INITIALIZE-EXIT
002590     END-IF
002600     OPEN OUTPUT RPT-FILE
002610     IF NOT WS-RPT-OK
002620         DISPLAY "unable to open INSEC01.LST, file status: "
002630             WS-RPT-STATUS
002640         MOVE "Y" TO WS-ABORT-SW
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF
002670     MOVE SPACES TO WS-PRINT-LINE
002680     MOVE "SECURITY VIOLATIONS REPORT" TO WS-PRINT-LINE
002690     WRITE RPT-RECORD FROM WS-PRINT-LINE
002700     MOVE SPACES TO WS-PRINT-LINE
002710     MOVE "FAILED SIGN-ONS ON: " TO WS-PRINT-LINE(5:20)
002720     MOVE WS-BUS-DATE TO WS-PRINT-LINE(25:8)
002721     WRITE RPT-RECORD FROM WS-PRINT-LINE
002722     MOVE SPACES TO WS-PRINT-LINE
002723     MOVE "ATTEMPTS FROM: " TO WS-PRINT-LINE(5:15)
002724     MOVE WS-FROM-DATE TO WS-PRINT-LINE(20:8)
002725     MOVE WS-FROM-TIME TO WS-PRINT-LINE(29:6)
002726     MOVE "UP TO: " TO WS-PRINT-LINE(37:7)
002727     MOVE WS-THRU-DATE TO WS-PRINT-LINE(44:8)
002728     MOVE WS-THRU-TIME TO WS-PRINT-LINE(53:6)
002730     WRITE RPT-RECORD FROM WS-PRINT-LINE
002740     MOVE SPACES TO WS-PRINT-LINE
002750     WRITE RPT-RECORD FROM WS-PRINT-LINE
002760     MOVE SPACES TO WS-PRINT-LINE
002770     MOVE "    OPERATOR  PROGRAM   REASON                "
002780         TO WS-PRINT-LINE
002786     MOVE "TRIES  FIRST" TO WS-PRINT-LINE(49:12)
002792     MOVE "LAST" TO WS-PRINT-LINE(73:4)
002800     WRITE RPT-RECORD FROM WS-PRINT-LINE
002810     PERFORM 4100-READ-SORTED-FILE.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002831*
002832*****************************************************************
002833*    1100-SET-WINDOW - THE WINDOW RUNS UP TO THE TIME OF THIS    *
002834*                      RUN.  IT STARTS AT THE LAST REPORT'S      *
002835*                      CUT-OFF,                                  *
002836*                      OR AT THE LAST REPORT'S OWN START WHEN    *
002837*                      THAT REPORT RAN FOR THIS SAME BUSINESS    *
002838*                      DATE, SO A RERUN REPORTS THE SAME         *
002839*                      ATTEMPTS AGAIN.  WITH NO SECCTL YET THE   *
002840*                      WINDOW STARTS AT THE BUSINESS DATE        *
002841*****************************************************************
002842 1100-SET-WINDOW.
002843     PERFORM 7500-GET-STAMP
002844     MOVE WS-STAMP-CCYYMMDD TO WS-THRU-DATE
002845     MOVE WS-STAMP-TIME TO WS-THRU-TIME
002846     MOVE WS-BUS-DATE TO WS-FROM-DATE
002847     MOVE ZERO TO WS-FROM-TIME
002848     OPEN INPUT SECC-FILE
002849     IF WS-SECC-NOT-FOUND
002850         GO TO 1100-SET-WINDOW-EXIT
002851     END-IF
002852     IF NOT WS-SECC-OK
002853         DISPLAY "unable to open SECCTL, file status: "
002854             WS-SECC-STATUS
002855         MOVE "Y" TO WS-ABORT-SW
002856         GO TO 1100-SET-WINDOW-EXIT
002857     END-IF
002858     READ SECC-FILE
002859         AT END
002860             CLOSE SECC-FILE
002861             GO TO 1100-SET-WINDOW-EXIT
002862     END-READ
002863     CLOSE SECC-FILE
002864     IF SC-BUS-DATE = WS-BUS-DATE
002865         MOVE SC-FROM-STAMP TO WS-FROM-STAMP
002866     ELSE
002867         MOVE SC-THRU-STAMP TO WS-FROM-STAMP
002868     END-IF.
002869 1100-SET-WINDOW-EXIT.
002870     EXIT.
002871*
002872*****************************************************************
002873*    3000-SELECT-RECORDS - SORT INPUT PROCEDURE.  RELEASE EVERY  *
002874*                          SECURITY LOG RECORD STAMPED WITHIN    *
002880*                          THE REPORTING WINDOW                  *
002890*****************************************************************
002900 3000-SELECT-RECORDS.
002910     IF NOT SECL-AT-END
002920         PERFORM 3100-READ-SECL-NEXT
002930     END-IF
002940     PERFORM 3200-RELEASE-RECORD
002950         UNTIL SECL-AT-END
002960     GO TO 3000-SELECT-RECORDS-EXIT.
002970*
002980*****************************************************************
002990*    3100-READ-SECL-NEXT - READ THE NEXT SECURITY LOG RECORD     *
003000*****************************************************************
003010 3100-READ-SECL-NEXT.
003020     READ SECL-FILE
003030         AT END
003040             MOVE "Y" TO WS-SECL-EOF-SW
003050     END-READ.
003060*
003070*****************************************************************
003077*    3200-RELEASE-RECORD - RELEASE ONE ATTEMPT STAMPED WITHIN    *
003084*                          THE WINDOW TO THE SORT AND READ THE   *
003091*                          NEXT                                  *
003100*****************************************************************
003110 3200-RELEASE-RECORD.
003114     MOVE SL-STAMP-DATE TO WS-SECL-DATE
003118     MOVE SL-STAMP-TIME TO WS-SECL-TIME
003122     IF WS-SECL-STAMP NOT < WS-FROM-STAMP
003126         AND WS-SECL-STAMP < WS-THRU-STAMP
003130         MOVE SL-OPERATOR-ID TO SR-OPID
003140         MOVE SL-PROGRAM TO SR-PROGRAM
003150         MOVE SL-REASON TO SR-REASON
003155         MOVE SL-STAMP-DATE TO SR-DATE
003160         MOVE SL-STAMP-TIME TO SR-TIME
003170         RELEASE SORT-RECORD
003180     END-IF
003190     PERFORM 3100-READ-SECL-NEXT.
003200 3000-SELECT-RECORDS-EXIT.
003210     EXIT.
003220*
003230*****************************************************************
003240*    4000-REPORT-FROM-SORTED - CONTROL-BREAK ON OPERATOR AND ON  *
003250*                              PROGRAM/REASON, ACCUMULATE THE    *
003260*                              COUNTS, AND READ THE NEXT SORTED  *
003270*                              ATTEMPT                           *
003280*****************************************************************
003290 4000-REPORT-FROM-SORTED.
003300     IF SW-OPID NOT = WS-PREV-OPID
003310         AND WS-PREV-OPID NOT = SPACES
003320         PERFORM 6100-PRINT-GROUP-LINE
003330         PERFORM 6200-PRINT-OPERATOR-TOTAL
003340     ELSE
003350         IF (SW-PROGRAM NOT = WS-PREV-PROGRAM
003360             OR SW-REASON NOT = WS-PREV-REASON)
003370             AND WS-GROUP-COUNT > ZERO
003380             PERFORM 6100-PRINT-GROUP-LINE
003390         END-IF
003400     END-IF
003410     IF WS-GROUP-COUNT = ZERO
003416         MOVE SW-DATE TO WS-GROUP-FIRST-DATE
003422         MOVE SW-TIME TO WS-GROUP-FIRST-TIME
003430     END-IF
003440     MOVE SW-OPID TO WS-PREV-OPID
003450     MOVE SW-PROGRAM TO WS-PREV-PROGRAM
003460     MOVE SW-REASON TO WS-PREV-REASON
003466     MOVE SW-DATE TO WS-GROUP-LAST-DATE
003472     MOVE SW-TIME TO WS-GROUP-LAST-TIME
003480     ADD 1 TO WS-GROUP-COUNT
003490     ADD 1 TO WS-OPER-COUNT
003500     ADD 1 TO WS-ATTEMPT-COUNT
003510     IF SW-REASON = "PASSWORD LOCKOUT"
003520         OR SW-REASON = "OPERATOR LOCKED OUT"
003530         MOVE "Y" TO WS-LOCKOUT-SW
003540     END-IF
003550     PERFORM 5000-TALLY-REASON
003560     PERFORM 4100-READ-SORTED-FILE.
003570*
003580*****************************************************************
003590*    4100-READ-SORTED-FILE - READ THE NEXT SORTED ATTEMPT        *
003600*****************************************************************
003610 4100-READ-SORTED-FILE.
003620     READ SWRK-FILE
003630         AT END
003640             MOVE "Y" TO WS-SWRK-EOF-SW
003650     END-READ.
003660*
003670*****************************************************************
003680*    5000-TALLY-REASON - ROLL THIS ATTEMPT INTO ITS REASON       *
003690*                        TALLY, ADDING THE REASON ON FIRST       *
003700*                        SIGHT                                   *
003710*****************************************************************
003720 5000-TALLY-REASON.
003730     MOVE ZERO TO WS-REASON-HIT
003740     PERFORM 5100-MATCH-REASON-SLOT
003750         VARYING WS-REASON-SUB FROM 1 BY 1
003760         UNTIL WS-REASON-SUB > WS-REASON-USED
003770         OR WS-REASON-HIT > ZERO
003780     IF WS-REASON-HIT = ZERO
003790         IF WS-REASON-USED < 20
003800             ADD 1 TO WS-REASON-USED
003810             MOVE WS-REASON-USED TO WS-REASON-HIT
003820             MOVE SW-REASON TO WS-RT-REASON (WS-REASON-HIT)
003830             MOVE ZERO TO WS-RT-COUNT (WS-REASON-HIT)
003840         ELSE
003850             DISPLAY "reason table full - " SW-REASON
003860                 " not tallied"
003870         END-IF
003880     END-IF
003890     IF WS-REASON-HIT > ZERO
003900         ADD 1 TO WS-RT-COUNT (WS-REASON-HIT)
003910     END-IF.
003920*
003930*****************************************************************
003940*    5100-MATCH-REASON-SLOT - CHECK ONE TALLY SLOT FOR THIS      *
003950*                             REASON                             *
003960*****************************************************************
003970 5100-MATCH-REASON-SLOT.
003980     IF WS-RT-REASON (WS-REASON-SUB) = SW-REASON
003990         MOVE WS-REASON-SUB TO WS-REASON-HIT
004000     END-IF.
004010*
004020*****************************************************************
004030*    6100-PRINT-GROUP-LINE - PRINT THE ATTEMPT COUNT AND THE     *
004040*                            FIRST/LAST TIME FOR THE PROGRAM/    *
004050*                            REASON GROUP THAT JUST WENT OUT OF  *
004060*                            CONTROL AND RESET ITS COUNT         *
004070*****************************************************************
004080 6100-PRINT-GROUP-LINE.
004090     MOVE SPACES TO WS-PRINT-LINE
004100     MOVE WS-PREV-OPID TO WS-G-OPID
004110     MOVE WS-PREV-PROGRAM TO WS-G-PROGRAM
004120     MOVE WS-PREV-REASON TO WS-G-REASON
004130     MOVE WS-GROUP-COUNT TO WS-G-COUNT
004136     MOVE WS-GROUP-FIRST-DATE TO WS-G-FIRST-DATE
004142     MOVE WS-GROUP-FIRST-TIME TO WS-G-FIRST
004148     MOVE WS-GROUP-LAST-DATE TO WS-G-LAST-DATE
004154     MOVE WS-GROUP-LAST-TIME TO WS-G-LAST
004160     WRITE RPT-RECORD FROM WS-PRINT-LINE
004170     MOVE ZERO TO WS-GROUP-COUNT.
004180*
004190*****************************************************************
004200*    6200-PRINT-OPERATOR-TOTAL - PRINT THE OPERATOR'S ATTEMPT    *
004210*                                TOTAL WITH THE REPEAT-OFFENDER  *
004220*                                AND LOCKOUT FLAGS, AND RESET    *
004230*                                FOR THE NEXT OPERATOR           *
004240*****************************************************************
004250 6200-PRINT-OPERATOR-TOTAL.
004260     ADD 1 TO WS-OPERATORS-SEEN
004270     MOVE SPACES TO WS-PRINT-LINE
004280     MOVE "OPERATOR TOTAL: " TO WS-O-LABEL
004290     MOVE WS-PREV-OPID TO WS-O-OPID
004300     MOVE "ATTEMPTS: " TO WS-O-LABEL2
004310     MOVE WS-OPER-COUNT TO WS-O-COUNT
004320     IF WS-OPER-COUNT NOT < WS-REPEAT-LIMIT
004330         MOVE "*** REPEAT OFFENDER *" TO WS-O-FLAG1
004340         ADD 1 TO WS-REPEAT-COUNT
004350     END-IF
004360     IF OPERATOR-LOCKED-OUT
004370         MOVE "*** LOCKED OUT *" TO WS-O-FLAG2
004380         ADD 1 TO WS-LOCKED-COUNT
004390     END-IF
004400     WRITE RPT-RECORD FROM WS-PRINT-LINE
004410     MOVE SPACES TO WS-PRINT-LINE
004420     WRITE RPT-RECORD FROM WS-PRINT-LINE
004430     MOVE ZERO TO WS-OPER-COUNT
004440     MOVE "N" TO WS-LOCKOUT-SW.
004450*
004460*****************************************************************
004470*    7000-PRINT-FINAL-TOTALS - FLUSH THE LAST CONTROL BREAKS     *
004480*                              AND PRINT THE TOTALS BY REASON    *
004490*                              AND FOR THE WINDOW                *
004500*****************************************************************
004510 7000-PRINT-FINAL-TOTALS.
004520     IF WS-PREV-OPID NOT = SPACES
004530         PERFORM 6100-PRINT-GROUP-LINE
004540         PERFORM 6200-PRINT-OPERATOR-TOTAL
004550     END-IF
004560     MOVE SPACES TO WS-PRINT-LINE
004570     MOVE "TOTALS BY REASON" TO WS-PRINT-LINE(5:16)
004580     WRITE RPT-RECORD FROM WS-PRINT-LINE
004590     PERFORM 7100-PRINT-ONE-REASON
004600         VARYING WS-REASON-SUB FROM 1 BY 1
004610         UNTIL WS-REASON-SUB > WS-REASON-USED
004620     MOVE SPACES TO WS-PRINT-LINE
004630     WRITE RPT-RECORD FROM WS-PRINT-LINE
004640     MOVE SPACES TO WS-PRINT-LINE
004650     MOVE "FAILED ATTEMPTS:" TO WS-T-LABEL
004660     MOVE WS-ATTEMPT-COUNT TO WS-T-COUNT
004670     WRITE RPT-RECORD FROM WS-PRINT-LINE
004680     MOVE SPACES TO WS-PRINT-LINE
004690     MOVE "OPERATOR IDS INVOLVED:" TO WS-T-LABEL
004700     MOVE WS-OPERATORS-SEEN TO WS-T-COUNT
004710     WRITE RPT-RECORD FROM WS-PRINT-LINE
004720     MOVE SPACES TO WS-PRINT-LINE
004730     MOVE "REPEAT OFFENDERS:" TO WS-T-LABEL
004740     MOVE WS-REPEAT-COUNT TO WS-T-COUNT
004750     WRITE RPT-RECORD FROM WS-PRINT-LINE
004760     MOVE SPACES TO WS-PRINT-LINE
004770     MOVE "OPERATORS LOCKED OUT:" TO WS-T-LABEL
004780     MOVE WS-LOCKED-COUNT TO WS-T-COUNT
004790     WRITE RPT-RECORD FROM WS-PRINT-LINE.
004800*
004810*****************************************************************
004820*    7100-PRINT-ONE-REASON - PRINT ONE REASON'S TALLY LINE       *
004830*****************************************************************
004840 7100-PRINT-ONE-REASON.
004850     MOVE SPACES TO WS-PRINT-LINE
004860     MOVE WS-RT-REASON (WS-REASON-SUB) TO WS-T-LABEL
004870     MOVE WS-RT-COUNT (WS-REASON-SUB) TO WS-T-COUNT
004880     WRITE RPT-RECORD FROM WS-PRINT-LINE.
004881*
004882*****************************************************************
004883*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
004884*                     DATE AND TIME FOR THE WINDOW CUT-OFF       *
004885*****************************************************************
004886 7500-GET-STAMP.
004887     ACCEPT WS-STAMP-DATE FROM DATE
004888     ACCEPT WS-STAMP-TIME FROM TIME
004889     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
004890     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
004891     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
004892     IF WS-STAMP-YY < 50
004893         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
004894     ELSE
004895         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
004896     END-IF
004897     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
004898         + WS-STAMP-MM * 100 + WS-STAMP-DD.
004899*
004900*****************************************************************
004901*    8000-SAVE-WINDOW - RECORD THIS REPORT'S BUSINESS DATE AND   *
004902*                       WINDOW ON SECCTL, SO THE NEXT REPORT     *
004903*                       STARTS AT THIS ONE'S CUT-OFF             *
004904*****************************************************************
004905 8000-SAVE-WINDOW.
004906     OPEN OUTPUT SECC-FILE
004907     IF NOT WS-SECC-OK
004908         DISPLAY "unable to open SECCTL, file status: "
004909             WS-SECC-STATUS " - window NOT saved"
004910         MOVE "Y" TO WS-ABORT-SW
004911         GO TO 8000-SAVE-WINDOW-EXIT
004912     END-IF
004913     MOVE WS-BUS-DATE TO SC-BUS-DATE
004914     MOVE WS-FROM-STAMP TO SC-FROM-STAMP
004915     MOVE WS-THRU-STAMP TO SC-THRU-STAMP
004916     WRITE SECC-RECORD
004917     IF NOT WS-SECC-OK
004918         DISPLAY "unable to write SECCTL, file status: "
004919             WS-SECC-STATUS " - window NOT saved"
004920         MOVE "Y" TO WS-ABORT-SW
004921     END-IF
004922     CLOSE SECC-FILE.
004923 8000-SAVE-WINDOW-EXIT.
004924     EXIT.
004925*
004926*****************************************************************
004927*    9000-TERMINATE - CLOSE FILES, SAVE THE WINDOW OF A CLEAN    *
004928*                     RUN, AND SET THE RETURN CODE - THE FLAGS   *
004929*                     ARE ON THE REPORT, SO ONLY A FAILED RUN    *
004932*                     STOPS THE STREAM                           *
004940*****************************************************************
004950 9000-TERMINATE.
004960     CLOSE SWRK-FILE
004970     CLOSE RPT-FILE
004972     IF NOT RUN-ABORTED
004974         PERFORM 8000-SAVE-WINDOW THRU 8000-SAVE-WINDOW-EXIT
004976     END-IF
004980     IF RUN-ABORTED
004990         MOVE 8 TO RETURN-CODE
005000     ELSE
005010         MOVE ZERO TO RETURN-CODE
005020     END-IF.
