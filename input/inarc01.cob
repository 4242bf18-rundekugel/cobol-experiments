000110*                 COUNTS IS PRINTED SO THE CUT CAN BE BALANCED   *
000120*                 AGAINST INBAL01'S GRAND COUNT.  IN RESTORE     *
000130*                 MODE AN ARCHIVED DATE RANGE IS LOADED BACK     *
000136*                 INTO THE LIVE LOG FOR AN AUDITOR, UNLESS THE   *
000142*                 RANGE REACHES INTO A CLOSED ACCOUNTING PERIOD. *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ------------------------------------------------------     *
000189*                    ARCHIVED + RETAINED + FAILED.              *
000191*    2026-09-02  DK  ARCHIVE RECORD WIDENED TO 78 FOR THE      *
000192*                    SEQUENCE NUMBER NOW ON TR-KEY.             *
000202*    2026-10-15  DK  A RESTORE WHOSE DATE RANGE REACHES INTO    *
000212*                    ANY ACCOUNTING PERIOD CLOSED ON THE        *
000222*                    PERIODS FILE (SEE INPER01) IS REFUSED      *
000232*                    WHOLE AND EACH CLOSED MONTH IS LOGGED TO   *
000242*                    PERLOG.  ARCHIVE/PURGE IS NOT LOCKED - IT  *
000252*                    MOVES RECORDS TO TRANARCH UNCHANGED.       *
000262*    2026-10-15  DK  ARCHIVE RECORD WIDENED TO 83 FOR THE       *
000272*                    CAPTURE SOURCE NOW ON TRAN-RECORD.  AN     *
000282*                    ARCHIVE WRITTEN BEFORE THE CUTOVER IS      *
000292*                    CONVERTED BY INCNV01.                      *
000302*    2026-10-15  DK  RESTORE REBUILDS THE OPERATOR AND CODE     *
000312*                    ALTERNATE KEYS ON EACH ARCHIVED ENTRY PUT  *
000322*                    BACK ON THE LOG; THE ARCHIVE KEEPS THE     *
000332*                    83-BYTE ENTRY ONLY.  A PURGE DELETES BY    *
000342*                    TR-KEY AND THE ALTERNATE INDEXES FOLLOW    *
000352*                    THE DELETE.                                *
000362*    2026-10-15  DK  THE RESTORE DATES ARE EDITED BEFORE ANY    *
000372*                    FILE IS OPENED - NUMERIC, A REAL MONTH AND *
000382*                    DAY, BEFORE YEAR 9999, FROM NOT AFTER TO - *
000392*                    AND A BAD DATE STOPS THE RUN WITH RC 8.    *
000402*                    FILES ARE CLOSED ONLY IF THEY WERE OPENED. *
000190*                                                                *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS TR-KEY
000343         ALTERNATE RECORD KEY IS TR-OPER-KEY
000346         ALTERNATE RECORD KEY IS TR-CODE-KEY
000350         FILE STATUS IS WS-TRAN-STATUS.
000360*
000370     SELECT ARCH-FILE ASSIGN TO "TRANARCH"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-STATUS.
000440*
000441     SELECT PERD-FILE ASSIGN TO "PERIODS"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS PC-PERIOD
000445         FILE STATUS IS WS-PERD-STATUS.
000446*
000447     SELECT PERL-FILE ASSIGN TO "PERLOG"
000448         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS IS WS-PERL-STATUS.
000450*
000451 DATA DIVISION.
000460 FILE SECTION.
000470*****************************************************************
000480*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000580 FD  ARCH-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  ARCH-RECORD                 PIC X(83).
000620*
000630*****************************************************************
000640*    RPT-FILE - PRINTED ARCHIVE CONTROL REPORT                   *
000670     LABEL RECORDS ARE STANDARD.
000680 01  RPT-RECORD                  PIC X(132).
000690*
000691*****************************************************************
000692*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
000693*****************************************************************
000694 FD  PERD-FILE
000695     RECORDING MODE IS F
000696     LABEL RECORDS ARE STANDARD.
000697     COPY PERCTL.
000698*
000699*****************************************************************
000700*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
000701*****************************************************************
000702 FD  PERL-FILE
000703     RECORDING MODE IS F
000704     LABEL RECORDS ARE STANDARD.
000705     COPY PERLREC.
000706*
000707 WORKING-STORAGE SECTION.
000710 01  WS-PRINT-LINE                PIC X(132).
000720*
000730 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
000850 01  WS-RPT-STATUS                PIC X(02).
000860     88  WS-RPT-OK                            VALUE "00".
000870*
000873     COPY PERCHK.
000876*
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000900         88  END-OF-FILE                     VALUE "Y".
000920         88  FUNC-IS-VALID                   VALUE "Y".
000930     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
000940         88  RUN-ABORTED                     VALUE "Y".
000941     05  WS-TRAN-OPEN-SW         PIC X(01)   VALUE "N".
000942         88  TRAN-FILE-OPEN                  VALUE "Y".
000943     05  WS-ARCH-OPEN-SW         PIC X(01)   VALUE "N".
000944         88  ARCH-FILE-OPEN                  VALUE "Y".
000945     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
000946         88  RPT-FILE-OPEN                   VALUE "Y".
000950*
000960 01  WS-FUNCTION-CODE             PIC X(01).
000970     88  FUNC-ARCHIVE                         VALUE "A".
000990*
001000 01  WS-CUTOFF-DATE               PIC 9(08).
001010 01  WS-RESTORE-FROM              PIC 9(08).
001012 01  WS-RESTORE-FROM-X REDEFINES WS-RESTORE-FROM.
001014     05  WS-RF-CCYY              PIC 9(04).
001016     05  WS-RF-MM                PIC 9(02).
001018     05  WS-RF-DD                PIC 9(02).
001020 01  WS-RESTORE-TO                PIC 9(08).
001021 01  WS-RESTORE-TO-X REDEFINES WS-RESTORE-TO.
001022     05  WS-RT-CCYY              PIC 9(04).
001023     05  WS-RT-MM                PIC 9(02).
001024     05  WS-RT-DD                PIC 9(02).
001025 01  WS-STAMP-DATE                PIC X(06).
001026 01  WS-STAMP-TIME                PIC X(06).
001027 01  WS-STAMP-FIELDS.
001028     05  WS-STAMP-YY             PIC 9(02).
001029     05  WS-STAMP-MM             PIC 9(02).
001030     05  WS-STAMP-DD             PIC 9(02).
001031     05  WS-STAMP-CCYY           PIC 9(04).
001032 01  WS-STAMP-CCYYMMDD            PIC 9(08).
001033*
001034 01  WS-RESTORE-PERIOD            PIC 9(06).
001035 01  WS-RESTORE-PERIOD-X REDEFINES WS-RESTORE-PERIOD.
001036     05  WS-RP-CCYY              PIC 9(04).
001037     05  WS-RP-MM                PIC 9(02).
001038 01  WS-RESTORE-LAST-PERIOD       PIC 9(06).
001039*
001040 77  WS-READ-COUNT                PIC 9(08)   COMP VALUE ZERO.
001050 77  WS-ARCHIVED-COUNT            PIC 9(08)   COMP VALUE ZERO.
001060 77  WS-RETAINED-COUNT            PIC 9(08)   COMP VALUE ZERO.
001080 77  WS-SKIPPED-COUNT             PIC 9(08)   COMP VALUE ZERO.
001090 77  WS-DUPLICATE-COUNT           PIC 9(08)   COMP VALUE ZERO.
001095 77  WS-DELETE-FAIL-COUNT         PIC 9(08)   COMP VALUE ZERO.
001097 77  WS-CLOSED-PERIOD-COUNT       PIC 9(03)   COMP VALUE ZERO.
001100*
001110 PROCEDURE DIVISION.
001120*****************************************************************
001410         ACCEPT WS-RESTORE-FROM
001420         DISPLAY "enter restore-to date (CCYYMMDD):"
001430         ACCEPT WS-RESTORE-TO
001431         PERFORM 1150-EDIT-RESTORE-DATES THRU
001432                 1150-EDIT-RESTORE-DATES-EXIT
001433         IF NOT RUN-ABORTED
001434             PERFORM 1600-OPEN-PERIOD-FILES
001435         END-IF
001436         IF NOT RUN-ABORTED
001437             PERFORM 1200-CHECK-RESTORE-RANGE
001438         END-IF
001440     END-IF
001442     IF RUN-ABORTED
001444         GO TO 1000-INITIALIZE-EXIT
001446     END-IF
001450     OPEN I-O TRAN-FILE
001460     IF NOT WS-TRAN-OK
001470         DISPLAY "unable to open TRANLOG, file status: "
001490         MOVE "Y" TO WS-ABORT-SW
001500         GO TO 1000-INITIALIZE-EXIT
001510     END-IF
001515     MOVE "Y" TO WS-TRAN-OPEN-SW
001520     IF FUNC-ARCHIVE
001530         OPEN EXTEND ARCH-FILE
001535         IF WS-ARCH-NOT-FOUND
001600         MOVE "Y" TO WS-ABORT-SW
001610         GO TO 1000-INITIALIZE-EXIT
001620     END-IF
001625     MOVE "Y" TO WS-ARCH-OPEN-SW
001630     OPEN OUTPUT RPT-FILE
001640     IF NOT WS-RPT-OK
001650         DISPLAY "unable to open INARC01.LST, file status: "
001670         MOVE "Y" TO WS-ABORT-SW
001680         GO TO 1000-INITIALIZE-EXIT
001690     END-IF
001695     MOVE "Y" TO WS-RPT-OPEN-SW
001700     IF FUNC-ARCHIVE
001710         MOVE LOW-VALUES TO TR-KEY
001720         START TRAN-FILE KEY NOT < TR-KEY
001950         DISPLAY "function must be A or R"
001960         MOVE "N" TO WS-FUNC-VALID-SW
001970     END-IF.
001971*
001972*****************************************************************
001973*    1150-EDIT-RESTORE-DATES - BOTH RESTORE DATES MUST BE VALID  *
001974*                              CCYYMMDD DATES BEFORE YEAR 9999,  *
001975*                              THE FROM DATE NOT AFTER THE TO    *
001976*                              DATE - ANYTHING ELSE STOPS THE    *
001977*                              RUN                               *
001978*****************************************************************
001979 1150-EDIT-RESTORE-DATES.
001980     IF WS-RESTORE-FROM NOT NUMERIC
001981         OR WS-RESTORE-TO NOT NUMERIC
001982         DISPLAY "restore dates must be numeric CCYYMMDD"
001983         MOVE "Y" TO WS-ABORT-SW
001984         GO TO 1150-EDIT-RESTORE-DATES-EXIT
001985     END-IF
001986     IF WS-RF-MM < 1 OR WS-RF-MM > 12
001987         OR WS-RT-MM < 1 OR WS-RT-MM > 12
001988         OR WS-RF-DD < 1 OR WS-RF-DD > 31
001989         OR WS-RT-DD < 1 OR WS-RT-DD > 31
001990         DISPLAY "restore dates must have a month of 01 to 12 "
001991             "and a day of 01 to 31"
001992         MOVE "Y" TO WS-ABORT-SW
001993         GO TO 1150-EDIT-RESTORE-DATES-EXIT
001994     END-IF
001995     IF WS-RF-CCYY = ZERO
001996         OR WS-RT-CCYY NOT < 9999
001997         DISPLAY "restore dates must fall in years 0001 to 9998"
001998         MOVE "Y" TO WS-ABORT-SW
001999         GO TO 1150-EDIT-RESTORE-DATES-EXIT
002000     END-IF
002001     IF WS-RESTORE-FROM > WS-RESTORE-TO
002002         DISPLAY "restore-from date is after the restore-to date"
002003         MOVE "Y" TO WS-ABORT-SW
002004     END-IF.
002005 1150-EDIT-RESTORE-DATES-EXIT.
002006     EXIT.
002007*
002008*****************************************************************
002009*    1200-CHECK-RESTORE-RANGE - REFUSE THE WHOLE RESTORE IF ANY  *
002010*                               MONTH OF THE RANGE IS A CLOSED   *
002011*                               ACCOUNTING PERIOD - RELOADING    *
002012*                               ITS RECORDS WOULD CHANGE BOOKS   *
002013*                               ALREADY CLOSED AND REPORTED.     *
002014*                               EACH CLOSED MONTH IS LOGGED.     *
002015*****************************************************************
002016 1200-CHECK-RESTORE-RANGE.
002017     MOVE ZERO TO WS-CLOSED-PERIOD-COUNT
002018     IF PERD-FILE-OPEN
002019         DIVIDE WS-RESTORE-FROM BY 100 GIVING WS-RESTORE-PERIOD
002020         DIVIDE WS-RESTORE-TO BY 100 GIVING WS-RESTORE-LAST-PERIOD
002021         PERFORM 1250-CHECK-RESTORE-MONTH
002022             UNTIL WS-RESTORE-PERIOD > WS-RESTORE-LAST-PERIOD
002023     END-IF
002024     IF WS-CLOSED-PERIOD-COUNT > ZERO
002025         DISPLAY "restore refused - the range reaches into "
002026             WS-CLOSED-PERIOD-COUNT " closed period(s)"
002027         MOVE "Y" TO WS-ABORT-SW
002028     END-IF.
002029*
002030*****************************************************************
002031*    1250-CHECK-RESTORE-MONTH - CHECK ONE MONTH OF THE RESTORE   *
002032*                               RANGE AND STEP TO THE NEXT       *
002033*****************************************************************
002034 1250-CHECK-RESTORE-MONTH.
002035     COMPUTE WS-PERIOD-CHECK-DATE = WS-RESTORE-PERIOD * 100 + 1
002036     MOVE ZERO TO WS-PERIOD-CHECK-TIME
002037     MOVE ZERO TO WS-PERIOD-CHECK-SEQ
002038     MOVE "RESTORE" TO WS-PERIOD-ACTION
002039     PERFORM 7700-CHECK-PERIOD
002040     IF PERIOD-IS-CLOSED
002041         ADD 1 TO WS-CLOSED-PERIOD-COUNT
002042     END-IF
002043     IF WS-RP-MM < 12
002044         ADD 1 TO WS-RESTORE-PERIOD
002045     ELSE
002046         ADD 1 TO WS-RP-CCYY
002047         MOVE 1 TO WS-RP-MM
002048     END-IF.
002049*
002050*****************************************************************
002051*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
002052*                             THE REFUSAL LOG.  NO PERIODS FILE  *
002053*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
002054*                             ANY OTHER OPEN FAILURE STOPS THE   *
002055*                             RUN, SINCE THE LOCK CANNOT THEN    *
002056*                             BE ENFORCED                        *
002057*****************************************************************
002058 1600-OPEN-PERIOD-FILES.
002059     OPEN INPUT PERD-FILE
002060     IF WS-PERD-OK
002061         MOVE "Y" TO WS-PERD-OPEN-SW
002062     ELSE
002063         IF NOT WS-PERD-NOT-FOUND
002064             DISPLAY "unable to open PERIODS, file status: "
002065                 WS-PERD-STATUS
002066             MOVE "Y" TO WS-ABORT-SW
002067         END-IF
002068     END-IF
002069     OPEN EXTEND PERL-FILE
002070     IF WS-PERL-NOT-FOUND
002071         OPEN OUTPUT PERL-FILE
002072     END-IF
002073     IF WS-PERL-OK
002074         MOVE "Y" TO WS-PERL-OPEN-SW
002075     ELSE
002076         DISPLAY "unable to open PERLOG - refusals not logged"
002077     END-IF.
002078*
002079*****************************************************************
002080*    2000-ARCHIVE-RECORDS - COPY EVERY LOG RECORD OLDER THAN     *
002081*                           THE CUTOFF TO THE ARCHIVE, DELETE    *
002082*                           IT FROM THE LIVE LOG, AND COUNT      *
002083*                           WHAT WAS KEPT                        *
002084*****************************************************************
002085 2000-ARCHIVE-RECORDS.
002086     ADD 1 TO WS-READ-COUNT
002087     IF TR-KEY-DATE1 < WS-CUTOFF-DATE
002088         WRITE ARCH-RECORD FROM TRAN-RECORD
002090         IF NOT WS-ARCH-OK
002100             DISPLAY "archive write failed, file status: "
002110                 WS-ARCH-STATUS
002430     ADD 1 TO WS-READ-COUNT
002440     IF TR-KEY-DATE1 NOT < WS-RESTORE-FROM
002450         AND TR-KEY-DATE1 NOT > WS-RESTORE-TO
002452         MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
002454         MOVE TR-KEY TO TR-OK-ENTRY-KEY
002456         MOVE TR-VAR1 TO TR-CK-VAR1
002458         MOVE TR-KEY TO TR-CK-ENTRY-KEY
002460         WRITE TRAN-RECORD
002470             INVALID KEY
002480                 ADD 1 TO WS-DUPLICATE-COUNT
003090         WRITE RPT-RECORD FROM WS-PRINT-LINE
003100     END-IF.
003110*
003111*****************************************************************
003112*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
003113*                     DATE AND TIME FOR A REFUSAL-LOG STAMP      *
003114*****************************************************************
003115 7500-GET-STAMP.
003116     ACCEPT WS-STAMP-DATE FROM DATE
003117     ACCEPT WS-STAMP-TIME FROM TIME
003118     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
003119     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
003120     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
003121     IF WS-STAMP-YY < 50
003122         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
003123     ELSE
003124         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
003125     END-IF
003126     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
003127         + WS-STAMP-MM * 100 + WS-STAMP-DD.
003128*
003129*****************************************************************
003130*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
003131*                        CHECK DATE AND, IF ACCOUNTING HAS       *
003132*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
003133*                        THE REFUSAL - THE CALLER HAS SET THE    *
003134*                        CHECK KEY AND THE ACTION                *
003135*****************************************************************
003136 7700-CHECK-PERIOD.
003137     MOVE "N" TO WS-PERIOD-CLOSED-SW
003138     IF PERD-FILE-OPEN
003139         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
003140         READ PERD-FILE
003141             INVALID KEY
003142                 CONTINUE
003143         END-READ
003144         IF WS-PERD-OK
003145             AND PC-CLOSED
003146             MOVE "Y" TO WS-PERIOD-CLOSED-SW
003147             DISPLAY "period " PC-PERIOD " was closed on "
003148                 PC-CLOSE-DATE " by " PC-CLOSED-BY
003149                 " - no change may be made to it"
003150             PERFORM 7750-LOG-PERIOD-REFUSAL
003151         END-IF
003152     END-IF.
003153*
003154*****************************************************************
003155*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
003156*                              ACTION TO THE PERIOD-LOCK LOG     *
003157*****************************************************************
003158 7750-LOG-PERIOD-REFUSAL.
003159     IF PERL-FILE-OPEN
003160         PERFORM 7500-GET-STAMP
003161         MOVE WS-STAMP-CCYYMMDD TO PL-STAMP-DATE
003162         MOVE WS-STAMP-TIME TO PL-STAMP-TIME
003163         MOVE "INARC01" TO PL-PROGRAM
003164         MOVE SPACES TO PL-OPERATOR-ID
003165         MOVE WS-PERIOD-ACTION TO PL-ACTION
003166         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
003167         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
003168         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
003169         MOVE PC-PERIOD TO PL-PERIOD
003170         WRITE PERL-RECORD
003171         IF NOT WS-PERL-OK
003172             DISPLAY "unable to write PERLOG, file status: "
003173                 WS-PERL-STATUS
003174         END-IF
003175     END-IF.
003176*
003177*****************************************************************
003178*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
003179*****************************************************************
003180 9000-TERMINATE.
003181     IF TRAN-FILE-OPEN
003182         CLOSE TRAN-FILE
003183     END-IF
003184     IF ARCH-FILE-OPEN
003185         CLOSE ARCH-FILE
003186     END-IF
003187     IF RPT-FILE-OPEN
003188         CLOSE RPT-FILE
003189     END-IF
003190     IF PERD-FILE-OPEN
003191         CLOSE PERD-FILE
003192     END-IF
003193     IF PERL-FILE-OPEN
003194         CLOSE PERL-FILE
003195     END-IF
003196     IF RUN-ABORTED
003200         MOVE 8 TO RETURN-CODE
003210     ELSE
003220         MOVE ZERO TO RETURN-CODE
