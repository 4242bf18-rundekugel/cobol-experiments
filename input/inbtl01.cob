000140*                 POSITION IS CHECKPOINTED AFTER EVERY RECORD    *
000150*                 SO A RESTART AFTER AN ABEND SKIPS THE RECORDS  *
000160*                 ALREADY LOADED INSTEAD OF DOUBLE-LOADING THEM. *
000162*                 EACH SITE'S ENTRIES ARRIVE AS A BATCH BETWEEN  *
000164*                 A HEADER AND A TRAILER; A FIRST PASS BALANCES  *
000166*                 EVERY BATCH AND ONLY BALANCED, NEW BATCHES ARE *
000168*                 LOADED (SEE BTRKREC).                          *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    ------------------------------------------------------     *
000255*                    LIMITS MASTER (SEE INLIM01) - AN AMOUNT  *
000256*                    OVER THE HARD LIMIT, IGNORING SIGN,      *
000257*                    REJECTS TO SUSPENSE WITH REASON 09.      *
000267*    2026-10-15  DK  A LOAD WHOSE KEY DATE (THE BUSINESS DATE,  *
000277*                    OR THE CHECKPOINTED BASE DATE ON A         *
000287*                    RESTART) FALLS IN AN ACCOUNTING PERIOD     *
000297*                    CLOSED ON THE PERIODS FILE (SEE INPER01)   *
000307*                    IS REFUSED WHOLE BEFORE ANY RECORD IS      *
000317*                    READ, THE REFUSAL IS LOGGED TO PERLOG, AND *
000327*                    THE RUN ENDS RC 8.                         *
000337*    2026-10-15  DK  INTAKE NOW CARRIES A HEADER (SITE, BATCH   *
000347*                    NUMBER, BUSINESS DATE) AND A TRAILER       *
000357*                    (RECORD COUNT, AMOUNT HASH) AROUND EACH    *
000367*                    SITE'S BATCH.  A FIRST PASS BALANCES EVERY *
000377*                    BATCH AND RECORDS IT ON THE BATCH-CONTROL  *
000387*                    FILE (BATCHTRK); A BATCH THAT IS OUT OF    *
000397*                    BALANCE, HAS NO TRAILER, IS DATED FOR      *
000407*                    ANOTHER BUSINESS DATE, COMES FROM A SITE   *
000417*                    NOT ACTIVE ON THE SITE MASTER (SEE         *
000427*                    INSIT01), OR REPEATS A BATCH NUMBER        *
000437*                    ALREADY LOADED IS REJECTED WHOLE - NONE OF *
000447*                    ITS ENTRIES ARE LOADED OR SUSPENDED.       *
000457*                    RECORDS OUTSIDE A BATCH ARE NOT LOADED.    *
000467*                    RC 4 IF ANY BATCH OR RECORD IS REJECTED.   *
000477*    2026-10-15  DK  LOADED ENTRIES ARE STAMPED WITH CAPTURE    *
000487*                    SOURCE B (SITE BATCH LOAD) AND THE SENDING *
000497*                    SITE.                                      *
000507*    2026-10-15  DK  THE OPERATOR AND CODE ALTERNATE KEYS ARE   *
000517*                    BUILT ON EACH LOADED ENTRY JUST BEFORE THE *
000527*                    WRITE.                                     *
000228*                                                                *
000229*****************************************************************
000230 IDENTIFICATION DIVISION.
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS TR-KEY
000403         ALTERNATE RECORD KEY IS TR-OPER-KEY
000406         ALTERNATE RECORD KEY IS TR-CODE-KEY
000410         FILE STATUS IS WS-TRAN-STATUS.
000420*
000430     SELECT VALV-FILE ASSIGN TO "VALVALS"
000665         RECORD KEY IS LM-KEY
000666         FILE STATUS IS WS-LIMV-STATUS.
000660*
000668     SELECT PERD-FILE ASSIGN TO "PERIODS"
000669         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000671         RECORD KEY IS PC-PERIOD
000672         FILE STATUS IS WS-PERD-STATUS.
000673*
000674     SELECT PERL-FILE ASSIGN TO "PERLOG"
000675         ORGANIZATION IS SEQUENTIAL
000676         FILE STATUS IS WS-PERL-STATUS.
000677*
000678     SELECT SITE-FILE ASSIGN TO "SITEMAST"
000679         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000681         RECORD KEY IS ST-SITE
000682         FILE STATUS IS WS-SITE-STATUS.
000683*
000684     SELECT BTRK-FILE ASSIGN TO "BATCHTRK"
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS RANDOM
000687         RECORD KEY IS BK-KEY
000688         FILE STATUS IS WS-BTRK-STATUS.
000689*
000690 DATA DIVISION.
000691 FILE SECTION.
000692*****************************************************************
000693*    INTAKE-FILE - SUBMITTED ENTRIES FROM THE REMOTE SITES, ONE  *
000696*                  BATCH PER SITE: A HEADER, THE DETAIL ENTRIES, *
000699*                  AND A TRAILER WHOSE COUNT OF DETAIL RECORDS   *
000702*                  AND HASH (ALGEBRAIC SUM OF THE DETAIL         *
000705*                  AMOUNTS) MUST AGREE WITH WHAT ARRIVED         *
000710*****************************************************************
000720 FD  INTAKE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  INTAKE-RECORD.
000753     05  IN-RECORD-TYPE      PIC X(01).
000756         88  IN-HEADER                       VALUE "H".
000759         88  IN-DETAIL                       VALUE "D".
000762         88  IN-TRAILER                      VALUE "T".
000765     05  IN-DETAIL-DATA.
000768         10  IN-VAR1         PIC X(22).
000771         10  IN-OPERATOR-ID  PIC X(08).
000774         10  IN-SITE         PIC X(04).
000777         10  IN-TYPE-CODE    PIC X(02).
000780         10  IN-AMOUNT       PIC S9(07)V99
000786                             SIGN IS LEADING SEPARATE.
000787         10  IN-AMOUNT-X REDEFINES IN-AMOUNT
000788                             PIC X(10).
000789     05  IN-HEADER-DATA REDEFINES IN-DETAIL-DATA.
000790         10  IN-H-SITE       PIC X(04).
000791         10  IN-H-BATCH-NO   PIC 9(06).
000792         10  IN-H-BUS-DATE   PIC 9(08).
000793         10  FILLER          PIC X(28).
000794     05  IN-TRAILER-DATA REDEFINES IN-DETAIL-DATA.
000795         10  IN-T-RECORD-COUNT
000796                             PIC 9(06).
000797         10  IN-T-AMOUNT-HASH
000798                             PIC S9(11)V99
000799                             SIGN IS LEADING SEPARATE.
000800         10  FILLER          PIC X(26).
000801*
000802*****************************************************************
000810*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000820*****************************************************************
000830 FD  TRAN-FILE
001337     LABEL RECORDS ARE STANDARD.
001338     COPY LIMREC.
001330*
001340*****************************************************************
001341*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
001342*****************************************************************
001343 FD  PERD-FILE
001344     RECORDING MODE IS F
001345     LABEL RECORDS ARE STANDARD.
001346     COPY PERCTL.
001347*
001348*****************************************************************
001350*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
001351*****************************************************************
001352 FD  PERL-FILE
001353     RECORDING MODE IS F
001354     LABEL RECORDS ARE STANDARD.
001355     COPY PERLREC.
001356*
001357*****************************************************************
001358*    SITE-FILE - REMOTE-SITE MASTER OF EXPECTED SUBMITTERS      *
001360*****************************************************************
001361 FD  SITE-FILE
001362     RECORDING MODE IS F
001363     LABEL RECORDS ARE STANDARD.
001364     COPY SITEREC.
001365*
001366*****************************************************************
001367*    BTRK-FILE - SITE BATCH-CONTROL FILE                        *
001368*****************************************************************
001370 FD  BTRK-FILE
001371     RECORDING MODE IS F
001372     LABEL RECORDS ARE STANDARD.
001373     COPY BTRKREC.
001374*
001375 WORKING-STORAGE SECTION.
001376 01  WS-PRINT-LINE                PIC X(132).
001377*
001378 01  WS-REJECT-VIEW REDEFINES WS-PRINT-LINE.
001380     05  FILLER                  PIC X(04).
001390     05  WS-R-REASON-CODE        PIC X(02).
001400     05  FILLER                  PIC X(02).
001520     05  WS-C-LABEL              PIC X(24).
001530     05  WS-C-COUNT              PIC Z(07)9.
001540     05  FILLER                  PIC X(96).
001541*
001542 01  WS-BATCH-VIEW REDEFINES WS-PRINT-LINE.
001543     05  FILLER                  PIC X(04).
001544     05  WS-B-SITE               PIC X(04).
001545     05  FILLER                  PIC X(02).
001546     05  WS-B-BATCH-NO           PIC X(06).
001547     05  FILLER                  PIC X(02).
001548     05  WS-B-BUS-DATE           PIC X(08).
001549     05  FILLER                  PIC X(02).
001550     05  WS-B-RECORD-COUNT       PIC Z(05)9.
001551     05  FILLER                  PIC X(02).
001552     05  WS-B-ACTUAL-COUNT       PIC Z(05)9.
001553     05  FILLER                  PIC X(02).
001554     05  WS-B-AMOUNT-HASH        PIC Z(10)9.99-.
001555     05  FILLER                  PIC X(02).
001556     05  WS-B-ACTUAL-HASH        PIC Z(10)9.99-.
001557     05  FILLER                  PIC X(02).
001558     05  WS-B-RESULT             PIC X(24).
001559     05  FILLER                  PIC X(30).
001560*
001561 01  WS-INTAKE-STATUS             PIC X(02).
001570     88  WS-INTAKE-OK                         VALUE "00".
001580*
001590 01  WS-TRAN-STATUS               PIC X(02).
001798 01  WS-LIMV-STATUS               PIC X(02).
001799     88  WS-LIMV-OK                           VALUE "00".
001801     88  WS-LIMV-FOUND                        VALUE "00".
001811*
001821 01  WS-SITE-STATUS               PIC X(02).
001831     88  WS-SITE-OK                           VALUE "00".
001841     88  WS-SITE-FOUND                        VALUE "00".
001851*
001861 01  WS-BTRK-STATUS               PIC X(02).
001871     88  WS-BTRK-OK                           VALUE "00".
001881     88  WS-BTRK-FOUND                        VALUE "00".
001891     88  WS-BTRK-NOT-FOUND                    VALUE "35".
001800*
001803     COPY PERCHK.
001806*
001810 01  WS-SWITCHES.
001820     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001830         88  END-OF-FILE                     VALUE "Y".
001898         88  ANCHOR-FOUND                    VALUE "Y".
001899     05  WS-SUSP-OK-SW           PIC X(01)   VALUE "N".
001901         88  SUSP-WRITE-OK                   VALUE "Y".
001911     05  WS-BATCH-OPEN-SW        PIC X(01)   VALUE "N".
001921         88  BATCH-IN-PROGRESS               VALUE "Y".
001931     05  WS-BATCH-LOAD-SW        PIC X(01)   VALUE "N".
001941         88  BATCH-IS-LOADING                VALUE "Y".
001900*
001910 01  WS-REJECT-REASON             PIC X(02).
001920     88  REASON-VAR1-BLANK                    VALUE "01".
002020 77  WS-SKIP-COUNT                PIC 9(08)   COMP VALUE ZERO.
002030 77  WS-RESTART-COUNT             PIC 9(08)   COMP VALUE ZERO.
002040 77  WS-PROCESSED-COUNT           PIC 9(08)   COMP VALUE ZERO.
002041 77  WS-BATCH-REJECT-COUNT        PIC 9(08)   COMP VALUE ZERO.
002042 77  WS-ORPHAN-COUNT              PIC 9(08)   COMP VALUE ZERO.
002043 77  WS-NOT-LOADED-COUNT          PIC 9(08)   COMP VALUE ZERO.
002044*
002045 77  WS-BATCH-MAX                 PIC 9(04)   COMP VALUE 100.
002046 77  WS-BATCH-SUB                 PIC 9(04)   COMP VALUE ZERO.
002047 77  WS-BATCH-SCAN-SUB            PIC 9(04)   COMP VALUE ZERO.
002048*
002049*    ONE ENTRY PER HEADER ON INTAKE, IN FILE ORDER - THE LOAD
002050*    PASS STEPS THROUGH IT HEADER BY HEADER
002051 01  WS-BATCH-TABLE.
002052     05  WS-BATCH-USED           PIC 9(04)   COMP VALUE ZERO.
002053     05  WS-BATCH-ENTRY OCCURS 100 TIMES.
002054         10  WS-BT-SITE          PIC X(04).
002055         10  WS-BT-BATCH-NO      PIC 9(06).
002056         10  WS-BT-BUS-DATE      PIC 9(08).
002057         10  WS-BT-RECORD-COUNT  PIC 9(06)   COMP.
002058         10  WS-BT-AMOUNT-HASH   PIC S9(11)V99 COMP-3.
002059         10  WS-BT-ACTUAL-COUNT  PIC 9(06)   COMP.
002060         10  WS-BT-ACTUAL-HASH   PIC S9(11)V99 COMP-3.
002061         10  WS-BT-REASON        PIC X(02).
002062             88  BT-ACCEPTED                 VALUE SPACES.
002063             88  BT-HEADER-INVALID           VALUE "10".
002064             88  BT-SITE-UNKNOWN             VALUE "11".
002065             88  BT-SITE-INACTIVE            VALUE "12".
002066             88  BT-WRONG-DATE               VALUE "13".
002067             88  BT-OUT-OF-BALANCE           VALUE "14".
002068             88  BT-NO-TRAILER               VALUE "15".
002069             88  BT-DUPLICATE                VALUE "16".
002070*
002071 01  WS-BASE-TIME                 PIC 9(06).
002072 77  WS-BASE-SECONDS              PIC 9(08)   COMP.
002073 77  WS-KEY-SECONDS               PIC 9(08)   COMP.
002074 77  WS-SEC-QUOT                  PIC 9(08)   COMP.
002075 77  WS-BUMP-COUNT                PIC 9(04)   COMP.
002076 77  WS-REM1                      PIC 9(08)   COMP.
002077 77  WS-REM2                      PIC 9(08)   COMP.
002078 77  WS-TIME-HH                   PIC 9(02)   COMP.
002079 77  WS-TIME-MM                   PIC 9(02)   COMP.
002080 77  WS-TIME-SS                   PIC 9(02)   COMP.
002081*
002082 77  WS-SUSP-SEQ                  PIC 9(06)   VALUE ZERO.
002083 01  WS-RUN-DATE                  PIC X(06).
002090 01  WS-RUN-TIME                  PIC X(06).
002100 01  WS-DATE1-FIELDS.
002110     05  WS-DATE1-YY             PIC 9(02).
002158     05  WS-RUN-DD-X             PIC X(02).
002160 01  DATE1-FMT                    PIC X(10).
002162 01  WS-BUS-DATE                  PIC 9(08).
002163 01  WS-STAMP-DATE                PIC X(06).
002164 01  WS-STAMP-TIME                PIC X(06).
002165 01  WS-STAMP-FIELDS.
002166     05  WS-STAMP-YY             PIC 9(02).
002167     05  WS-STAMP-MM             PIC 9(02).
002168     05  WS-STAMP-DD             PIC 9(02).
002169     05  WS-STAMP-CCYY           PIC 9(04).
002170 01  WS-STAMP-CCYYMMDD            PIC 9(08).
002171 01  WS-CAPTURE-CCYYMMDD          PIC 9(08).
002172 01  WS-ABS-AMOUNT                PIC 9(07)V99.
002173*
002180 PROCEDURE DIVISION.
002190*****************************************************************
002200*    0000-MAINLINE                                               *
002310*
002320*****************************************************************
002330*    1000-INITIALIZE - OPEN THE FILES, RESTORE THE RESTART       *
002337*                      CHECKPOINT, BALANCE THE BATCHES, AND      *
002344*                      POSITION PAST THE INPUT RECORDS A PRIOR   *
002351*                      RUN ALREADY PROCESSED                     *
002360*****************************************************************
002370 1000-INITIALIZE.
002380     OPEN INPUT INTAKE-FILE
002757         MOVE "Y" TO WS-EOF-SW
002758         GO TO 1000-INITIALIZE-EXIT
002759     END-IF
002761     OPEN INPUT SITE-FILE
002762     IF NOT WS-SITE-OK
002763         DISPLAY "unable to open SITEMAST, file status: "
002764             WS-SITE-STATUS " - run INSIT01 to build it"
002765         MOVE "Y" TO WS-ABORT-SW
002766         MOVE "Y" TO WS-EOF-SW
002767         GO TO 1000-INITIALIZE-EXIT
002768     END-IF
002769     OPEN I-O BTRK-FILE
002770     IF WS-BTRK-NOT-FOUND
002771         OPEN OUTPUT BTRK-FILE
002772         IF WS-BTRK-OK
002773             CLOSE BTRK-FILE
002774             OPEN I-O BTRK-FILE
002775         END-IF
002776     END-IF
002777     IF NOT WS-BTRK-OK
002778         DISPLAY "unable to open BATCHTRK, file status: "
002779             WS-BTRK-STATUS
002780         MOVE "Y" TO WS-ABORT-SW
002781         MOVE "Y" TO WS-EOF-SW
002782         GO TO 1000-INITIALIZE-EXIT
002783     END-IF
002784     PERFORM 1150-READ-BUSINESS-DATE
002785     IF RUN-ABORTED
002786         GO TO 1000-INITIALIZE-EXIT
002787     END-IF
002788     PERFORM 1100-RESTORE-CHECKPOINT
002789     PERFORM 1600-OPEN-PERIOD-FILES
002790     IF RUN-ABORTED
002791         GO TO 1000-INITIALIZE-EXIT
002792     END-IF
002793     IF ANCHOR-FOUND
002794         MOVE WS-RUN-CCYYMMDD TO WS-PERIOD-CHECK-DATE
002795     ELSE
002796         MOVE WS-BUS-DATE TO WS-PERIOD-CHECK-DATE
002797     END-IF
002798     MOVE ZERO TO WS-PERIOD-CHECK-TIME
002799     MOVE ZERO TO WS-PERIOD-CHECK-SEQ
002800     MOVE "LOAD" TO WS-PERIOD-ACTION
002801     PERFORM 7700-CHECK-PERIOD
002802     IF PERIOD-IS-CLOSED
002803         DISPLAY "batch load refused - INTAKE left unloaded"
002804         MOVE "Y" TO WS-ABORT-SW
002805         MOVE "Y" TO WS-EOF-SW
002806         GO TO 1000-INITIALIZE-EXIT
002807     END-IF
002808     OPEN I-O SUSP-FILE
002809     IF WS-SUSP-NOT-FOUND
002810         OPEN OUTPUT SUSP-FILE
002811         IF WS-SUSP-OK
002812             CLOSE SUSP-FILE
002813             OPEN I-O SUSP-FILE
002814         END-IF
002815     END-IF
002816     IF NOT WS-SUSP-OK
002817         DISPLAY "unable to open SUSPENSE, file status: "
002818             WS-SUSP-STATUS
002819         MOVE "Y" TO WS-ABORT-SW
002820         MOVE "Y" TO WS-EOF-SW
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF
002920     END-IF
002940     PERFORM 1200-SET-RUN-STAMP
002950     PERFORM 1300-PRINT-HEADINGS
002951     PERFORM 1500-CHECK-BATCHES THRU 1500-CHECK-BATCHES-EXIT
002952     IF RUN-ABORTED
002953         GO TO 1000-INITIALIZE-EXIT
002954     END-IF
002955     PERFORM 1350-PRINT-REJECT-HEADINGS
002960     PERFORM 2100-READ-INTAKE-FILE
002970     PERFORM 1400-SKIP-PROCESSED-RECORD
002980         UNTIL WS-SKIP-COUNT NOT < WS-RESTART-COUNT
003237         CLOSE BUSD-FILE
003238     END-IF.
003239*
003249*****************************************************************
003259*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
003269*                             THE REFUSAL LOG.  NO PERIODS FILE  *
003279*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
003301*                             ANY OTHER OPEN FAILURE STOPS THE   *
003309*                             RUN, SINCE THE LOCK CANNOT THEN    *
003318*                             BE ENFORCED                        *
003326*****************************************************************
003334 1600-OPEN-PERIOD-FILES.
003343     OPEN INPUT PERD-FILE
003351     IF WS-PERD-OK
003359         MOVE "Y" TO WS-PERD-OPEN-SW
003368     ELSE
003376         IF NOT WS-PERD-NOT-FOUND
003384             DISPLAY "unable to open PERIODS, file status: "
003394                 WS-PERD-STATUS
003402             MOVE "Y" TO WS-ABORT-SW
003413             MOVE "Y" TO WS-EOF-SW
003424         END-IF
003433     END-IF
003442     OPEN EXTEND PERL-FILE
003452     IF WS-PERL-NOT-FOUND
003461         OPEN OUTPUT PERL-FILE
003469     END-IF
003494     IF WS-PERL-OK
003503         MOVE "Y" TO WS-PERL-OPEN-SW
003512     ELSE
003522         DISPLAY "unable to open PERLOG - refusals not logged"
003531     END-IF.
003539*
003230*****************************************************************
003240*    1200-SET-RUN-STAMP - STAMP THE CAPTURE DATE, AND ON A       *
003250*                         FRESH RUN ANCHOR THE BUSINESS DATE     *
003540     MOVE SPACES TO WS-PRINT-LINE
003550     MOVE "BATCH INTAKE EDIT REPORT" TO WS-PRINT-LINE
003560     WRITE RPT-RECORD FROM WS-PRINT-LINE
003561     MOVE SPACES TO WS-PRINT-LINE
003562     WRITE RPT-RECORD FROM WS-PRINT-LINE
003563     MOVE SPACES TO WS-PRINT-LINE
003564     MOVE "    SITE  BATCH   BUS DATE" TO WS-PRINT-LINE(1:26)
003565     MOVE "TRL CNT" TO WS-PRINT-LINE(28:7)
003566     MOVE "ACT CNT" TO WS-PRINT-LINE(36:7)
003567     MOVE "TRAILER HASH" TO WS-PRINT-LINE(46:12)
003568     MOVE "ACTUAL HASH" TO WS-PRINT-LINE(64:11)
003569     MOVE "RESULT" TO WS-PRINT-LINE(79:6)
003570     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003571*
003572*****************************************************************
003573*    1350-PRINT-REJECT-HEADINGS - HEAD THE LINES FOR ENTRIES     *
003574*                                 REJECTED TO SUSPENSE           *
003575*****************************************************************
003576 1350-PRINT-REJECT-HEADINGS.
003577     MOVE SPACES TO WS-PRINT-LINE
003580     WRITE RPT-RECORD FROM WS-PRINT-LINE
003590     MOVE SPACES TO WS-PRINT-LINE
003600     MOVE "    RC  REASON                    VALUE" TO
003670*****************************************************************
003680 1400-SKIP-PROCESSED-RECORD.
003690     ADD 1 TO WS-SKIP-COUNT
003692     IF IN-HEADER OR IN-TRAILER
003694         PERFORM 2050-TRACK-BATCH-BOUNDARY
003696     END-IF
003700     PERFORM 2100-READ-INTAKE-FILE.
003710*
003711*****************************************************************
003712*    1500-CHECK-BATCHES - FIRST PASS OVER INTAKE.  BALANCE EACH  *
003713*                         SITE'S BATCH AGAINST ITS TRAILER,      *
003714*                         RECORD THE VERDICT ON THE BATCH-       *
003715*                         CONTROL FILE AND THE EDIT REPORT, THEN *
003716*                         REOPEN INTAKE FOR THE LOAD PASS        *
003717*****************************************************************
003718 1500-CHECK-BATCHES.
003719     MOVE "N" TO WS-BATCH-OPEN-SW
003720     PERFORM 2100-READ-INTAKE-FILE
003721     PERFORM 1510-CHECK-INTAKE-RECORD THRU
003722         1510-CHECK-INTAKE-RECORD-EXIT
003723         UNTIL END-OF-FILE
003724     IF RUN-ABORTED
003725         GO TO 1500-CHECK-BATCHES-EXIT
003726     END-IF
003727     IF BATCH-IN-PROGRESS
003728         IF BT-ACCEPTED (WS-BATCH-SUB)
003729             MOVE "15" TO WS-BT-REASON (WS-BATCH-SUB)
003730         END-IF
003731         PERFORM 1550-CLOSE-OUT-BATCH THRU
003732             1550-CLOSE-OUT-BATCH-EXIT
003733     END-IF
003734     IF RUN-ABORTED
003735         GO TO 1500-CHECK-BATCHES-EXIT
003736     END-IF
003737     CLOSE INTAKE-FILE
003738     OPEN INPUT INTAKE-FILE
003739     IF NOT WS-INTAKE-OK
003740         DISPLAY "unable to reopen INTAKE, file status: "
003741             WS-INTAKE-STATUS
003742         MOVE "Y" TO WS-ABORT-SW
003743         MOVE "Y" TO WS-EOF-SW
003744         GO TO 1500-CHECK-BATCHES-EXIT
003745     END-IF
003746     MOVE "N" TO WS-EOF-SW
003747     MOVE "N" TO WS-BATCH-LOAD-SW
003748     MOVE ZERO TO WS-BATCH-SUB.
003749 1500-CHECK-BATCHES-EXIT.
003750     EXIT.
003751*
003752*****************************************************************
003753*    1510-CHECK-INTAKE-RECORD - OPEN A BATCH ON A HEADER, ADD A  *
003754*                               DETAIL INTO THE OPEN BATCH'S     *
003755*                               ACTUAL TOTALS, CLOSE IT ON THE   *
003756*                               TRAILER.  A HEADER ARRIVING      *
003757*                               BEFORE THE TRAILER MEANS THE     *
003758*                               OPEN BATCH WAS CUT SHORT         *
003759*****************************************************************
003760 1510-CHECK-INTAKE-RECORD.
003761     IF IN-HEADER
003762         IF BATCH-IN-PROGRESS
003763             IF BT-ACCEPTED (WS-BATCH-SUB)
003764                 MOVE "15" TO WS-BT-REASON (WS-BATCH-SUB)
003765             END-IF
003766             PERFORM 1550-CLOSE-OUT-BATCH THRU
003767                 1550-CLOSE-OUT-BATCH-EXIT
003768             IF RUN-ABORTED
003769                 GO TO 1510-CHECK-INTAKE-RECORD-EXIT
003770             END-IF
003771         END-IF
003772         PERFORM 1520-OPEN-BATCH THRU 1520-OPEN-BATCH-EXIT
003773     ELSE
003774         IF IN-TRAILER
003775             IF BATCH-IN-PROGRESS
003776                 PERFORM 1540-CHECK-TRAILER
003777                 PERFORM 1550-CLOSE-OUT-BATCH THRU
003778                     1550-CLOSE-OUT-BATCH-EXIT
003779             ELSE
003780                 ADD 1 TO WS-ORPHAN-COUNT
003781             END-IF
003782         ELSE
003783             IF BATCH-IN-PROGRESS
003784                 ADD 1 TO WS-BT-ACTUAL-COUNT (WS-BATCH-SUB)
003785                 IF IN-AMOUNT IS NUMERIC
003786                     ADD IN-AMOUNT TO
003787                         WS-BT-ACTUAL-HASH (WS-BATCH-SUB)
003788                 END-IF
003789             ELSE
003790                 ADD 1 TO WS-ORPHAN-COUNT
003791             END-IF
003792         END-IF
003793     END-IF
003794     IF NOT RUN-ABORTED
003795         PERFORM 2100-READ-INTAKE-FILE
003796     END-IF.
003797 1510-CHECK-INTAKE-RECORD-EXIT.
003798     EXIT.
003799*
003800*****************************************************************
003801*    1520-OPEN-BATCH - START A TABLE ENTRY FOR THE HEADER AND    *
003802*                      EDIT IT: SITE AND BATCH NUMBER PRESENT,   *
003803*                      DATED FOR THE BUSINESS DATE BEING LOADED, *
003804*                      SITE ACTIVE ON THE SITE MASTER, AND THE   *
003805*                      BATCH NOT ALREADY SEEN EARLIER IN THIS    *
003806*                      FILE.  THE FIRST FAILURE IS THE REASON    *
003807*****************************************************************
003808 1520-OPEN-BATCH.
003809     IF WS-BATCH-USED NOT < WS-BATCH-MAX
003810         DISPLAY "more than " WS-BATCH-MAX
003811             " batches on INTAKE - run stopped"
003812         MOVE "Y" TO WS-ABORT-SW
003813         MOVE "Y" TO WS-EOF-SW
003814         GO TO 1520-OPEN-BATCH-EXIT
003815     END-IF
003816     ADD 1 TO WS-BATCH-USED
003817     MOVE WS-BATCH-USED TO WS-BATCH-SUB
003818     MOVE "Y" TO WS-BATCH-OPEN-SW
003819     MOVE IN-H-SITE TO WS-BT-SITE (WS-BATCH-SUB)
003820     MOVE ZERO TO WS-BT-BATCH-NO (WS-BATCH-SUB)
003821     MOVE ZERO TO WS-BT-BUS-DATE (WS-BATCH-SUB)
003822     MOVE ZERO TO WS-BT-RECORD-COUNT (WS-BATCH-SUB)
003823     MOVE ZERO TO WS-BT-AMOUNT-HASH (WS-BATCH-SUB)
003824     MOVE ZERO TO WS-BT-ACTUAL-COUNT (WS-BATCH-SUB)
003825     MOVE ZERO TO WS-BT-ACTUAL-HASH (WS-BATCH-SUB)
003826     MOVE SPACES TO WS-BT-REASON (WS-BATCH-SUB)
003827     IF IN-H-SITE = SPACES
003828         OR IN-H-BATCH-NO IS NOT NUMERIC
003829         OR IN-H-BUS-DATE IS NOT NUMERIC
003830         MOVE "10" TO WS-BT-REASON (WS-BATCH-SUB)
003831         GO TO 1520-OPEN-BATCH-EXIT
003832     END-IF
003833     MOVE IN-H-BATCH-NO TO WS-BT-BATCH-NO (WS-BATCH-SUB)
003834     MOVE IN-H-BUS-DATE TO WS-BT-BUS-DATE (WS-BATCH-SUB)
003835     MOVE IN-H-SITE TO ST-SITE
003836     READ SITE-FILE
003837         INVALID KEY
003838             MOVE "11" TO WS-BT-REASON (WS-BATCH-SUB)
003839     END-READ
003840     IF NOT BT-ACCEPTED (WS-BATCH-SUB)
003841         GO TO 1520-OPEN-BATCH-EXIT
003842     END-IF
003843     IF ST-INACTIVE
003844         MOVE "12" TO WS-BT-REASON (WS-BATCH-SUB)
003845         GO TO 1520-OPEN-BATCH-EXIT
003846     END-IF
003847     IF IN-H-BUS-DATE NOT = WS-RUN-CCYYMMDD
003848         MOVE "13" TO WS-BT-REASON (WS-BATCH-SUB)
003849         GO TO 1520-OPEN-BATCH-EXIT
003850     END-IF
003851     PERFORM 1530-CHECK-SEEN-BATCH
003852         VARYING WS-BATCH-SCAN-SUB FROM 1 BY 1
003853         UNTIL WS-BATCH-SCAN-SUB NOT < WS-BATCH-SUB
003854         OR BT-DUPLICATE (WS-BATCH-SUB).
003855 1520-OPEN-BATCH-EXIT.
003856     EXIT.
003857*
003858*****************************************************************
003859*    1530-CHECK-SEEN-BATCH - FLAG THE NEW BATCH A DUPLICATE IF   *
003860*                            AN EARLIER HEADER IN THIS FILE      *
003861*                            CARRIED THE SAME SITE AND NUMBER    *
003862*****************************************************************
003863 1530-CHECK-SEEN-BATCH.
003864     IF WS-BT-SITE (WS-BATCH-SCAN-SUB) = WS-BT-SITE (WS-BATCH-SUB)
003865         AND WS-BT-BATCH-NO (WS-BATCH-SCAN-SUB)
003866             = WS-BT-BATCH-NO (WS-BATCH-SUB)
003867         AND NOT BT-HEADER-INVALID (WS-BATCH-SCAN-SUB)
003868         MOVE "16" TO WS-BT-REASON (WS-BATCH-SUB)
003869     END-IF.
003870*
003871*****************************************************************
003872*    1540-CHECK-TRAILER - TAKE THE TRAILER'S CONTROL TOTALS AND  *
003873*                         REJECT THE BATCH IF THEY DO NOT AGREE  *
003874*                         WITH WHAT ARRIVED                      *
003875*****************************************************************
003876 1540-CHECK-TRAILER.
003877     IF IN-T-RECORD-COUNT IS NUMERIC
003878         AND IN-T-AMOUNT-HASH IS NUMERIC
003879         MOVE IN-T-RECORD-COUNT TO
003880             WS-BT-RECORD-COUNT (WS-BATCH-SUB)
003881         MOVE IN-T-AMOUNT-HASH TO WS-BT-AMOUNT-HASH (WS-BATCH-SUB)
003882         IF BT-ACCEPTED (WS-BATCH-SUB)
003883             AND (WS-BT-RECORD-COUNT (WS-BATCH-SUB)
003884                     NOT = WS-BT-ACTUAL-COUNT (WS-BATCH-SUB)
003885               OR WS-BT-AMOUNT-HASH (WS-BATCH-SUB)
003886                     NOT = WS-BT-ACTUAL-HASH (WS-BATCH-SUB))
003887             MOVE "14" TO WS-BT-REASON (WS-BATCH-SUB)
003888         END-IF
003889     ELSE
003890         IF BT-ACCEPTED (WS-BATCH-SUB)
003891             MOVE "14" TO WS-BT-REASON (WS-BATCH-SUB)
003892         END-IF
003893     END-IF.
003894*
003895*****************************************************************
003896*    1550-CLOSE-OUT-BATCH - SETTLE THE BATCH AGAINST THE BATCH-  *
003897*                           CONTROL FILE AND PRINT ITS LINE.  A  *
003898*                           RECORD THIS SAME RUN WROTE BEFORE A  *
003899*                           RESTART STANDS AS WRITTEN; A BATCH   *
003900*                           NUMBER AN EARLIER RUN LOADED IS A    *
003901*                           DUPLICATE; ANYTHING ELSE - NEW, OR A *
003902*                           RESEND OF A REJECTED BATCH - IS      *
003903*                           RECORDED WITH THIS RUN'S VERDICT     *
003904*****************************************************************
003905 1550-CLOSE-OUT-BATCH.
003906     MOVE "N" TO WS-BATCH-OPEN-SW
003907     IF BT-HEADER-INVALID (WS-BATCH-SUB)
003908         GO TO 1550-CLOSE-OUT-BATCH-PRINT
003909     END-IF
003910     MOVE WS-BT-SITE (WS-BATCH-SUB) TO BK-SITE
003911     MOVE WS-BT-BATCH-NO (WS-BATCH-SUB) TO BK-BATCH-NO
003912     READ BTRK-FILE
003913         INVALID KEY
003914             CONTINUE
003915     END-READ
003916     IF WS-BTRK-FOUND
003917         AND NOT BT-DUPLICATE (WS-BATCH-SUB)
003918         AND BK-RUN-DATE = WS-RUN-CCYYMMDD
003919         AND BK-RUN-TIME = WS-BASE-TIME
003920         IF BK-LOADED
003921             MOVE SPACES TO WS-BT-REASON (WS-BATCH-SUB)
003922         ELSE
003923             MOVE BK-LAST-REJECT-CODE TO
003924                 WS-BT-REASON (WS-BATCH-SUB)
003925         END-IF
003926         GO TO 1550-CLOSE-OUT-BATCH-PRINT
003927     END-IF
003928     IF WS-BTRK-FOUND
003929         AND (BT-DUPLICATE (WS-BATCH-SUB) OR BK-LOADED)
003930         MOVE "16" TO WS-BT-REASON (WS-BATCH-SUB)
003931         MOVE WS-RUN-CCYYMMDD TO BK-LAST-DUP-DATE
003932         REWRITE BTRK-RECORD
003933             INVALID KEY
003934                 CONTINUE
003935         END-REWRITE
003936         PERFORM 1560-CHECK-BTRK-STATUS
003937         GO TO 1550-CLOSE-OUT-BATCH-PRINT
003938     END-IF
003939     IF NOT WS-BTRK-FOUND
003940         MOVE ZERO TO BK-LAST-REJECT-DATE
003941         MOVE SPACES TO BK-LAST-REJECT-CODE
003942         MOVE ZERO TO BK-LAST-DUP-DATE
003943     END-IF
003944     IF BT-ACCEPTED (WS-BATCH-SUB)
003945         MOVE "L" TO BK-STATUS
003946     ELSE
003947         MOVE "R" TO BK-STATUS
003948         MOVE WS-RUN-CCYYMMDD TO BK-LAST-REJECT-DATE
003949         MOVE WS-BT-REASON (WS-BATCH-SUB) TO BK-LAST-REJECT-CODE
003950     END-IF
003951     MOVE WS-BT-BUS-DATE (WS-BATCH-SUB) TO BK-BUS-DATE
003952     MOVE WS-BT-RECORD-COUNT (WS-BATCH-SUB) TO BK-RECORD-COUNT
003953     MOVE WS-BT-AMOUNT-HASH (WS-BATCH-SUB) TO BK-AMOUNT-HASH
003954     MOVE WS-BT-ACTUAL-COUNT (WS-BATCH-SUB) TO BK-ACTUAL-COUNT
003955     MOVE WS-BT-ACTUAL-HASH (WS-BATCH-SUB) TO BK-ACTUAL-HASH
003956     MOVE WS-RUN-CCYYMMDD TO BK-RUN-DATE
003957     MOVE WS-BASE-TIME TO BK-RUN-TIME
003958     PERFORM 7500-GET-STAMP
003959     MOVE WS-STAMP-CCYYMMDD TO BK-STAMP-DATE
003960     MOVE WS-STAMP-TIME TO BK-STAMP-TIME
003961     IF WS-BTRK-FOUND
003962         REWRITE BTRK-RECORD
003963             INVALID KEY
003964                 CONTINUE
003965         END-REWRITE
003966     ELSE
003967         WRITE BTRK-RECORD
003968             INVALID KEY
003969                 CONTINUE
003970         END-WRITE
003971     END-IF
003972     PERFORM 1560-CHECK-BTRK-STATUS.
003973 1550-CLOSE-OUT-BATCH-PRINT.
003974     IF NOT BT-ACCEPTED (WS-BATCH-SUB)
003975         ADD 1 TO WS-BATCH-REJECT-COUNT
003976     END-IF
003977     PERFORM 1570-PRINT-BATCH-LINE.
003978 1550-CLOSE-OUT-BATCH-EXIT.
003979     EXIT.
003980*
003981*****************************************************************
003982*    1560-CHECK-BTRK-STATUS - A BATCH-CONTROL WRITE THAT FAILED  *
003983*                             LEAVES NO GUARD AGAINST A RELOAD,  *
003984*                             SO IT STOPS THE RUN                *
003985*****************************************************************
003986 1560-CHECK-BTRK-STATUS.
003987     IF NOT WS-BTRK-OK
003988         DISPLAY "BATCHTRK write failed, file status: "
003989             WS-BTRK-STATUS
003990         MOVE "Y" TO WS-ABORT-SW
003991         MOVE "Y" TO WS-EOF-SW
003992     END-IF.
003993*
003994*****************************************************************
003995*    1570-PRINT-BATCH-LINE - PRINT ONE EDIT-REPORT LINE FOR A    *
003996*                            BATCH WITH ITS CONTROL TOTALS AND   *
003997*                            VERDICT                             *
003998*****************************************************************
003999 1570-PRINT-BATCH-LINE.
004000     MOVE SPACES TO WS-PRINT-LINE
004001     MOVE WS-BT-SITE (WS-BATCH-SUB) TO WS-B-SITE
004002     IF NOT BT-HEADER-INVALID (WS-BATCH-SUB)
004003         MOVE WS-BT-BATCH-NO (WS-BATCH-SUB) TO WS-B-BATCH-NO
004004         MOVE WS-BT-BUS-DATE (WS-BATCH-SUB) TO WS-B-BUS-DATE
004005     END-IF
004006     MOVE WS-BT-RECORD-COUNT (WS-BATCH-SUB) TO WS-B-RECORD-COUNT
004007     MOVE WS-BT-ACTUAL-COUNT (WS-BATCH-SUB) TO WS-B-ACTUAL-COUNT
004008     MOVE WS-BT-AMOUNT-HASH (WS-BATCH-SUB) TO WS-B-AMOUNT-HASH
004009     MOVE WS-BT-ACTUAL-HASH (WS-BATCH-SUB) TO WS-B-ACTUAL-HASH
004010     IF BT-ACCEPTED (WS-BATCH-SUB)
004011         MOVE "LOADED" TO WS-B-RESULT
004012     END-IF
004013     IF BT-HEADER-INVALID (WS-BATCH-SUB)
004014         MOVE "*** HEADER INVALID" TO WS-B-RESULT
004015     END-IF
004016     IF BT-SITE-UNKNOWN (WS-BATCH-SUB)
004017         MOVE "*** SITE NOT ON FILE" TO WS-B-RESULT
004018     END-IF
004019     IF BT-SITE-INACTIVE (WS-BATCH-SUB)
004020         MOVE "*** SITE INACTIVE" TO WS-B-RESULT
004021     END-IF
004022     IF BT-WRONG-DATE (WS-BATCH-SUB)
004023         MOVE "*** WRONG BUSINESS DATE" TO WS-B-RESULT
004024     END-IF
004025     IF BT-OUT-OF-BALANCE (WS-BATCH-SUB)
004026         MOVE "*** OUT OF BALANCE" TO WS-B-RESULT
004027     END-IF
004028     IF BT-NO-TRAILER (WS-BATCH-SUB)
004029         MOVE "*** NO TRAILER" TO WS-B-RESULT
004030     END-IF
004031     IF BT-DUPLICATE (WS-BATCH-SUB)
004032         MOVE "*** DUPLICATE BATCH" TO WS-B-RESULT
004033     END-IF
004034     WRITE RPT-RECORD FROM WS-PRINT-LINE.
004035*
004036*****************************************************************
004037*    2000-PROCESS-RECORDS - EDIT ONE SUBMITTED ENTRY OF A        *
004038*                           BALANCED BATCH, LOAD OR REJECT IT,   *
004039*                           CHECKPOINT, AND READ THE NEXT        *
004040*                           RECORD.  ENTRIES OF A REJECTED BATCH *
004041*                           OR OUTSIDE ANY BATCH ARE PASSED OVER *
004042*****************************************************************
004043 2000-PROCESS-RECORDS.
004044     IF IN-HEADER OR IN-TRAILER
004045         PERFORM 2050-TRACK-BATCH-BOUNDARY
004046     ELSE
004047         IF BATCH-IS-LOADING
004048             ADD 1 TO WS-READ-COUNT
004049             PERFORM 3000-EDIT-RECORD THRU 3000-EDIT-RECORD-EXIT
004050             IF RECORD-IS-OK
004051                 PERFORM 4000-LOAD-RECORD
004052             ELSE
004053                 PERFORM 5000-REJECT-RECORD
004054             END-IF
004055         ELSE
004056             ADD 1 TO WS-NOT-LOADED-COUNT
004057         END-IF
004058     END-IF
004059     IF NOT RUN-ABORTED
004060         ADD 1 TO WS-PROCESSED-COUNT
004061         MOVE "N" TO WS-FIRST-UNCONF-SW
004062         PERFORM 8000-CHECKPOINT THRU 8000-CHECKPOINT-EXIT
004063         PERFORM 2100-READ-INTAKE-FILE
004064     END-IF.
004065*
004066*****************************************************************
004067*    2050-TRACK-BATCH-BOUNDARY - ON A HEADER STEP TO THE NEXT    *
004068*                                BATCH-TABLE ENTRY AND LOAD ITS  *
004069*                                ENTRIES ONLY IF IT BALANCED; A  *
004070*                                TRAILER ENDS THE BATCH          *
004071*****************************************************************
004072 2050-TRACK-BATCH-BOUNDARY.
004073     IF IN-HEADER
004074         ADD 1 TO WS-BATCH-SUB
004075         IF BT-ACCEPTED (WS-BATCH-SUB)
004076             MOVE "Y" TO WS-BATCH-LOAD-SW
004077         ELSE
004078             MOVE "N" TO WS-BATCH-LOAD-SW
004079         END-IF
004080     ELSE
004081         MOVE "N" TO WS-BATCH-LOAD-SW
004082     END-IF.
004083*
004084*****************************************************************
004085*    2100-READ-INTAKE-FILE - READ THE NEXT SUBMITTED ENTRY       *
004086*****************************************************************
004087 2100-READ-INTAKE-FILE.
004088     READ INTAKE-FILE
004089         AT END
004090             MOVE "Y" TO WS-EOF-SW
004091     END-READ.
004092*
004093*****************************************************************
004094*    3000-EDIT-RECORD - APPLY THE SAME EDITS INPUT01 APPLIES:    *
004095*                       VAR1 PRESENT AND ACTIVE ON THE VALID-    *
004096*                       VALUES MASTER, OPERATOR PRESENT AND      *
004097*                       ACTIVE ON THE SECURITY MASTER            *
004098*****************************************************************
004099 3000-EDIT-RECORD.
004100     MOVE "Y" TO WS-RECORD-OK-SW
004101     MOVE SPACES TO WS-REJECT-REASON
004102     IF IN-VAR1 = SPACES
004103         MOVE "01" TO WS-REJECT-REASON
004104         MOVE "N" TO WS-RECORD-OK-SW
004105         GO TO 3000-EDIT-RECORD-EXIT
004110     END-IF
004120     MOVE IN-VAR1 TO VV-CODE
004130     READ VALV-FILE
004670     MOVE DATE1-FMT TO TR-DATE1
004680     MOVE TR-KEY-TIM1 TO TR-TIM1
004690     MOVE IN-OPERATOR-ID TO TR-OPERATOR-ID
004691     MOVE "B" TO TR-SOURCE-CODE
004692     MOVE IN-SITE TO TR-SOURCE-SITE
004693     MOVE IN-TYPE-CODE TO TR-TYPE-CODE
004694     MOVE IN-AMOUNT TO TR-AMOUNT
004696     MOVE WS-CAPTURE-CCYYMMDD TO TR-CAPTURE-DATE
004698     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
004700     MOVE TR-KEY TO TR-OK-ENTRY-KEY
004702     MOVE TR-VAR1 TO TR-CK-VAR1
004704     MOVE TR-KEY TO TR-CK-ENTRY-KEY
004706     WRITE TRAN-RECORD
004710         INVALID KEY
004712             IF FIRST-UNCONFIRMED
004714                 AND WS-BUMP-COUNT = ZERO
005190*
005200*****************************************************************
005210*    7000-PRINT-EDIT-TOTALS - PRINT THE READ/ACCEPTED/REJECTED   *
005217*                             COUNTS AND THE BATCH COUNTS FOR    *
005224*                             THE SITES TO BALANCE THEIR         *
005231*                             SUBMISSIONS AGAINST                *
005240*****************************************************************
005250 7000-PRINT-EDIT-TOTALS.
005260     MOVE SPACES TO WS-PRINT-LINE
005400     MOVE SPACES TO WS-PRINT-LINE
005410     MOVE "RECORDS REJECTED:       " TO WS-C-LABEL
005420     MOVE WS-REJECT-COUNT TO WS-C-COUNT
005421     WRITE RPT-RECORD FROM WS-PRINT-LINE
005422     MOVE SPACES TO WS-PRINT-LINE
005423     MOVE "BATCHES CHECKED:        " TO WS-C-LABEL
005424     MOVE WS-BATCH-USED TO WS-C-COUNT
005425     WRITE RPT-RECORD FROM WS-PRINT-LINE
005426     MOVE SPACES TO WS-PRINT-LINE
005427     MOVE "BATCHES REJECTED:       " TO WS-C-LABEL
005428     MOVE WS-BATCH-REJECT-COUNT TO WS-C-COUNT
005429     WRITE RPT-RECORD FROM WS-PRINT-LINE
005430     MOVE SPACES TO WS-PRINT-LINE
005431     MOVE "ENTRIES NOT LOADED:     " TO WS-C-LABEL
005432     MOVE WS-NOT-LOADED-COUNT TO WS-C-COUNT
005433     WRITE RPT-RECORD FROM WS-PRINT-LINE
005434     MOVE SPACES TO WS-PRINT-LINE
005435     MOVE "RECORDS OUTSIDE A BATCH:" TO WS-C-LABEL
005436     MOVE WS-ORPHAN-COUNT TO WS-C-COUNT
005437     WRITE RPT-RECORD FROM WS-PRINT-LINE.
005440*
005450*****************************************************************
005460*    8000-CHECKPOINT - PERSIST THE COUNT OF INPUT RECORDS        *
005748     EXIT.
005749*
005750*****************************************************************
005751*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
005752*                     DATE AND TIME FOR A REFUSAL-LOG OR BATCH-  *
005753*                     CONTROL STAMP                              *
005754*****************************************************************
005755 7500-GET-STAMP.
005756     ACCEPT WS-STAMP-DATE FROM DATE
005757     ACCEPT WS-STAMP-TIME FROM TIME
005758     MOVE WS-STAMP-DATE(1:2) TO WS-STAMP-YY
005759     MOVE WS-STAMP-DATE(3:2) TO WS-STAMP-MM
005760     MOVE WS-STAMP-DATE(5:2) TO WS-STAMP-DD
005761     IF WS-STAMP-YY < 50
005762         COMPUTE WS-STAMP-CCYY = 2000 + WS-STAMP-YY
005763     ELSE
005764         COMPUTE WS-STAMP-CCYY = 1900 + WS-STAMP-YY
005765     END-IF
005766     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
005767         + WS-STAMP-MM * 100 + WS-STAMP-DD.
005768*
005769*****************************************************************
005770*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
005771*                        CHECK DATE AND, IF ACCOUNTING HAS       *
005772*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
005773*                        THE REFUSAL - THE CALLER HAS SET THE    *
005774*                        CHECK KEY AND THE ACTION                *
005775*****************************************************************
005776 7700-CHECK-PERIOD.
005777     MOVE "N" TO WS-PERIOD-CLOSED-SW
005778     IF PERD-FILE-OPEN
005779         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
005780         READ PERD-FILE
005781             INVALID KEY
005782                 CONTINUE
005783         END-READ
005784         IF WS-PERD-OK
005785             AND PC-CLOSED
005786             MOVE "Y" TO WS-PERIOD-CLOSED-SW
005787             DISPLAY "period " PC-PERIOD " was closed on "
005788                 PC-CLOSE-DATE " by " PC-CLOSED-BY
005789                 " - no change may be made to it"
005790             PERFORM 7750-LOG-PERIOD-REFUSAL
005791         END-IF
005792     END-IF.
005793*
005794*****************************************************************
005795*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
005796*                              ACTION TO THE PERIOD-LOCK LOG     *
005797*****************************************************************
005798 7750-LOG-PERIOD-REFUSAL.
005799     IF PERL-FILE-OPEN
005800         PERFORM 7500-GET-STAMP
005801         MOVE WS-STAMP-CCYYMMDD TO PL-STAMP-DATE
005802         MOVE WS-STAMP-TIME TO PL-STAMP-TIME
005803         MOVE "INBTL01" TO PL-PROGRAM
005804         MOVE SPACES TO PL-OPERATOR-ID
005805         MOVE WS-PERIOD-ACTION TO PL-ACTION
005806         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
005807         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
005808         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
005809         MOVE PC-PERIOD TO PL-PERIOD
005810         WRITE PERL-RECORD
005811         IF NOT WS-PERL-OK
005812             DISPLAY "unable to write PERLOG, file status: "
005813                 WS-PERL-STATUS
005814         END-IF
005815     END-IF.
005816*
005817*****************************************************************
005818*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
005819*****************************************************************
005820 9000-TERMINATE.
005821     CLOSE INTAKE-FILE
005822     CLOSE TRAN-FILE
005823     CLOSE VALV-FILE
005824     CLOSE OPER-FILE
005825     CLOSE LIMV-FILE
005826     CLOSE SITE-FILE
005827     CLOSE BTRK-FILE
005828     IF PERD-FILE-OPEN
005829         CLOSE PERD-FILE
005830     END-IF
005831     IF PERL-FILE-OPEN
005832         CLOSE PERL-FILE
005833     END-IF
005834     CLOSE SUSP-FILE
005840     CLOSE RPT-FILE
005850     IF RUN-ABORTED
005860         MOVE 8 TO RETURN-CODE
005870     ELSE
005880         IF WS-REJECT-COUNT > ZERO
005883             OR WS-BATCH-REJECT-COUNT > ZERO
005886             OR WS-ORPHAN-COUNT > ZERO
005890             MOVE 4 TO RETURN-CODE
005900         ELSE
005910             MOVE ZERO TO RETURN-CODE
