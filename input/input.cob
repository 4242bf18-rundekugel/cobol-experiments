000526*                    THE NIGHTLY EXCEPTION REPORT INLEX01;    *
000527*                    OVER THE HARD LIMIT THE ENTRY IS         *
000528*                    REFUSED AND THE AMOUNT RE-PROMPTED.      *
000538*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE OPERATOR'S        *
000548*                    PASSWORD.  WRONG PASSWORDS ARE COUNTED ON  *
000558*                    THE SECURITY MASTER AND LOCK THE ID OUT AT *
000568*                    THE LIMIT IN PWDRULE; AN EXPIRED PASSWORD  *
000578*                    MUST BE CHANGED BEFORE THE SESSION STARTS. *
000587*    2026-10-15  DK  A SESSION WHOSE BUSINESS DATE FALLS IN AN  *
000597*                    ACCOUNTING PERIOD CLOSED ON THE PERIODS    *
000607*                    FILE (SEE INPER01) IS REFUSED AT SIGN-ON   *
000617*                    AND THE REFUSAL IS LOGGED TO PERLOG.       *
000627*    2026-10-15  DK  ENTRIES ARE STAMPED WITH CAPTURE SOURCE O  *
000636*                    (KEYED ONLINE).                            *
000648*    2026-10-15  DK  THE OPERATOR AND CODE ALTERNATE KEYS ARE   *
000658*                    BUILT ON EACH ENTRY JUST BEFORE THE WRITE, *
000668*                    SO A SEQUENCE BUMP ON A DUPLICATE CARRIES  *
000678*                    INTO THEM.                                 *
000509*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. INPUT01.
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS TR-KEY
000643         ALTERNATE RECORD KEY IS TR-OPER-KEY
000646         ALTERNATE RECORD KEY IS TR-CODE-KEY
000650         FILE STATUS IS WS-TRAN-STATUS.
000660*
000670     SELECT CKPT-FILE ASSIGN TO "INCKPT"
000723         ORGANIZATION IS SEQUENTIAL
000724         FILE STATUS IS WS-LIMW-STATUS.
000713*
000734     SELECT PERD-FILE ASSIGN TO "PERIODS"
000743         ORGANIZATION IS INDEXED
000752         ACCESS MODE IS RANDOM
000761         RECORD KEY IS PC-PERIOD
000769         FILE STATUS IS WS-PERD-STATUS.
000778*
000787     SELECT PERL-FILE ASSIGN TO "PERLOG"
000796         ORGANIZATION IS SEQUENTIAL
000805         FILE STATUS IS WS-PERL-STATUS.
000814*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*****************************************************************
000937     LABEL RECORDS ARE STANDARD.
000938     COPY LIMWREC.
000918*
000947*****************************************************************
000954*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
000963*****************************************************************
000969 FD  PERD-FILE
000977     RECORDING MODE IS F
000984     LABEL RECORDS ARE STANDARD.
000991     COPY PERCTL.
000998*
001005*****************************************************************
001013*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
001019*****************************************************************
001052 FD  PERL-FILE
001059     RECORDING MODE IS F
001066     LABEL RECORDS ARE STANDARD.
001074     COPY PERLREC.
001081*
000909 WORKING-STORAGE SECTION.
000910 01  VAR1                    PIC X(22).
000920 01  DATE1                   PIC X(10).
000930 01  TIM1                    PIC X(06).
000940*
000943     COPY PERCHK.
000946*
000950     COPY OPERID.
000955     COPY PWDRULE.
000960*
000970 01  WS-CKPT-STATUS          PIC X(02).
000980     88  WS-CKPT-FOUND                       VALUE "00".
001420 1000-INITIALIZE.
001430     DISPLAY "Hello!"
001440     PERFORM 1100-RESET-SWITCHES
001441     OPEN I-O OPER-FILE
001442     IF WS-OPER-OK
001443         MOVE "Y" TO WS-OPER-OPEN-SW
001444     ELSE
001721         DISPLAY "unable to open LIMWARN - confirmed "
001722             "over-warning entries not logged"
001723     END-IF
001733     PERFORM 1400-READ-BUSINESS-DATE
001742     IF RUN-ABORTED
001751         GO TO 1000-INITIALIZE-EXIT
001759     END-IF
001769     PERFORM 1600-OPEN-PERIOD-FILES
001778     IF RUN-ABORTED
001787         GO TO 1000-INITIALIZE-EXIT
001796     END-IF
001805     MOVE WS-BUS-DATE TO WS-PERIOD-CHECK-DATE
001815     MOVE ZERO TO WS-PERIOD-CHECK-TIME
001824     MOVE ZERO TO WS-PERIOD-CHECK-SEQ
001833     MOVE "CAPTURE" TO WS-PERIOD-ACTION
001842     PERFORM 7700-CHECK-PERIOD
001861     IF PERIOD-IS-CLOSED
001872         DISPLAY "no entries may be captured into a closed period"
001882         MOVE "Y" TO WS-SENTINEL-SW
001892         MOVE "Y" TO WS-ABORT-SW
001902     END-IF.
001702 1000-INITIALIZE-EXIT.
001704     EXIT.
001720*
001852     MOVE "N" TO WS-LIMW-OPEN-SW
001853     MOVE "N" TO WS-LIMIT-OK-SW
001854     MOVE "N" TO WS-WARN-CONF-SW
001864     MOVE "N" TO WS-PERD-OPEN-SW
001874     MOVE "N" TO WS-PERL-OPEN-SW
001884     MOVE "N" TO WS-PERIOD-CLOSED-SW
001848     MOVE "N" TO WS-ABORT-SW.
001850*
001860*****************************************************************
001930*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE SECURITY  *
001932*                          MASTER AND REJECT AN ID NOT ON FILE  *
001934*                          OR REVOKED, LOGGING THE FAILED       *
001936*                          ATTEMPT, THEN CHECK THE PASSWORD     *
001938*****************************************************************
001940 1250-CHECK-OPERATOR.
001942     MOVE OPERATOR-ID TO OM-OPERATOR-ID
001966             PERFORM 1300-LOG-SIGNON-FAILURE
001968             MOVE "N" TO WS-OPID-VALID-SW
001970         ELSE
001972             PERFORM 1260-CHECK-PASSWORD THRU
001973                 1260-CHECK-PASSWORD-EXIT
001974         END-IF
001976     END-IF.
001977*
001978*****************************************************************
001979*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
001980*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
001981*                          CHECK THE PASSWORD - A BAD ONE IS     *
001982*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
001983*                          THE LIMIT, A GOOD ONE CLEARS THE      *
001984*                          COUNT AND FORCES A CHANGE WHEN THE    *
001985*                          PASSWORD HAS EXPIRED                  *
001986*****************************************************************
001987 1260-CHECK-PASSWORD.
001988     MOVE "N" TO WS-OPID-VALID-SW
001989     IF OM-LOCKED
001990         DISPLAY "operator id is locked out - a supervisor "
001991             "must reset it through INOPR01"
001992         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
001993         PERFORM 1300-LOG-SIGNON-FAILURE
001994         GO TO 1260-CHECK-PASSWORD-EXIT
001995     END-IF
001996     IF OM-PASSWORD = SPACES
001997         DISPLAY "no password is set for this operator id - "
001998             "a supervisor must set it through INOPR01"
001999         MOVE "NO PASSWORD ON FILE" TO SL-REASON
002000         PERFORM 1300-LOG-SIGNON-FAILURE
002001         GO TO 1260-CHECK-PASSWORD-EXIT
002002     END-IF
002003     DISPLAY "enter password:"
002004     ACCEPT WS-PWD-ENTERED
002005     IF WS-PWD-ENTERED NOT = OM-PASSWORD
002006         PERFORM 1270-COUNT-BAD-PASSWORD
002007         GO TO 1260-CHECK-PASSWORD-EXIT
002008     END-IF
002009     ACCEPT DATE1 FROM DATE
002010     PERFORM 2200-FORMAT-DATE1
002011     COMPUTE WS-PWD-TODAY = WS-DATE1-CCYY * 10000
002012         + WS-DATE1-MM * 100 + WS-DATE1-DD
002013     MOVE "N" TO WS-PWD-UPDATE-SW
002014     IF OM-FAIL-COUNT > ZERO
002015         MOVE ZERO TO OM-FAIL-COUNT
002016         MOVE "Y" TO WS-PWD-UPDATE-SW
002017     END-IF
002018     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
002019         DISPLAY "your password has expired - choose a new one"
002020         MOVE "N" TO WS-PWD-NEW-SW
002021         PERFORM 1280-ACCEPT-NEW-PASSWORD
002022             UNTIL NEW-PASSWORD-IS-OK
002023         MOVE WS-PWD-NEW TO OM-PASSWORD
002024         PERFORM 1285-SET-PASSWORD-EXPIRY
002025         MOVE "Y" TO WS-PWD-UPDATE-SW
002026     END-IF
002027     IF OPERATOR-NEEDS-UPDATE
002028         PERFORM 1290-REWRITE-OPERATOR
002029     END-IF
002030     MOVE "Y" TO WS-OPID-VALID-SW.
002031 1260-CHECK-PASSWORD-EXIT.
002032     EXIT.
002033*
002034*****************************************************************
002035*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
002036*                              MASTER, LOCK THE OPERATOR OUT     *
002037*                              WHEN THE COUNT REACHES THE LIMIT, *
002038*                              AND LOG THE FAILED ATTEMPT        *
002039*****************************************************************
002040 1270-COUNT-BAD-PASSWORD.
002041     ADD 1 TO OM-FAIL-COUNT
002042     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
002043         DISPLAY "password is incorrect"
002044         MOVE "INVALID PASSWORD" TO SL-REASON
002045     ELSE
002046         MOVE "Y" TO OM-LOCK-FLAG
002047         DISPLAY "password is incorrect - operator id is now "
002048             "locked out"
002049         MOVE "PASSWORD LOCKOUT" TO SL-REASON
002050     END-IF
002051     PERFORM 1290-REWRITE-OPERATOR
002052     PERFORM 1300-LOG-SIGNON-FAILURE.
002053*
002054*****************************************************************
002055*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
002056*                               REJECT A BLANK ONE, THE OLD ONE, *
002057*                               OR TWO ENTRIES THAT DISAGREE     *
002058*****************************************************************
002059 1280-ACCEPT-NEW-PASSWORD.
002060     DISPLAY "enter new password:"
002061     ACCEPT WS-PWD-NEW
002062     DISPLAY "re-enter new password:"
002063     ACCEPT WS-PWD-CONFIRM
002064     IF WS-PWD-NEW = SPACES
002065         DISPLAY "password may not be blank"
002066     ELSE
002067         IF WS-PWD-NEW = OM-PASSWORD
002068             DISPLAY "new password must differ from the old one"
002069         ELSE
002070             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
002071                 DISPLAY "the two entries do not match"
002072             ELSE
002073                 MOVE "Y" TO WS-PWD-NEW-SW
002074             END-IF
002075         END-IF
002076     END-IF.
002077*
002078*****************************************************************
002079*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
002080*                               THE SET NUMBER OF MONTHS FROM    *
002081*                               TODAY, HELD TO THE 28TH SO THE   *
002082*                               DATE IS VALID IN EVERY MONTH     *
002083*****************************************************************
002084 1285-SET-PASSWORD-EXPIRY.
002085     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
002086     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
002087     IF WS-PWD-EXP-MM > 12
002088         SUBTRACT 12 FROM WS-PWD-EXP-MM
002089         ADD 1 TO WS-PWD-EXP-CCYY
002090     END-IF
002091     IF WS-PWD-EXP-DD > 28
002092         MOVE 28 TO WS-PWD-EXP-DD
002093     END-IF
002094     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
002095*
002096*****************************************************************
002097*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
002098*                            BACK ON THE SECURITY MASTER         *
002099*****************************************************************
002100 1290-REWRITE-OPERATOR.
002101     REWRITE OPER-RECORD
002102         INVALID KEY
002103             DISPLAY "unable to update OPERMAST, file status: "
002104                 WS-OPER-STATUS
002105     END-REWRITE.
002106*
002107*****************************************************************
002108*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
002109*                              SIGN-ON ATTEMPT TO THE SECURITY  *
002110*                              LOG                              *
002111*****************************************************************
002112 1300-LOG-SIGNON-FAILURE.
002113     IF SECL-FILE-OPEN
002114         ACCEPT DATE1 FROM DATE
002115         ACCEPT TIM1 FROM TIME
002116         PERFORM 2200-FORMAT-DATE1
002117         COMPUTE SL-STAMP-DATE = WS-DATE1-CCYY * 10000
002118             + WS-DATE1-MM * 100 + WS-DATE1-DD
002119         MOVE TIM1 TO SL-STAMP-TIME
002120         MOVE "INPUT01" TO SL-PROGRAM
002121         MOVE OPERATOR-ID TO SL-OPERATOR-ID
002122         WRITE SECL-RECORD
002123         IF NOT WS-SECL-OK
002124             DISPLAY "unable to write SECLOG, file status: "
002125                 WS-SECL-STATUS
002126         END-IF
002127     END-IF.
002128*
002129*****************************************************************
002130*    1400-READ-BUSINESS-DATE - PICK UP THE CURRENT BUSINESS     *
002131*                              DATE FROM THE PROCESSING-        *
002132*                              CALENDAR CONTROL FILE AND EDIT   *
002133*                              IT FOR THE LOGGED RECORDS - NO   *
002134*                              CALENDAR MEANS NO SESSION        *
002135*****************************************************************
002136 1400-READ-BUSINESS-DATE.
002137     OPEN INPUT BUSD-FILE
002138     IF NOT WS-BUSD-OK
002139         DISPLAY "unable to open BUSDATE, file status: "
002140             WS-BUSD-STATUS " - run INBDT01 to build it"
002141         MOVE "Y" TO WS-SENTINEL-SW
002142         MOVE "Y" TO WS-ABORT-SW
002143     ELSE
002144         READ BUSD-FILE
002145             AT END
002146                 DISPLAY "BUSDATE is empty - run INBDT01"
002147                 MOVE "Y" TO WS-SENTINEL-SW
002148                 MOVE "Y" TO WS-ABORT-SW
002149         END-READ
002150         IF NOT RUN-ABORTED
002151             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
002152             STRING WS-BUS-MM-X   DELIMITED BY SIZE
002153                    "/"           DELIMITED BY SIZE
002154                    WS-BUS-DD-X   DELIMITED BY SIZE
002155                    "/"           DELIMITED BY SIZE
002156                    WS-BUS-CCYY-X DELIMITED BY SIZE
002157                 INTO WS-BUSDATE-FMT
002158             END-STRING
002159             DISPLAY "business date for this session: "
002160                 WS-BUSDATE-FMT
002161         END-IF
002162         CLOSE BUSD-FILE
002163     END-IF.
002164*
002165*****************************************************************
002166*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
002167*                             THE REFUSAL LOG.  NO PERIODS FILE  *
002168*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
002169*                             ANY OTHER OPEN FAILURE STOPS THE   *
002170*                             RUN, SINCE THE LOCK CANNOT THEN    *
002171*                             BE ENFORCED                        *
002172*****************************************************************
002173 1600-OPEN-PERIOD-FILES.
002174     OPEN INPUT PERD-FILE
002175     IF WS-PERD-OK
002176         MOVE "Y" TO WS-PERD-OPEN-SW
002177     ELSE
002178         IF NOT WS-PERD-NOT-FOUND
002179             DISPLAY "unable to open PERIODS, file status: "
002180                 WS-PERD-STATUS
002181             MOVE "Y" TO WS-SENTINEL-SW
002182             MOVE "Y" TO WS-ABORT-SW
002183         END-IF
002184     END-IF
002185     OPEN EXTEND PERL-FILE
002186     IF WS-PERL-NOT-FOUND
002187         OPEN OUTPUT PERL-FILE
002188     END-IF
002189     IF WS-PERL-OK
002190         MOVE "Y" TO WS-PERL-OPEN-SW
002191     ELSE
002192         DISPLAY "unable to open PERLOG - refusals not logged"
002193     END-IF.
002194*
002195*****************************************************************
002196*    2000-PROCESS-ENTRY - PROMPT THE OPERATOR AND LOG THE ENTRY *
002197*                         UNTIL IT IS LOGGED OR THE SENTINEL IS  *
002198*                         KEYED - A SAME-SECOND COLLISION BUMPS  *
002199*                         THE KEY SEQUENCE AND RETRIES, SO THE   *
002200*                         ENTRY IS ONLY RE-PROMPTED IF EVERY     *
002201*                         SEQUENCE IN THE SECOND IS TAKEN        *
002202*****************************************************************
002203 2000-PROCESS-ENTRY.
002204     MOVE "N" TO WS-WRITE-OK-SW
002205     PERFORM 2050-CAPTURE-AND-LOG-ENTRY
002206         UNTIL WRITE-IS-OK OR END-OF-ENTRIES.
002207*
002208*****************************************************************
002209*    2050-CAPTURE-AND-LOG-ENTRY - ACCEPT ONE ENTRY AND LOG IT    *
002210*****************************************************************
002211 2050-CAPTURE-AND-LOG-ENTRY.
002212     MOVE "N" TO WS-VAR1-VALID-SW
002213     PERFORM 2100-EDIT-VAR1 UNTIL VAR1-IS-VALID
002214     IF NOT END-OF-ENTRIES
002215         MOVE "N" TO WS-TYPE-VALID-SW
002216         PERFORM 2300-EDIT-TYPE UNTIL TYPE-IS-VALID
002217         MOVE "N" TO WS-LIMIT-OK-SW
002218         PERFORM 2380-EDIT-AMOUNT-AND-LIMITS UNTIL LIMIT-IS-OK
002219         ACCEPT DATE1 FROM DATE
002220         ACCEPT TIM1 FROM TIME
002221         PERFORM 2200-FORMAT-DATE1
002222         DISPLAY "you typed: " VAR1 ". business date: "
002223             WS-BUSDATE-FMT "-" TIM1
002230         MOVE WS-BUS-DATE   TO TR-KEY-DATE1
002250         MOVE TIM1          TO TR-KEY-TIM1
002260         MOVE VAR1          TO TR-VAR1
002282         COMPUTE TR-CAPTURE-DATE = WS-DATE1-CCYY * 10000
002284             + WS-DATE1-MM * 100 + WS-DATE1-DD
002290         MOVE OPERATOR-ID   TO TR-OPERATOR-ID
002291         MOVE "O"           TO TR-SOURCE-CODE
002292         MOVE SPACES        TO TR-SOURCE-SITE
002293         MOVE ZERO TO TR-KEY-SEQ
002294         MOVE "N" TO WS-SEQ-EXH-SW
002300         PERFORM 2500-WRITE-TRAN-RECORD
002310             UNTIL WRITE-IS-OK OR SEQ-EXHAUSTED
002397*                            ENTRIES LOG FIRST TIME             *
002398*****************************************************************
002399 2500-WRITE-TRAN-RECORD.
002400     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
002401     MOVE TR-KEY TO TR-OK-ENTRY-KEY
002402     MOVE TR-VAR1 TO TR-CK-VAR1
002403     MOVE TR-KEY TO TR-CK-ENTRY-KEY
002404     WRITE TRAN-RECORD
002405         INVALID KEY
002406             IF TR-KEY-SEQ < 999
002407                 ADD 1 TO TR-KEY-SEQ
002408             ELSE
002409                 DISPLAY "key sequence exhausted for this "
002410                     "second - please re-enter this entry"
002411                 MOVE "Y" TO WS-SEQ-EXH-SW
002412             END-IF
002413         NOT INVALID KEY
002414             MOVE "Y" TO WS-WRITE-OK-SW
002415             ADD 1 TO WS-RECORD-COUNT
002416             PERFORM 8000-CHECKPOINT THRU 8000-CHECKPOINT-EXIT
002417             IF WARNING-CONFIRMED
002418                 PERFORM 8500-LOG-WARNING
002419             END-IF
002420     END-WRITE.
002421*
002422*****************************************************************
002423*    2100-EDIT-VAR1 - ACCEPT VAR1, REJECT AN ALL-SPACES ENTRY,   *
002430*                     AND RECOGNIZE THE "END" SENTINEL           *
002440*****************************************************************
002450 2100-EDIT-VAR1.
003864         END-IF
003865     END-IF.
003850*
003866*****************************************************************
003867*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
003868*                        CHECK DATE AND, IF ACCOUNTING HAS       *
003869*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
003870*                        THE REFUSAL - THE CALLER HAS SET THE    *
003871*                        CHECK KEY AND THE ACTION                *
003872*****************************************************************
003873 7700-CHECK-PERIOD.
003874     MOVE "N" TO WS-PERIOD-CLOSED-SW
003876     IF PERD-FILE-OPEN
003877         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
003878         READ PERD-FILE
003879             INVALID KEY
003880                 CONTINUE
003881         END-READ
003882         IF WS-PERD-OK
003883             AND PC-CLOSED
003884             MOVE "Y" TO WS-PERIOD-CLOSED-SW
003885             DISPLAY "period " PC-PERIOD " was closed on "
003887                 PC-CLOSE-DATE " by " PC-CLOSED-BY
003888                 " - no change may be made to it"
003889             PERFORM 7750-LOG-PERIOD-REFUSAL
003890         END-IF
003891     END-IF.
003892*
003893*****************************************************************
003894*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
003895*                              ACTION TO THE PERIOD-LOCK LOG     *
003896*****************************************************************
003898 7750-LOG-PERIOD-REFUSAL.
003899     IF PERL-FILE-OPEN
003900         ACCEPT DATE1 FROM DATE
003901         ACCEPT TIM1 FROM TIME
003902         PERFORM 2200-FORMAT-DATE1
003903         COMPUTE PL-STAMP-DATE = WS-DATE1-CCYY * 10000
003904             + WS-DATE1-MM * 100 + WS-DATE1-DD
003905         MOVE TIM1 TO PL-STAMP-TIME
003906         MOVE "INPUT01" TO PL-PROGRAM
003907         MOVE OPERATOR-ID TO PL-OPERATOR-ID
003909         MOVE WS-PERIOD-ACTION TO PL-ACTION
003910         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
003911         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
003912         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
003913         MOVE PC-PERIOD TO PL-PERIOD
003914         WRITE PERL-RECORD
003915         IF NOT WS-PERL-OK
003916             DISPLAY "unable to write PERLOG, file status: "
003917                 WS-PERL-STATUS
003918         END-IF
003920     END-IF.
003921*
003922*****************************************************************
003923*    9000-TERMINATE - CLOSE THE TRANSACTION LOG AND SET THE      *
003924*                     RETURN CODE FOR WHOEVER CALLED US          *
003925*****************************************************************
003926 9000-TERMINATE.
003927     IF OPER-FILE-OPEN
003928         CLOSE OPER-FILE
003930     END-IF
003940     IF SECL-FILE-OPEN
003950         CLOSE SECL-FILE
004024     IF LIMW-FILE-OPEN
004025         CLOSE LIMW-FILE
004026     END-IF
004027     IF PERD-FILE-OPEN
004028         CLOSE PERD-FILE
004029     END-IF
004030     IF PERL-FILE-OPEN
004031         CLOSE PERL-FILE
004032     END-IF
004033     IF TRAN-FILE-OPEN AND NOT RUN-ABORTED
004040         MOVE ZERO TO RETURN-CODE
004050     ELSE
004060         MOVE 1 TO RETURN-CODE
