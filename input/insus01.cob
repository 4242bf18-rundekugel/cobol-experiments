000195*                    LIMIT CHECK AGAINST THE LIMITS MASTER    *
000196*                    (SEE INLIM01), MATCHING INBTL01'S         *
000197*                    REASON 09.                                *
000198*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE OPERATOR'S        *
000199*                    PASSWORD.  WRONG PASSWORDS ARE COUNTED ON  *
000200*                    THE SECURITY MASTER AND LOCK THE ID OUT AT *
000201*                    THE LIMIT IN PWDRULE; AN EXPIRED PASSWORD  *
000202*                    MUST BE CHANGED BEFORE THE RUN GOES ON.    *
000203*    2026-10-15  DK  A RELEASE INTO A BUSINESS DATE THAT FALLS  *
000204*                    IN AN ACCOUNTING PERIOD CLOSED ON THE      *
000205*                    PERIODS FILE (SEE INPER01) IS REFUSED      *
000206*                    BEFORE ANY FIELD IS KEYED, THE ENTRY STAYS *
000207*                    ON SUSPENSE, AND THE REFUSAL IS LOGGED TO  *
000208*                    PERLOG.                                    *
000209*    2026-10-15  DK  RELEASED ENTRIES ARE STAMPED WITH CAPTURE  *
000210*                    SOURCE R (RELEASED FROM SUSPENSE) AND THE  *
000211*                    SUSPENDED ENTRY'S SITE.                    *
000212*    2026-10-15  DK  THE OPERATOR AND CODE ALTERNATE KEYS ARE   *
000213*                    BUILT ON EACH RELEASED ENTRY JUST BEFORE   *
000214*                    THE WRITE.                                 *
000215*                                                                *
000216*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. INSUS01.
000240 AUTHOR. D. KUGEL.
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TR-KEY
000413         ALTERNATE RECORD KEY IS TR-OPER-KEY
000416         ALTERNATE RECORD KEY IS TR-CODE-KEY
000420         FILE STATUS IS WS-TRAN-STATUS.
000430*
000440     SELECT VALV-FILE ASSIGN TO "VALVALS"
000625         RECORD KEY IS LM-KEY
000626         FILE STATUS IS WS-LIMV-STATUS.
000630*
000631     SELECT PERD-FILE ASSIGN TO "PERIODS"
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS RANDOM
000634         RECORD KEY IS PC-PERIOD
000635         FILE STATUS IS WS-PERD-STATUS.
000636*
000637     SELECT PERL-FILE ASSIGN TO "PERLOG"
000638         ORGANIZATION IS SEQUENTIAL
000639         FILE STATUS IS WS-PERL-STATUS.
000640*
000641 DATA DIVISION.
000650 FILE SECTION.
000660*****************************************************************
000670*    SUSP-FILE - SUSPENSE MASTER OF REJECTED BATCH ENTRIES      *
001127     LABEL RECORDS ARE STANDARD.
001128     COPY LIMREC.
001130*
001131*****************************************************************
001132*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
001133*****************************************************************
001134 FD  PERD-FILE
001135     RECORDING MODE IS F
001136     LABEL RECORDS ARE STANDARD.
001137     COPY PERCTL.
001138*
001139*****************************************************************
001140*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
001141*****************************************************************
001142 FD  PERL-FILE
001143     RECORDING MODE IS F
001144     LABEL RECORDS ARE STANDARD.
001145     COPY PERLREC.
001146*
001147 WORKING-STORAGE SECTION.
001150 01  WS-SUSP-STATUS               PIC X(02).
001160     88  WS-SUSP-OK                           VALUE "00".
001170     88  WS-SUSP-NOT-FOUND                    VALUE "35".
001383     88  WS-LIMV-OK                           VALUE "00".
001384     88  WS-LIMV-FOUND                        VALUE "00".
001390*
001393     COPY PERCHK.
001396*
001400     COPY OPERID.
001405     COPY PWDRULE.
001410*
001420 01  WS-SWITCHES.
001430     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
002360*                      BUSINESS DATE                             *
002370*****************************************************************
002380 1000-INITIALIZE.
002390     OPEN I-O OPER-FILE
002400     IF NOT WS-OPER-OK
002410         DISPLAY "unable to open OPERMAST, file status: "
002420             WS-OPER-STATUS " - run INOPR01 to build it"
002925         MOVE "Y" TO WS-ABORT-SW
002926         GO TO 1000-INITIALIZE-EXIT
002927     END-IF
002929     PERFORM 1400-READ-BUSINESS-DATE
002931     IF RUN-ABORTED
002933         GO TO 1000-INITIALIZE-EXIT
002935     END-IF
002937     PERFORM 1600-OPEN-PERIOD-FILES.
002940 1000-INITIALIZE-EXIT.
002950     EXIT.
002960*
003330             MOVE "Y" TO WS-ABORT-SW
003340         ELSE
003350             IF OM-SUPERVISOR
003360                 PERFORM 1260-CHECK-PASSWORD THRU
003365                     1260-CHECK-PASSWORD-EXIT
003370             ELSE
003380                 DISPLAY "suspense repair requires supervisor "
003390                     "authority"
003430             END-IF
003440         END-IF
003450     END-IF.
003451*
003452*****************************************************************
003453*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003454*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003455*                          CHECK THE PASSWORD - A BAD ONE IS     *
003456*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003457*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003458*                          COUNT AND FORCES A CHANGE WHEN THE    *
003459*                          PASSWORD HAS EXPIRED                  *
003460*****************************************************************
003461 1260-CHECK-PASSWORD.
003462     MOVE "N" TO WS-OPID-VALID-SW
003463     IF OM-LOCKED
003464         DISPLAY "operator id is locked out - a supervisor "
003465             "must reset it through INOPR01"
003466         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003467         PERFORM 1300-LOG-SIGNON-FAILURE
003468         MOVE "Y" TO WS-ABORT-SW
003469         GO TO 1260-CHECK-PASSWORD-EXIT
003470     END-IF
003471     IF OM-PASSWORD = SPACES
003472         DISPLAY "no password is set for this operator id - "
003473             "a supervisor must set it through INOPR01"
003474         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003475         PERFORM 1300-LOG-SIGNON-FAILURE
003476         MOVE "Y" TO WS-ABORT-SW
003477         GO TO 1260-CHECK-PASSWORD-EXIT
003478     END-IF
003479     DISPLAY "enter password:"
003480     ACCEPT WS-PWD-ENTERED
003481     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003482         PERFORM 1270-COUNT-BAD-PASSWORD
003483         MOVE "Y" TO WS-ABORT-SW
003484         GO TO 1260-CHECK-PASSWORD-EXIT
003485     END-IF
003486     PERFORM 7500-GET-STAMP
003487     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003488     MOVE "N" TO WS-PWD-UPDATE-SW
003489     IF OM-FAIL-COUNT > ZERO
003490         MOVE ZERO TO OM-FAIL-COUNT
003491         MOVE "Y" TO WS-PWD-UPDATE-SW
003492     END-IF
003493     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003494         DISPLAY "your password has expired - choose a new one"
003495         MOVE "N" TO WS-PWD-NEW-SW
003496         PERFORM 1280-ACCEPT-NEW-PASSWORD
003497             UNTIL NEW-PASSWORD-IS-OK
003498         MOVE WS-PWD-NEW TO OM-PASSWORD
003499         PERFORM 1285-SET-PASSWORD-EXPIRY
003500         MOVE "Y" TO WS-PWD-UPDATE-SW
003501     END-IF
003502     IF OPERATOR-NEEDS-UPDATE
003503         PERFORM 1290-REWRITE-OPERATOR
003504     END-IF
003505     MOVE "Y" TO WS-OPID-VALID-SW.
003506 1260-CHECK-PASSWORD-EXIT.
003507     EXIT.
003508*
003509*****************************************************************
003510*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
003511*                              MASTER, LOCK THE OPERATOR OUT     *
003512*                              WHEN THE COUNT REACHES THE LIMIT, *
003513*                              AND LOG THE FAILED ATTEMPT        *
003514*****************************************************************
003515 1270-COUNT-BAD-PASSWORD.
003516     ADD 1 TO OM-FAIL-COUNT
003517     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
003518         DISPLAY "password is incorrect"
003519         MOVE "INVALID PASSWORD" TO SL-REASON
003520     ELSE
003521         MOVE "Y" TO OM-LOCK-FLAG
003522         DISPLAY "password is incorrect - operator id is now "
003523             "locked out"
003524         MOVE "PASSWORD LOCKOUT" TO SL-REASON
003525     END-IF
003526     PERFORM 1290-REWRITE-OPERATOR
003527     PERFORM 1300-LOG-SIGNON-FAILURE.
003528*
003529*****************************************************************
003530*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
003531*                               REJECT A BLANK ONE, THE OLD ONE, *
003532*                               OR TWO ENTRIES THAT DISAGREE     *
003533*****************************************************************
003534 1280-ACCEPT-NEW-PASSWORD.
003535     DISPLAY "enter new password:"
003536     ACCEPT WS-PWD-NEW
003537     DISPLAY "re-enter new password:"
003538     ACCEPT WS-PWD-CONFIRM
003539     IF WS-PWD-NEW = SPACES
003540         DISPLAY "password may not be blank"
003541     ELSE
003542         IF WS-PWD-NEW = OM-PASSWORD
003543             DISPLAY "new password must differ from the old one"
003544         ELSE
003545             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
003546                 DISPLAY "the two entries do not match"
003547             ELSE
003548                 MOVE "Y" TO WS-PWD-NEW-SW
003549             END-IF
003550         END-IF
003551     END-IF.
003552*
003553*****************************************************************
003554*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
003555*                               THE SET NUMBER OF MONTHS FROM    *
003556*                               TODAY, HELD TO THE 28TH SO THE   *
003557*                               DATE IS VALID IN EVERY MONTH     *
003558*****************************************************************
003559 1285-SET-PASSWORD-EXPIRY.
003560     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
003561     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
003562     IF WS-PWD-EXP-MM > 12
003563         SUBTRACT 12 FROM WS-PWD-EXP-MM
003564         ADD 1 TO WS-PWD-EXP-CCYY
003565     END-IF
003566     IF WS-PWD-EXP-DD > 28
003567         MOVE 28 TO WS-PWD-EXP-DD
003568     END-IF
003569     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
003570*
003571*****************************************************************
003572*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
003573*                            BACK ON THE SECURITY MASTER         *
003574*****************************************************************
003575 1290-REWRITE-OPERATOR.
003576     REWRITE OPER-RECORD
003577         INVALID KEY
003578             DISPLAY "unable to update OPERMAST, file status: "
003579                 WS-OPER-STATUS
003580     END-REWRITE.
003581*
003582*****************************************************************
003583*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
003584*                              SIGN-ON ATTEMPT TO THE SECURITY  *
003585*                              LOG                              *
003586*****************************************************************
003587 1300-LOG-SIGNON-FAILURE.
003588     IF SECL-FILE-OPEN
003589         PERFORM 7500-GET-STAMP
003590         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
003591         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
003592         MOVE "INSUS01" TO SL-PROGRAM
003593         MOVE OPERATOR-ID TO SL-OPERATOR-ID
003594         WRITE SECL-RECORD
003600         IF NOT WS-SECL-OK
003610             DISPLAY "unable to write SECLOG, file status: "
003620                 WS-SECL-STATUS
003950         CLOSE BUSD-FILE
003960     END-IF.
003970*
003971*****************************************************************
003972*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
003973*                             THE REFUSAL LOG.  NO PERIODS FILE  *
003974*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
003975*                             ANY OTHER OPEN FAILURE STOPS THE   *
003976*                             RUN, SINCE THE LOCK CANNOT THEN    *
003977*                             BE ENFORCED                        *
003978*****************************************************************
003979 1600-OPEN-PERIOD-FILES.
003980     OPEN INPUT PERD-FILE
003981     IF WS-PERD-OK
003982         MOVE "Y" TO WS-PERD-OPEN-SW
003983     ELSE
003984         IF NOT WS-PERD-NOT-FOUND
003985             DISPLAY "unable to open PERIODS, file status: "
003986                 WS-PERD-STATUS
003987             MOVE "Y" TO WS-ABORT-SW
003988         END-IF
003989     END-IF
003990     OPEN EXTEND PERL-FILE
003991     IF WS-PERL-NOT-FOUND
003992         OPEN OUTPUT PERL-FILE
003993     END-IF
003994     IF WS-PERL-OK
003995         MOVE "Y" TO WS-PERL-OPEN-SW
003996     ELSE
003997         DISPLAY "unable to open PERLOG - refusals not logged"
003998     END-IF.
003999*
004000*****************************************************************
004001*    2000-PROCESS-FUNCTION - ACCEPT ONE REPAIR FUNCTION AND      *
004002*                            ROUTE TO IT                         *
004010*****************************************************************
004020 2000-PROCESS-FUNCTION.
004030     DISPLAY "enter function (L=list suspense, "
004730     IF NOT WS-SUSP-OK
004740         GO TO 4000-REPAIR-ENTRY-EXIT
004750     END-IF
004751     MOVE WS-BUS-DATE TO WS-PERIOD-CHECK-DATE
004752     MOVE ZERO TO WS-PERIOD-CHECK-TIME
004753     MOVE ZERO TO WS-PERIOD-CHECK-SEQ
004754     MOVE "RELEASE" TO WS-PERIOD-ACTION
004755     PERFORM 7700-CHECK-PERIOD
004756     IF PERIOD-IS-CLOSED
004757         DISPLAY "entry left on suspense unchanged"
004758         GO TO 4000-REPAIR-ENTRY-EXIT
004759     END-IF
004760     MOVE SP-REASON-CODE TO WS-REJECT-REASON
004770     PERFORM 6000-SET-REASON-TEXT
004780     DISPLAY "reject reason : " SP-REASON-CODE " "
006590     MOVE WS-E-AMOUNT TO TR-AMOUNT
006600     PERFORM 7500-GET-STAMP
006610     MOVE WS-STAMP-CCYYMMDD TO TR-CAPTURE-DATE
006611     MOVE "R" TO TR-SOURCE-CODE
006612     MOVE SP-SITE TO TR-SOURCE-SITE
006613     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
006614     MOVE TR-KEY TO TR-OK-ENTRY-KEY
006615     MOVE TR-VAR1 TO TR-CK-VAR1
006616     MOVE TR-KEY TO TR-CK-ENTRY-KEY
006620     WRITE TRAN-RECORD
006630         INVALID KEY
006640             ADD 1 TO WS-BUMP-COUNT
007230     COMPUTE WS-STAMP-CCYYMMDD = WS-STAMP-CCYY * 10000
007240         + WS-STAMP-MM * 100 + WS-STAMP-DD.
007250*
007251*****************************************************************
007252*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
007253*                        CHECK DATE AND, IF ACCOUNTING HAS       *
007254*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
007255*                        THE REFUSAL - THE CALLER HAS SET THE    *
007256*                        CHECK KEY AND THE ACTION                *
007257*****************************************************************
007258 7700-CHECK-PERIOD.
007259     MOVE "N" TO WS-PERIOD-CLOSED-SW
007260     IF PERD-FILE-OPEN
007261         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
007262         READ PERD-FILE
007263             INVALID KEY
007264                 CONTINUE
007265         END-READ
007266         IF WS-PERD-OK
007267             AND PC-CLOSED
007268             MOVE "Y" TO WS-PERIOD-CLOSED-SW
007269             DISPLAY "period " PC-PERIOD " was closed on "
007270                 PC-CLOSE-DATE " by " PC-CLOSED-BY
007271                 " - no change may be made to it"
007272             PERFORM 7750-LOG-PERIOD-REFUSAL
007273         END-IF
007274     END-IF.
007275*
007276*****************************************************************
007277*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
007278*                              ACTION TO THE PERIOD-LOCK LOG     *
007279*****************************************************************
007280 7750-LOG-PERIOD-REFUSAL.
007281     IF PERL-FILE-OPEN
007282         PERFORM 7500-GET-STAMP
007283         MOVE WS-STAMP-CCYYMMDD TO PL-STAMP-DATE
007284         MOVE WS-STAMP-TIME TO PL-STAMP-TIME
007285         MOVE "INSUS01" TO PL-PROGRAM
007286         MOVE OPERATOR-ID TO PL-OPERATOR-ID
007287         MOVE WS-PERIOD-ACTION TO PL-ACTION
007288         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
007289         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
007290         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
007291         MOVE PC-PERIOD TO PL-PERIOD
007292         WRITE PERL-RECORD
007293         IF NOT WS-PERL-OK
007294             DISPLAY "unable to write PERLOG, file status: "
007295                 WS-PERL-STATUS
007296         END-IF
007297     END-IF.
007298*
007299*****************************************************************
007300*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
007301*****************************************************************
007302 9000-TERMINATE.
007303     IF SECL-FILE-OPEN
007310         CLOSE SECL-FILE
007320     END-IF
007330     CLOSE OPER-FILE
007350     CLOSE TRAN-FILE
007360     CLOSE VALV-FILE
007361     CLOSE LIMV-FILE
007362     IF PERD-FILE-OPEN
007363         CLOSE PERD-FILE
007364     END-IF
007365     IF PERL-FILE-OPEN
007366         CLOSE PERL-FILE
007367     END-IF
007370     IF RUN-ABORTED
007380         MOVE 8 TO RETURN-CODE
007390     ELSE
