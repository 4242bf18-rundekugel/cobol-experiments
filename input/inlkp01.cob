000060*                 A SINGLE RECORD BY ITS DATE1/TIM1 KEY, OR      *
000070*                 BROWSES FORWARD FROM A STARTING DATE WITH      *
000080*                 OPTIONAL FILTERS ON THE OPERATOR ID AND THE    *
000084*                 VAR1 CODE, OR LISTS EVERY ENTRY FOR ONE CODE   *
000088*                 OR BY ONE OPERATOR, SHOWING THE TYPE CODE AND  *
000092*                 THE AMOUNT FORMATTED.  A FILTERED BROWSE AND   *
000096*                 THE CODE AND OPERATOR LISTS READ THROUGH THE   *
000100*                 LOG'S ALTERNATE KEYS, SO ONLY THE MATCHING     *
000104*                 ENTRIES ARE READ.  NOTHING CAN BE CHANGED      *
000110*                 FROM HERE, SO AN ENTRY-LEVEL SIGN-ON IS        *
000120*                 ALLOWED IN - UNLIKE INFIX01, WHICH STAYS       *
000130*                 SUPERVISOR-ONLY.                               *
000171*    2026-09-02  DK  SINGLE LOOKUPS NOW TAKE THE TR-KEY        *
000172*                    SEQUENCE NUMBER AS WELL, AND THE KEY IS   *
000173*                    DISPLAYED WITH IT.                        *
000174*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE OPERATOR'S        *
000175*                    PASSWORD.  WRONG PASSWORDS ARE COUNTED ON  *
000176*                    THE SECURITY MASTER AND LOCK THE ID OUT AT *
000177*                    THE LIMIT IN PWDRULE; AN EXPIRED PASSWORD  *
000178*                    MUST BE CHANGED BEFORE THE RUN GOES ON.    *
000179*    2026-10-15  DK  ADDED C (ALL ENTRIES FOR A CODE) AND O     *
000180*                    (ALL ENTRIES BY AN OPERATOR).  THESE AND A *
000181*                    BROWSE WITH AN OPERATOR OR VAR1 FILTER NOW *
000182*                    START ON THE LOG'S OPERATOR OR CODE        *
000183*                    ALTERNATE KEY AND STOP WHEN THE KEY        *
000184*                    CHANGES, INSTEAD OF READING EVERY ENTRY    *
000185*                    FROM THE STARTING DATE.                    *
000186*                                                                *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. INLKP01.
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TR-KEY
000333         ALTERNATE RECORD KEY IS TR-OPER-KEY
000336         ALTERNATE RECORD KEY IS TR-CODE-KEY
000340         FILE STATUS IS WS-TRAN-STATUS.
000350*
000360     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000820     88  WS-SECL-NOT-FOUND                    VALUE "35".
000830*
000840     COPY OPERID.
000845     COPY PWDRULE.
000850*
000860 01  WS-SWITCHES.
000870     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
000960         88  BROWSE-AT-END                   VALUE "Y".
000970     05  WS-BROWSE-STOP-SW       PIC X(01)   VALUE "N".
000980         88  BROWSE-STOPPED                  VALUE "Y".
000982     05  WS-BROWSE-PATH-SW       PIC X(01)   VALUE "K".
000984         88  BROWSE-BY-TR-KEY                VALUE "K".
000986         88  BROWSE-BY-OPERATOR              VALUE "O".
000988         88  BROWSE-BY-CODE                  VALUE "C".
000990*
001000 01  WS-FUNCTION-CODE             PIC X(01).
001010     88  FUNC-SINGLE                          VALUE "S".
001020     88  FUNC-BROWSE                          VALUE "B".
001023     88  FUNC-BY-CODE                         VALUE "C".
001026     88  FUNC-BY-OPERATOR                     VALUE "O".
001030     88  FUNC-END                             VALUE "E".
001040     88  FUNC-IS-VALID                        VALUE "S" "B"
001050                                              "C" "O" "E".
001060*
001070 01  WS-LOOKUP-DATE1              PIC 9(08).
001080 01  WS-LOOKUP-TIM1               PIC 9(06).
001085 01  WS-LOOKUP-SEQ1               PIC 9(03).
001090 01  WS-START-DATE                PIC 9(08).
001092 01  WS-START-ENTRY-KEY.
001094     05  WS-SK-DATE              PIC 9(08).
001096     05  WS-SK-TIME              PIC 9(06)   VALUE ZERO.
001098     05  WS-SK-SEQ               PIC 9(03)   VALUE ZERO.
001100 01  WS-FILTER-OPID               PIC X(08).
001110 01  WS-FILTER-VAR1               PIC X(22).
001120 01  WS-MORE-CHOICE               PIC X(01).
001410*                      THE TRANSACTION LOG FOR INPUT             *
001420*****************************************************************
001430 1000-INITIALIZE.
001440     OPEN I-O OPER-FILE
001450     IF NOT WS-OPER-OK
001460         DISPLAY "unable to open OPERMAST, file status: "
001470             WS-OPER-STATUS " - run INOPR01 to build it"
002110             PERFORM 1300-LOG-SIGNON-FAILURE
002120             MOVE "Y" TO WS-ABORT-SW
002130         ELSE
002140             PERFORM 1260-CHECK-PASSWORD THRU
002145                 1260-CHECK-PASSWORD-EXIT
002150         END-IF
002160     END-IF.
002161*
002162*****************************************************************
002163*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
002164*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
002165*                          CHECK THE PASSWORD - A BAD ONE IS     *
002166*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
002167*                          THE LIMIT, A GOOD ONE CLEARS THE      *
002168*                          COUNT AND FORCES A CHANGE WHEN THE    *
002169*                          PASSWORD HAS EXPIRED                  *
002170*****************************************************************
002171 1260-CHECK-PASSWORD.
002172     MOVE "N" TO WS-OPID-VALID-SW
002173     IF OM-LOCKED
002174         DISPLAY "operator id is locked out - a supervisor "
002175             "must reset it through INOPR01"
002176         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
002177         PERFORM 1300-LOG-SIGNON-FAILURE
002178         MOVE "Y" TO WS-ABORT-SW
002179         GO TO 1260-CHECK-PASSWORD-EXIT
002180     END-IF
002181     IF OM-PASSWORD = SPACES
002182         DISPLAY "no password is set for this operator id - "
002183             "a supervisor must set it through INOPR01"
002184         MOVE "NO PASSWORD ON FILE" TO SL-REASON
002185         PERFORM 1300-LOG-SIGNON-FAILURE
002186         MOVE "Y" TO WS-ABORT-SW
002187         GO TO 1260-CHECK-PASSWORD-EXIT
002188     END-IF
002189     DISPLAY "enter password:"
002190     ACCEPT WS-PWD-ENTERED
002191     IF WS-PWD-ENTERED NOT = OM-PASSWORD
002192         PERFORM 1270-COUNT-BAD-PASSWORD
002193         MOVE "Y" TO WS-ABORT-SW
002194         GO TO 1260-CHECK-PASSWORD-EXIT
002195     END-IF
002196     PERFORM 7500-GET-STAMP
002197     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
002198     MOVE "N" TO WS-PWD-UPDATE-SW
002199     IF OM-FAIL-COUNT > ZERO
002200         MOVE ZERO TO OM-FAIL-COUNT
002201         MOVE "Y" TO WS-PWD-UPDATE-SW
002202     END-IF
002203     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
002204         DISPLAY "your password has expired - choose a new one"
002205         MOVE "N" TO WS-PWD-NEW-SW
002206         PERFORM 1280-ACCEPT-NEW-PASSWORD
002207             UNTIL NEW-PASSWORD-IS-OK
002208         MOVE WS-PWD-NEW TO OM-PASSWORD
002209         PERFORM 1285-SET-PASSWORD-EXPIRY
002210         MOVE "Y" TO WS-PWD-UPDATE-SW
002211     END-IF
002212     IF OPERATOR-NEEDS-UPDATE
002213         PERFORM 1290-REWRITE-OPERATOR
002214     END-IF
002215     MOVE "Y" TO WS-OPID-VALID-SW.
002216 1260-CHECK-PASSWORD-EXIT.
002217     EXIT.
002218*
002219*****************************************************************
002220*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
002221*                              MASTER, LOCK THE OPERATOR OUT     *
002222*                              WHEN THE COUNT REACHES THE LIMIT, *
002223*                              AND LOG THE FAILED ATTEMPT        *
002224*****************************************************************
002225 1270-COUNT-BAD-PASSWORD.
002226     ADD 1 TO OM-FAIL-COUNT
002227     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
002228         DISPLAY "password is incorrect"
002229         MOVE "INVALID PASSWORD" TO SL-REASON
002230     ELSE
002231         MOVE "Y" TO OM-LOCK-FLAG
002232         DISPLAY "password is incorrect - operator id is now "
002233             "locked out"
002234         MOVE "PASSWORD LOCKOUT" TO SL-REASON
002235     END-IF
002236     PERFORM 1290-REWRITE-OPERATOR
002237     PERFORM 1300-LOG-SIGNON-FAILURE.
002238*
002239*****************************************************************
002240*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
002241*                               REJECT A BLANK ONE, THE OLD ONE, *
002242*                               OR TWO ENTRIES THAT DISAGREE     *
002243*****************************************************************
002244 1280-ACCEPT-NEW-PASSWORD.
002245     DISPLAY "enter new password:"
002246     ACCEPT WS-PWD-NEW
002247     DISPLAY "re-enter new password:"
002248     ACCEPT WS-PWD-CONFIRM
002249     IF WS-PWD-NEW = SPACES
002250         DISPLAY "password may not be blank"
002251     ELSE
002252         IF WS-PWD-NEW = OM-PASSWORD
002253             DISPLAY "new password must differ from the old one"
002254         ELSE
002255             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
002256                 DISPLAY "the two entries do not match"
002257             ELSE
002258                 MOVE "Y" TO WS-PWD-NEW-SW
002259             END-IF
002260         END-IF
002261     END-IF.
002262*
002263*****************************************************************
002264*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
002265*                               THE SET NUMBER OF MONTHS FROM    *
002266*                               TODAY, HELD TO THE 28TH SO THE   *
002267*                               DATE IS VALID IN EVERY MONTH     *
002268*****************************************************************
002269 1285-SET-PASSWORD-EXPIRY.
002270     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
002271     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
002272     IF WS-PWD-EXP-MM > 12
002273         SUBTRACT 12 FROM WS-PWD-EXP-MM
002274         ADD 1 TO WS-PWD-EXP-CCYY
002275     END-IF
002276     IF WS-PWD-EXP-DD > 28
002277         MOVE 28 TO WS-PWD-EXP-DD
002278     END-IF
002279     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
002280*
002281*****************************************************************
002282*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
002283*                            BACK ON THE SECURITY MASTER         *
002284*****************************************************************
002285 1290-REWRITE-OPERATOR.
002286     REWRITE OPER-RECORD
002287         INVALID KEY
002288             DISPLAY "unable to update OPERMAST, file status: "
002289                 WS-OPER-STATUS
002290     END-REWRITE.
002291*
002292*****************************************************************
002293*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
002294*                              SIGN-ON ATTEMPT TO THE SECURITY  *
002295*                              LOG                              *
002296*****************************************************************
002297 1300-LOG-SIGNON-FAILURE.
002298     IF SECL-FILE-OPEN
002299         PERFORM 7500-GET-STAMP
002300         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
002301         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
002302         MOVE "INLKP01" TO SL-PROGRAM
002303         MOVE OPERATOR-ID TO SL-OPERATOR-ID
002304         WRITE SECL-RECORD
002310         IF NOT WS-SECL-OK
002320             DISPLAY "unable to write SECLOG, file status: "
002330                 WS-SECL-STATUS
002400*****************************************************************
002410 2000-PROCESS-FUNCTION.
002420     DISPLAY "enter function (S=single lookup, B=browse, "
002430         "C=all for a code, O=all by an operator, E=end):"
002440     ACCEPT WS-FUNCTION-CODE
002450     IF NOT FUNC-IS-VALID
002460         DISPLAY "function must be S, B, C, O, or E"
002470     ELSE
002480         IF FUNC-END
002490             MOVE "Y" TO WS-DONE-SW
002510             IF FUNC-SINGLE
002520                 PERFORM 3000-SINGLE-LOOKUP
002530             ELSE
002532                 IF FUNC-BROWSE
002534                     PERFORM 4000-BROWSE-FORWARD
002536                 ELSE
002538                     IF FUNC-BY-CODE
002540                         PERFORM 5000-CODE-LOOKUP
002542                     ELSE
002544                         PERFORM 5100-OPERATOR-LOOKUP
002546                     END-IF
002548                 END-IF
002550             END-IF
002560         END-IF
002570     END-IF.
002750     END-READ.
002760*
002770*****************************************************************
002785*    4000-BROWSE-FORWARD - ACCEPT THE STARTING DATE AND THE      *
002800*                          OPTIONAL OPERATOR AND VAR1 FILTERS    *
002815*                          AND WALK THE LOG FROM THERE           *
002830*****************************************************************
002840 4000-BROWSE-FORWARD.
002850     DISPLAY "enter starting date (CCYYMMDD):"
002880     ACCEPT WS-FILTER-OPID
002890     DISPLAY "enter VAR1 filter (blank for all):"
002900     ACCEPT WS-FILTER-VAR1
002901     PERFORM 4050-WALK-LOG.
002902*
002903*****************************************************************
002904*    4050-WALK-LOG - POSITION THE LOG AT THE STARTING DATE AND   *
002905*                    WALK FORWARD, SHOWING EACH RECORD THAT      *
002906*                    PASSES THE FILTERS, UNTIL THE OPERATOR      *
002907*                    STOPS OR THE ENTRIES RUN OUT.  AN OPERATOR  *
002908*                    FILTER STARTS ON THE OPERATOR KEY, A VAR1   *
002909*                    FILTER ALONE ON THE CODE KEY, SO ONLY THAT  *
002910*                    OPERATOR'S OR CODE'S ENTRIES ARE READ - IN  *
002911*                    DATE AND TIME ORDER WITHIN THE KEY          *
002912*****************************************************************
002913 4050-WALK-LOG.
002914     MOVE "N" TO WS-BROWSE-EOF-SW
002920     MOVE "N" TO WS-BROWSE-STOP-SW
002922     MOVE WS-START-DATE TO WS-SK-DATE
002924     IF WS-FILTER-OPID NOT = SPACES
002926         MOVE "O" TO WS-BROWSE-PATH-SW
002928         MOVE WS-FILTER-OPID TO TR-OK-OPERATOR-ID
002930         MOVE WS-START-ENTRY-KEY TO TR-OK-ENTRY-KEY
002932         START TRAN-FILE KEY NOT < TR-OPER-KEY
002934             INVALID KEY
002936                 MOVE "Y" TO WS-BROWSE-EOF-SW
002938         END-START
002940     ELSE
002942         IF WS-FILTER-VAR1 NOT = SPACES
002944             MOVE "C" TO WS-BROWSE-PATH-SW
002946             MOVE WS-FILTER-VAR1 TO TR-CK-VAR1
002948             MOVE WS-START-ENTRY-KEY TO TR-CK-ENTRY-KEY
002950             START TRAN-FILE KEY NOT < TR-CODE-KEY
002952                 INVALID KEY
002954                     MOVE "Y" TO WS-BROWSE-EOF-SW
002956             END-START
002958         ELSE
002960             MOVE "K" TO WS-BROWSE-PATH-SW
002962             MOVE WS-START-ENTRY-KEY TO TR-KEY
002964             START TRAN-FILE KEY NOT < TR-KEY
002966                 INVALID KEY
002968                     MOVE "Y" TO WS-BROWSE-EOF-SW
002970             END-START
002972         END-IF
002974     END-IF
002990     IF NOT BROWSE-AT-END
003000         PERFORM 4100-READ-TRAN-NEXT
003010     END-IF
003020     PERFORM 4200-SHOW-ONE-RECORD
003030         UNTIL BROWSE-AT-END OR BROWSE-STOPPED
003040     IF BROWSE-AT-END
003043         IF BROWSE-BY-TR-KEY
003046             DISPLAY "end of transaction log."
003049         ELSE
003052             DISPLAY "no more entries for that selection."
003055         END-IF
003060     END-IF.
003070*
003080*****************************************************************
003086*    4100-READ-TRAN-NEXT - READ THE NEXT LOG RECORD IN THE       *
003092*                          SEQUENCE OF THE KEY STARTED ON - ON   *
003098*                          AN ALTERNATE KEY THE WALK ENDS WHEN   *
003104*                          THE OPERATOR OR CODE CHANGES          *
003110*****************************************************************
003120 4100-READ-TRAN-NEXT.
003130     READ TRAN-FILE NEXT RECORD
003140         AT END
003150             MOVE "Y" TO WS-BROWSE-EOF-SW
003151     END-READ
003152     IF NOT BROWSE-AT-END
003153         IF BROWSE-BY-OPERATOR
003154             AND TR-OK-OPERATOR-ID NOT = WS-FILTER-OPID
003155             MOVE "Y" TO WS-BROWSE-EOF-SW
003156         END-IF
003157         IF BROWSE-BY-CODE
003158             AND TR-CK-VAR1 NOT = WS-FILTER-VAR1
003159             MOVE "Y" TO WS-BROWSE-EOF-SW
003160         END-IF
003161     END-IF.
003170*
003180*****************************************************************
003190*    4200-SHOW-ONE-RECORD - DISPLAY THE CURRENT RECORD IF IT     *
003350     IF NOT BROWSE-STOPPED
003360         PERFORM 4100-READ-TRAN-NEXT
003370     END-IF.
003371*
003372*****************************************************************
003373*    5000-CODE-LOOKUP - LIST EVERY ENTRY ON THE LOG FOR ONE VAR1 *
003374*                       CODE, OLDEST FIRST                       *
003375*****************************************************************
003376 5000-CODE-LOOKUP.
003377     DISPLAY "enter VAR1 code:"
003378     ACCEPT WS-FILTER-VAR1
003379     IF WS-FILTER-VAR1 = SPACES
003380         DISPLAY "a VAR1 code is required"
003381     ELSE
003382         MOVE SPACES TO WS-FILTER-OPID
003383         MOVE ZERO TO WS-START-DATE
003384         PERFORM 4050-WALK-LOG
003385     END-IF.
003386*
003387*****************************************************************
003388*    5100-OPERATOR-LOOKUP - LIST EVERY ENTRY ON THE LOG KEYED BY *
003389*                           ONE OPERATOR, OLDEST FIRST           *
003390*****************************************************************
003391 5100-OPERATOR-LOOKUP.
003392     DISPLAY "enter operator id:"
003393     ACCEPT WS-FILTER-OPID
003394     IF WS-FILTER-OPID = SPACES
003395         DISPLAY "an operator id is required"
003396     ELSE
003397         MOVE SPACES TO WS-FILTER-VAR1
003398         MOVE ZERO TO WS-START-DATE
003399         PERFORM 4050-WALK-LOG
003400     END-IF.
003401*
003402*****************************************************************
003403*    6000-DISPLAY-RECORD - SHOW ONE LOG RECORD WITH THE TYPE    *
003410*                          CODE AND THE AMOUNT FORMATTED         *
003420*****************************************************************
003430 6000-DISPLAY-RECORD.
