000100*                 MASTER FILES.  EVERY CORRECTION OR DELETION    *
000110*                 IS JOURNALED WITH THE FULL BEFORE- AND         *
000120*                 AFTER-IMAGE, THE OPERATOR, AND A DATE/TIME     *
000125*                 STAMP TO THE CORRECTION-HISTORY FILE.  ALSO    *
000130*                 WORKS THE DOUBLE-KEY DISCREPANCY QUEUE LEFT    *
000135*                 BY INVER01.                                    *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    ------------------------------------------------------     *
000295*                    PENDING-CHANGE FILE FOR A DIFFERENT        *
000296*                    SUPERVISOR TO APPROVE THROUGH INAPR01,     *
000297*                    AND IS JOURNALED ONLY ON APPROVAL.         *
000309*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE OPERATOR'S        *
000318*                    PASSWORD.  WRONG PASSWORDS ARE COUNTED ON  *
000327*                    THE SECURITY MASTER AND LOCK THE ID OUT AT *
000337*                    THE LIMIT IN PWDRULE; AN EXPIRED PASSWORD  *
000346*                    MUST BE CHANGED BEFORE THE RUN GOES ON.    *
000355*    2026-10-15  DK  A CORRECTION OR DELETION OF A RECORD WHOSE *
000365*                    KEY DATE FALLS IN AN ACCOUNTING PERIOD     *
000374*                    CLOSED ON THE PERIODS FILE (SEE INPER01)   *
000383*                    IS REFUSED - NEITHER APPLIED NOR QUEUED    *
000393*                    FOR APPROVAL - AND THE REFUSAL IS LOGGED   *
000402*                    TO PERLOG.                                 *
000411*    2026-10-15  DK  NEW FUNCTION Q WORKS THE DOUBLE-KEY        *
000419*                    DISCREPANCY QUEUE ON THE VERIFY FILE.  FOR *
000429*                    EACH OPEN MISMATCH THE LOGGED AND RE-KEYED *
000438*                    FIELDS ARE SHOWN AND THE SUPERVISOR KEEPS  *
000449*                    THE ENTRY AS LOGGED, CORRECTS ITS CODE,    *
000459*                    TYPE AND AMOUNT, OR DELETES IT.  FIXES GO  *
000468*                    THROUGH THE USUAL PERIOD LOCK, DUAL        *
000477*                    CONTROL AND JOURNAL.  A SUPERVISOR WHO     *
000487*                    KEYED OR VERIFIED THE ENTRY MAY NOT        *
000496*                    RESOLVE IT.                                *
000505*    2026-10-15  DK  BEFORE-IMAGE WORK AREA WIDENED TO 83 FOR   *
000515*                    THE CAPTURE SOURCE NOW ON TRAN-RECORD.     *
000524*    2026-10-15  DK  THE OPERATOR AND CODE ALTERNATE KEYS ARE   *
000533*                    REBUILT BEFORE A CORRECTION IS REWRITTEN,  *
000542*                    SO A CHANGED VAR1 MOVES THE ENTRY UNDER    *
000552*                    ITS NEW CODE.                              *
000561*    2026-10-15  DK  DUAL CONTROL NOW TESTS THE LARGER OF THE   *
000569*                    AMOUNT BEFORE AND THE AMOUNT AFTER,        *
000579*                    IGNORING SIGN, AND A DISCREPANCY FIX TAKES *
000588*                    THE TEST AFTER THE CORRECTED FIELDS ARE    *
000619*                    KEYED, SO A SMALL ENTRY CORRECTED TO A     *
000629*                    LARGE AMOUNT QUEUES FOR APPROVAL.  A FIX   *
000638*                    ONLY QUEUED LEAVES THE DISCREPANCY OPEN AS *
000647*                    FIX PENDING; INAPR01 CLOSES OR REOPENS IT. *
000290*                                                                *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TR-KEY
000443         ALTERNATE RECORD KEY IS TR-OPER-KEY
000446         ALTERNATE RECORD KEY IS TR-CODE-KEY
000450         FILE STATUS IS WS-TRAN-STATUS.
000460*
000470     SELECT JRNL-FILE ASSIGN TO "FIXJRNL"
000609         ORGANIZATION IS SEQUENTIAL
000611         FILE STATUS IS WS-FIXL-STATUS.
000600*
000612     SELECT PERD-FILE ASSIGN TO "PERIODS"
000613         ORGANIZATION IS INDEXED
000614         ACCESS MODE IS RANDOM
000616         RECORD KEY IS PC-PERIOD
000617         FILE STATUS IS WS-PERD-STATUS.
000618*
000621     SELECT PERL-FILE ASSIGN TO "PERLOG"
000622         ORGANIZATION IS SEQUENTIAL
000623         FILE STATUS IS WS-PERL-STATUS.
000625*
000626     SELECT VERF-FILE ASSIGN TO "VERIFY"
000627         ORGANIZATION IS INDEXED
000628         ACCESS MODE IS DYNAMIC
000631         RECORD KEY IS VF-TR-KEY
000632         FILE STATUS IS WS-VERF-STATUS.
000633*
000635 DATA DIVISION.
000636 FILE SECTION.
000637*****************************************************************
000640*    TRAN-FILE - TRANSACTION LOG OF OPERATOR ENTRIES             *
000650*****************************************************************
000660 FD  TRAN-FILE
000967     LABEL RECORDS ARE STANDARD.
000968     COPY FIXLIM.
000950*
000969*****************************************************************
000970*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
000971*****************************************************************
000972 FD  PERD-FILE
000973     RECORDING MODE IS F
000974     LABEL RECORDS ARE STANDARD.
000975     COPY PERCTL.
000976*
000977*****************************************************************
000979*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
000980*****************************************************************
000981 FD  PERL-FILE
000982     RECORDING MODE IS F
000983     LABEL RECORDS ARE STANDARD.
000984     COPY PERLREC.
000985*
000986*****************************************************************
000987*    VERF-FILE - DOUBLE-KEY VERIFICATIONS AND DISCREPANCIES      *
000988*****************************************************************
000990 FD  VERF-FILE
000991     RECORDING MODE IS F
000992     LABEL RECORDS ARE STANDARD.
000993     COPY VERFREC.
000994*
000995 WORKING-STORAGE SECTION.
000996 01  WS-TRAN-STATUS               PIC X(02).
000997     88  WS-TRAN-OK                           VALUE "00".
000998*
001000 01  WS-JRNL-STATUS               PIC X(02).
001010     88  WS-JRNL-OK                           VALUE "00".
001020     88  WS-JRNL-NOT-FOUND                    VALUE "35".
001115*
001116 01  WS-FIXL-STATUS               PIC X(02).
001117     88  WS-FIXL-OK                           VALUE "00".
001127*
001137 01  WS-VERF-STATUS               PIC X(02).
001147     88  WS-VERF-OK                           VALUE "00".
001157     88  WS-VERF-NOT-FOUND                    VALUE "35".
001110*
001118     COPY PERCHK.
001119*
001120     COPY OPERID.
001125     COPY PWDRULE.
001130*
001140 01  WS-SWITCHES.
001150     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001220         88  SECL-FILE-OPEN                  VALUE "Y".
001222     05  WS-OVER-SW              PIC X(01)   VALUE "N".
001224         88  OVER-THRESHOLD                  VALUE "Y".
001225     05  WS-VERF-OPEN-SW         PIC X(01)   VALUE "N".
001226         88  VERF-FILE-OPEN                  VALUE "Y".
001227     05  WS-QUEUE-END-SW         PIC X(01)   VALUE "N".
001228         88  QUEUE-AT-END                    VALUE "Y".
001229     05  WS-QUEUE-STOP-SW        PIC X(01)   VALUE "N".
001230         88  QUEUE-STOPPED                   VALUE "Y".
001231     05  WS-APPLIED-SW           PIC X(01)   VALUE "N".
001232         88  CHANGE-APPLIED                  VALUE "Y".
001233     05  WS-QUEUED-SW            PIC X(01)   VALUE "N".
001234         88  CHANGE-QUEUED                   VALUE "Y".
001235     05  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
001236         88  FIELD-IS-OK                     VALUE "Y".
001237     05  WS-AMT-VALID-SW         PIC X(01)   VALUE "N".
001238         88  AMT-IS-VALID                    VALUE "Y".
001239     05  WS-AMT-NEG-SW           PIC X(01)   VALUE "N".
001240         88  AMT-IS-NEGATIVE                 VALUE "Y".
001241     05  WS-AMT-DIGIT-SW         PIC X(01)   VALUE "N".
001242         88  AMT-DIGIT-SEEN                  VALUE "Y".
001243     05  WS-AMT-END-SW           PIC X(01)   VALUE "N".
001244         88  AMT-ENDED                       VALUE "Y".
001245*
001246 01  WS-FUNCTION-CODE             PIC X(01).
001250     88  FUNC-CORRECT                         VALUE "C".
001260     88  FUNC-DELETE                          VALUE "D".
001265     88  FUNC-QUEUE                           VALUE "Q".
001270*
001280 01  WS-LOOKUP-DATE1              PIC 9(08).
001290 01  WS-LOOKUP-TIM1               PIC 9(06).
001310 01  WS-CONFIRM                   PIC X(01).
001320     88  DELETE-CONFIRMED                     VALUE "Y" "y".
001330*
001332 01  WS-BEFORE-IMAGE              PIC X(83).
001334 01  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
001336     05  FILLER                  PIC X(65).
001338     05  WS-BI-AMOUNT            PIC S9(07)V99   COMP-3.
001340     05  FILLER                  PIC X(13).
001342 01  WS-BUS-DATE                  PIC 9(08).
001344 01  WS-THRESHOLD                 PIC 9(07)V99.
001346 01  WS-ABS-AMOUNT                PIC 9(07)V99.
001347 01  WS-ABS-AFTER                 PIC 9(07)V99.
001348*
001349 01  WS-RESOLVE-CHOICE            PIC X(01).
001350     88  RESOLVE-KEEP                         VALUE "K" "k".
001351     88  RESOLVE-CORRECT                      VALUE "C" "c".
001352     88  RESOLVE-DELETE                       VALUE "D" "d".
001353     88  RESOLVE-SKIP                         VALUE "S" "s".
001354     88  RESOLVE-END                          VALUE "E" "e".
001355     88  RESOLVE-VALID                        VALUE "K" "k"
001356                                              "C" "c" "D" "d"
001357                                              "S" "s" "E" "e".
001358 01  WS-NEW-TYPE                  PIC X(02).
001359     88  NEW-TYPE-VALID                       VALUE "CR" "DB"
001360                                              "AD".
001361 01  WS-NEW-AMOUNT                PIC S9(07)V99 COMP-3.
001362 01  WS-AMOUNT-IN                 PIC X(10).
001363 01  WS-AMOUNT-NUM                PIC 9(09)   COMP.
001364 01  WS-AMT-DIGIT                 PIC 9(01).
001365 77  WS-AMT-SUB                   PIC 9(02)   COMP.
001366 77  WS-AMT-DIGIT-COUNT           PIC 9(02)   COMP.
001367 01  WS-AMOUNT-ED                 PIC -(07)9.99.
001368 01  WS-KEYED-AMOUNT-ED           PIC -(07)9.99.
001369 01  WS-DIFF-TEXT                 PIC X(20).
001370 77  WS-OPEN-COUNT                PIC 9(05)   COMP VALUE ZERO.
001371 01  WS-COUNT-ED                  PIC Z(04)9.
001372*
001373 01  WS-STAMP-DATE                PIC X(06).
001374 01  WS-STAMP-TIME                PIC X(06).
001380 01  WS-STAMP-FIELDS.
001390     05  WS-STAMP-YY             PIC 9(02).
001400     05  WS-STAMP-MM             PIC 9(02).
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001510     IF NOT RUN-ABORTED
001516         PERFORM 2000-LOOKUP-AND-APPLY THRU
001522             2000-LOOKUP-AND-APPLY-EXIT
001530     END-IF
001540     PERFORM 9000-TERMINATE
001550     GOBACK.
001600*                      JOURNAL                                   *
001610*****************************************************************
001620 1000-INITIALIZE.
001630     OPEN I-O OPER-FILE
001640     IF NOT WS-OPER-OK
001650         DISPLAY "unable to open OPERMAST, file status: "
001660             WS-OPER-STATUS " - run INOPR01 to build it"
002017     IF RUN-ABORTED
002018         GO TO 1000-INITIALIZE-EXIT
002019     END-IF
002021     PERFORM 1600-OPEN-PERIOD-FILES
002022     IF RUN-ABORTED
002023         GO TO 1000-INITIALIZE-EXIT
002024     END-IF
002025     OPEN I-O PEND-FILE
002026     IF WS-PEND-NOT-FOUND
002027         OPEN OUTPUT PEND-FILE
002028         IF WS-PEND-OK
002029             CLOSE PEND-FILE
002030             OPEN I-O PEND-FILE
002031         END-IF
002032     END-IF
002033     IF NOT WS-PEND-OK
002034         DISPLAY "unable to open PENDFIX, file status: "
002035             WS-PEND-STATUS
002036         MOVE "Y" TO WS-ABORT-SW
002037     END-IF.
002038 1000-INITIALIZE-EXIT.
002039     EXIT.
002040*
002041*****************************************************************
002042*    1400-READ-BUSINESS-DATE - PICK UP THE CURRENT BUSINESS     *
002043*                              DATE FROM THE PROCESSING-        *
002044*                              CALENDAR CONTROL FILE FOR THE    *
002045*                              JOURNAL STAMP - NO CALENDAR      *
002046*                              MEANS NO CORRECTIONS             *
002048*****************************************************************
002049 1400-READ-BUSINESS-DATE.
002050     OPEN INPUT BUSD-FILE
002051     IF NOT WS-BUSD-OK
002052         DISPLAY "unable to open BUSDATE, file status: "
002053             WS-BUSD-STATUS " - run INBDT01 to build it"
002054         MOVE "Y" TO WS-ABORT-SW
002055     ELSE
002056         READ BUSD-FILE
002057             AT END
002058                 DISPLAY "BUSDATE is empty - run INBDT01"
002059                 MOVE "Y" TO WS-ABORT-SW
002060         END-READ
002061         IF NOT RUN-ABORTED
002062             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
002063         END-IF
002064         CLOSE BUSD-FILE
002065     END-IF.
002066*
002067*****************************************************************
002068*    1500-READ-THRESHOLD - PICK UP THE APPROVAL THRESHOLD FROM  *
002069*                          THE FIXLIM CONTROL FILE - NO         *
002070*                          THRESHOLD MEANS NO CORRECTIONS       *
002071*****************************************************************
002072 1500-READ-THRESHOLD.
002073     OPEN INPUT FIXL-FILE
002075     IF NOT WS-FIXL-OK
002076         DISPLAY "unable to open FIXLIMIT, file status: "
002077             WS-FIXL-STATUS " - run INAPR01 to set it"
002078         MOVE "Y" TO WS-ABORT-SW
002079     ELSE
002080         READ FIXL-FILE
002081             AT END
002082                 DISPLAY "FIXLIMIT is empty - run INAPR01"
002083                 MOVE "Y" TO WS-ABORT-SW
002084         END-READ
002085         IF NOT RUN-ABORTED
002086             MOVE FL-THRESHOLD TO WS-THRESHOLD
002087         END-IF
002088         CLOSE FIXL-FILE
002089     END-IF.
002090*
002091*****************************************************************
002092*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
002093*                             THE REFUSAL LOG.  NO PERIODS FILE  *
002094*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
002095*                             ANY OTHER OPEN FAILURE STOPS THE   *
002096*                             RUN, SINCE THE LOCK CANNOT THEN    *
002097*                             BE ENFORCED                        *
002098*****************************************************************
002099 1600-OPEN-PERIOD-FILES.
002100     OPEN INPUT PERD-FILE
002101     IF WS-PERD-OK
002103         MOVE "Y" TO WS-PERD-OPEN-SW
002104     ELSE
002105         IF NOT WS-PERD-NOT-FOUND
002106             DISPLAY "unable to open PERIODS, file status: "
002107                 WS-PERD-STATUS
002108             MOVE "Y" TO WS-ABORT-SW
002109         END-IF
002110     END-IF
002111     OPEN EXTEND PERL-FILE
002112     IF WS-PERL-NOT-FOUND
002113         OPEN OUTPUT PERL-FILE
002114     END-IF
002115     IF WS-PERL-OK
002116         MOVE "Y" TO WS-PERL-OPEN-SW
002117     ELSE
002118         DISPLAY "unable to open PERLOG - refusals not logged"
002119     END-IF.
002120*
002121*****************************************************************
002122*    1200-EDIT-OPERATOR-ID - ACCEPT THE CORRECTING OPERATOR'S    *
002123*                            ID, REJECT AN ALL-SPACES ENTRY,     *
002124*                            AND REQUIRE AN ACTIVE SUPERVISOR    *
002125*                            ON THE SECURITY MASTER - A FAILED   *
002126*                            SIGN-ON IS LOGGED AND ENDS THE RUN  *
002127*****************************************************************
002128 1200-EDIT-OPERATOR-ID.
002130     DISPLAY "enter operator id:"
002140     ACCEPT OPERATOR-ID
002150     IF OPERATOR-ID = SPACES
002410             MOVE "Y" TO WS-ABORT-SW
002420         ELSE
002430             IF OM-SUPERVISOR
002440                 PERFORM 1260-CHECK-PASSWORD THRU
002445                     1260-CHECK-PASSWORD-EXIT
002450             ELSE
002460                 DISPLAY "corrections require supervisor "
002470                     "authority"
002510             END-IF
002520         END-IF
002530     END-IF.
002531*
002532*****************************************************************
002533*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
002534*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
002535*                          CHECK THE PASSWORD - A BAD ONE IS     *
002536*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
002537*                          THE LIMIT, A GOOD ONE CLEARS THE      *
002538*                          COUNT AND FORCES A CHANGE WHEN THE    *
002539*                          PASSWORD HAS EXPIRED                  *
002540*****************************************************************
002541 1260-CHECK-PASSWORD.
002542     MOVE "N" TO WS-OPID-VALID-SW
002543     IF OM-LOCKED
002544         DISPLAY "operator id is locked out - a supervisor "
002545             "must reset it through INOPR01"
002546         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
002547         PERFORM 1300-LOG-SIGNON-FAILURE
002548         MOVE "Y" TO WS-ABORT-SW
002549         GO TO 1260-CHECK-PASSWORD-EXIT
002550     END-IF
002551     IF OM-PASSWORD = SPACES
002552         DISPLAY "no password is set for this operator id - "
002553             "a supervisor must set it through INOPR01"
002554         MOVE "NO PASSWORD ON FILE" TO SL-REASON
002555         PERFORM 1300-LOG-SIGNON-FAILURE
002556         MOVE "Y" TO WS-ABORT-SW
002557         GO TO 1260-CHECK-PASSWORD-EXIT
002558     END-IF
002559     DISPLAY "enter password:"
002560     ACCEPT WS-PWD-ENTERED
002561     IF WS-PWD-ENTERED NOT = OM-PASSWORD
002562         PERFORM 1270-COUNT-BAD-PASSWORD
002563         MOVE "Y" TO WS-ABORT-SW
002564         GO TO 1260-CHECK-PASSWORD-EXIT
002565     END-IF
002566     PERFORM 7500-GET-STAMP
002567     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
002568     MOVE "N" TO WS-PWD-UPDATE-SW
002569     IF OM-FAIL-COUNT > ZERO
002570         MOVE ZERO TO OM-FAIL-COUNT
002571         MOVE "Y" TO WS-PWD-UPDATE-SW
002572     END-IF
002573     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
002574         DISPLAY "your password has expired - choose a new one"
002575         MOVE "N" TO WS-PWD-NEW-SW
002576         PERFORM 1280-ACCEPT-NEW-PASSWORD
002577             UNTIL NEW-PASSWORD-IS-OK
002578         MOVE WS-PWD-NEW TO OM-PASSWORD
002579         PERFORM 1285-SET-PASSWORD-EXPIRY
002580         MOVE "Y" TO WS-PWD-UPDATE-SW
002581     END-IF
002582     IF OPERATOR-NEEDS-UPDATE
002583         PERFORM 1290-REWRITE-OPERATOR
002584     END-IF
002585     MOVE "Y" TO WS-OPID-VALID-SW.
002586 1260-CHECK-PASSWORD-EXIT.
002587     EXIT.
002588*
002589*****************************************************************
002590*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
002591*                              MASTER, LOCK THE OPERATOR OUT     *
002592*                              WHEN THE COUNT REACHES THE LIMIT, *
002593*                              AND LOG THE FAILED ATTEMPT        *
002594*****************************************************************
002595 1270-COUNT-BAD-PASSWORD.
002596     ADD 1 TO OM-FAIL-COUNT
002597     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
002598         DISPLAY "password is incorrect"
002599         MOVE "INVALID PASSWORD" TO SL-REASON
002600     ELSE
002601         MOVE "Y" TO OM-LOCK-FLAG
002602         DISPLAY "password is incorrect - operator id is now "
002603             "locked out"
002604         MOVE "PASSWORD LOCKOUT" TO SL-REASON
002605     END-IF
002606     PERFORM 1290-REWRITE-OPERATOR
002607     PERFORM 1300-LOG-SIGNON-FAILURE.
002608*
002609*****************************************************************
002610*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
002611*                               REJECT A BLANK ONE, THE OLD ONE, *
002612*                               OR TWO ENTRIES THAT DISAGREE     *
002613*****************************************************************
002614 1280-ACCEPT-NEW-PASSWORD.
002615     DISPLAY "enter new password:"
002616     ACCEPT WS-PWD-NEW
002617     DISPLAY "re-enter new password:"
002618     ACCEPT WS-PWD-CONFIRM
002619     IF WS-PWD-NEW = SPACES
002620         DISPLAY "password may not be blank"
002621     ELSE
002622         IF WS-PWD-NEW = OM-PASSWORD
002623             DISPLAY "new password must differ from the old one"
002624         ELSE
002625             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
002626                 DISPLAY "the two entries do not match"
002627             ELSE
002628                 MOVE "Y" TO WS-PWD-NEW-SW
002629             END-IF
002630         END-IF
002631     END-IF.
002632*
002633*****************************************************************
002634*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
002635*                               THE SET NUMBER OF MONTHS FROM    *
002636*                               TODAY, HELD TO THE 28TH SO THE   *
002637*                               DATE IS VALID IN EVERY MONTH     *
002638*****************************************************************
002639 1285-SET-PASSWORD-EXPIRY.
002640     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
002641     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
002642     IF WS-PWD-EXP-MM > 12
002643         SUBTRACT 12 FROM WS-PWD-EXP-MM
002644         ADD 1 TO WS-PWD-EXP-CCYY
002645     END-IF
002646     IF WS-PWD-EXP-DD > 28
002647         MOVE 28 TO WS-PWD-EXP-DD
002648     END-IF
002649     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
002650*
002651*****************************************************************
002652*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
002653*                            BACK ON THE SECURITY MASTER         *
002654*****************************************************************
002655 1290-REWRITE-OPERATOR.
002656     REWRITE OPER-RECORD
002657         INVALID KEY
002658             DISPLAY "unable to update OPERMAST, file status: "
002659                 WS-OPER-STATUS
002660     END-REWRITE.
002661*
002662*****************************************************************
002663*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
002664*                              SIGN-ON ATTEMPT TO THE SECURITY  *
002665*                              LOG                              *
002666*****************************************************************
002667 1300-LOG-SIGNON-FAILURE.
002668     IF SECL-FILE-OPEN
002669         PERFORM 7500-GET-STAMP
002670         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
002671         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
002672         MOVE "INFIX01" TO SL-PROGRAM
002673         MOVE OPERATOR-ID TO SL-OPERATOR-ID
002674         WRITE SECL-RECORD
002680         IF NOT WS-SECL-OK
002690             DISPLAY "unable to write SECLOG, file status: "
002700                 WS-SECL-STATUS
002730*
002740*****************************************************************
002750*    2000-LOOKUP-AND-APPLY - READ ONE RECORD BY KEY AND APPLY    *
002756*                            THE CHOSEN CORRECTION OR DELETION,  *
002762*                            OR WORK THE DISCREPANCY QUEUE       *
002770*****************************************************************
002780 2000-LOOKUP-AND-APPLY.
002790     PERFORM 2050-EDIT-FUNCTION UNTIL FUNC-IS-VALID
002791     IF FUNC-QUEUE
002792         PERFORM 2500-WORK-DISCREPANCIES THRU
002793             2500-WORK-DISCREPANCIES-EXIT
002794         GO TO 2000-LOOKUP-AND-APPLY-EXIT
002795     END-IF
002800     DISPLAY "enter transaction date to fix (CCYYMMDD):"
002810     ACCEPT WS-LOOKUP-DATE1
002820     DISPLAY "enter transaction time to fix (HHMMSS):"
002890     END-READ
002900     IF WS-TRAN-OK
002910         MOVE TRAN-RECORD TO WS-BEFORE-IMAGE
002911         MOVE TR-KEY-DATE1 TO WS-PERIOD-CHECK-DATE
002912         MOVE TR-KEY-TIM1 TO WS-PERIOD-CHECK-TIME
002913         MOVE TR-KEY-SEQ TO WS-PERIOD-CHECK-SEQ
002914         IF FUNC-CORRECT
002915             MOVE "CORRECT" TO WS-PERIOD-ACTION
002916         ELSE
002917             MOVE "DELETE" TO WS-PERIOD-ACTION
002918         END-IF
002919         PERFORM 7700-CHECK-PERIOD
002920     END-IF
002921     IF WS-TRAN-OK
002922         AND NOT PERIOD-IS-CLOSED
002923         PERFORM 2080-CHECK-THRESHOLD
002924         IF FUNC-CORRECT
002930             PERFORM 2100-APPLY-CORRECTION
002940         ELSE
002950             PERFORM 2200-APPLY-DELETION
002960         END-IF
002970     END-IF.
002973 2000-LOOKUP-AND-APPLY-EXIT.
002976     EXIT.
002980*
002981*****************************************************************
002982*    2080-CHECK-THRESHOLD - FLAG THE CHANGE FOR DUAL CONTROL    *
002983*                           WHEN THE LARGER OF THE AMOUNT       *
002984*                           BEFORE AND THE AMOUNT AFTER,        *
002985*                           IGNORING SIGN, IS OVER THE FIXLIM   *
002986*                           THRESHOLD - THE CALLER HAS SET THE  *
002987*                           BEFORE-IMAGE AND ANY NEW AMOUNT     *
002988*****************************************************************
002989 2080-CHECK-THRESHOLD.
002990     IF WS-BI-AMOUNT < ZERO
002991         COMPUTE WS-ABS-AMOUNT = ZERO - WS-BI-AMOUNT
002992     ELSE
002993         MOVE WS-BI-AMOUNT TO WS-ABS-AMOUNT
002994     END-IF
002995     IF TR-AMOUNT < ZERO
002996         COMPUTE WS-ABS-AFTER = ZERO - TR-AMOUNT
002997     ELSE
002998         MOVE TR-AMOUNT TO WS-ABS-AFTER
002999     END-IF
003000     IF WS-ABS-AFTER > WS-ABS-AMOUNT
003001         MOVE WS-ABS-AFTER TO WS-ABS-AMOUNT
003002     END-IF
003003     IF WS-ABS-AMOUNT > WS-THRESHOLD
003004         MOVE "Y" TO WS-OVER-SW
003005         DISPLAY "amount is over the approval threshold - "
003006             "this change will queue for a second supervisor"
003007     ELSE
003008         MOVE "N" TO WS-OVER-SW
003009     END-IF.
003010*
003011*****************************************************************
003012*    2050-EDIT-FUNCTION - ACCEPT THE RUN FUNCTION AND REJECT     *
003013*                         ANYTHING BUT CORRECT, DELETE, OR THE   *
003014*                         DISCREPANCY QUEUE                      *
003020*****************************************************************
003030 2050-EDIT-FUNCTION.
003036     DISPLAY "enter function (C=correct, D=delete, "
003042         "Q=discrepancy queue):"
003050     ACCEPT WS-FUNCTION-CODE
003060     IF FUNC-CORRECT OR FUNC-DELETE OR FUNC-QUEUE
003070         MOVE "Y" TO WS-FUNC-VALID-SW
003080     ELSE
003090         DISPLAY "function must be C, D, or Q"
003100         MOVE "N" TO WS-FUNC-VALID-SW
003110     END-IF.
003120*
003200     DISPLAY "enter corrected VAR1:"
003210     ACCEPT WS-NEW-VAR1
003220     MOVE WS-NEW-VAR1 TO TR-VAR1
003221     PERFORM 2150-POST-CORRECTION.
003222*
003223*****************************************************************
003224*    2150-POST-CORRECTION - REWRITE THE CORRECTED RECORD AND     *
003225*                           JOURNAL IT, OR QUEUE IT FOR A SECOND *
003226*                           SUPERVISOR WHEN OVER THE THRESHOLD   *
003227*****************************************************************
003228 2150-POST-CORRECTION.
003229     IF OVER-THRESHOLD
003230         PERFORM 2300-QUEUE-PENDING
003231     ELSE
003232         MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
003233         MOVE TR-KEY TO TR-OK-ENTRY-KEY
003234         MOVE TR-VAR1 TO TR-CK-VAR1
003235         MOVE TR-KEY TO TR-CK-ENTRY-KEY
003236         REWRITE TRAN-RECORD
003240             INVALID KEY
003250                 DISPLAY "rewrite failed for that key"
003260             NOT INVALID KEY
003270                 PERFORM 8000-WRITE-JOURNAL
003275                 MOVE "Y" TO WS-APPLIED-SW
003280                 DISPLAY "record updated."
003290         END-REWRITE
003292     END-IF.
003430                     DISPLAY "delete failed for that key"
003440                 NOT INVALID KEY
003450                     PERFORM 8000-WRITE-JOURNAL
003455                     MOVE "Y" TO WS-APPLIED-SW
003460                     DISPLAY "record deleted."
003470             END-DELETE
003472         END-IF
003505*                        PENDING-CHANGE QUEUE FOR A SECOND      *
003506*                        SUPERVISOR INSTEAD OF APPLYING IT -    *
003507*                        THE LOG IS NOT TOUCHED AND NOTHING IS  *
003509*                        JOURNALED UNTIL INAPR01 APPROVES, SO   *
003511*                        THE CHANGE IS QUEUED, NOT APPLIED      *
003512*****************************************************************
003513 2300-QUEUE-PENDING.
003533     MOVE WS-LOOKUP-DATE1 TO PD-TR-DATE
003534     MOVE WS-LOOKUP-TIM1 TO PD-TR-TIME
003536     MOVE WS-LOOKUP-SEQ1 TO PD-TR-SEQ
003514     MOVE WS-FUNCTION-CODE TO PD-FUNCTION
003515     MOVE OPERATOR-ID TO PD-REQUESTER-ID
003529             DISPLAY "a change is already pending for this "
003531                 "record - see INAPR01"
003532         NOT INVALID KEY
003546             MOVE "Y" TO WS-QUEUED-SW
003557             DISPLAY "change queued for approval - see INAPR01"
003567     END-WRITE.
003578*
003589*****************************************************************
003599*    2500-WORK-DISCREPANCIES - WALK THE VERIFY FILE AND OFFER    *
003611*                              EACH OPEN DOUBLE-KEY MISMATCH FOR *
003622*                              RESOLUTION, UNTIL THE QUEUE RUNS  *
003632*                              OUT OR THE SUPERVISOR ENDS IT     *
003643*****************************************************************
003654 2500-WORK-DISCREPANCIES.
003664     OPEN I-O VERF-FILE
003675     IF WS-VERF-NOT-FOUND
003686         DISPLAY "no VERIFY file on record - the discrepancy "
003696             "queue is empty"
003707         GO TO 2500-WORK-DISCREPANCIES-EXIT
003718     END-IF
003728     IF NOT WS-VERF-OK
003739         DISPLAY "unable to open VERIFY, file status: "
003751             WS-VERF-STATUS
003761         MOVE "Y" TO WS-ABORT-SW
003772         GO TO 2500-WORK-DISCREPANCIES-EXIT
003783     END-IF
003793     MOVE "Y" TO WS-VERF-OPEN-SW
003805     MOVE "N" TO WS-QUEUE-END-SW
003817     MOVE "N" TO WS-QUEUE-STOP-SW
003827     MOVE ZERO TO WS-OPEN-COUNT
003838     MOVE ZERO TO VF-TR-KEY
003849     START VERF-FILE KEY NOT < VF-TR-KEY
003859         INVALID KEY
003871             MOVE "Y" TO WS-QUEUE-END-SW
003882     END-START
003892     IF NOT QUEUE-AT-END
003903         PERFORM 2510-READ-VERF-NEXT
003914     END-IF
003924     PERFORM 2520-REVIEW-DISCREPANCY
003988         UNTIL QUEUE-AT-END OR QUEUE-STOPPED
003999     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
004009     DISPLAY "open discrepancies shown: " WS-COUNT-ED.
004021 2500-WORK-DISCREPANCIES-EXIT.
004033     EXIT.
004051*
004062*****************************************************************
004073*    2510-READ-VERF-NEXT - READ THE NEXT VERIFY RECORD IN KEY    *
004083*                          SEQUENCE                              *
004094*****************************************************************
004104 2510-READ-VERF-NEXT.
004113     READ VERF-FILE NEXT RECORD
004123         AT END
004132             MOVE "Y" TO WS-QUEUE-END-SW
004142     END-READ.
004152*
004161*****************************************************************
004171*    2520-REVIEW-DISCREPANCY - SHOW AN OPEN MISMATCH AND APPLY   *
004181*                              THE SUPERVISOR'S RESOLUTION -     *
004190*                              ONE WHO KEYED OR VERIFIED THE     *
004200*                              ENTRY MUST LEAVE IT TO ANOTHER    *
004210*****************************************************************
004219 2520-REVIEW-DISCREPANCY.
004229     IF VF-DISCREPANCY
004239         ADD 1 TO WS-OPEN-COUNT
004248         PERFORM 2530-SHOW-DISCREPANCY
004258         IF VF-KEY-OPERATOR = OPERATOR-ID
004268             OR VF-VERIFIER = OPERATOR-ID
004277             DISPLAY "you keyed or verified this entry - another "
004287                 "supervisor must resolve it"
004297         ELSE
004306             MOVE SPACE TO WS-RESOLVE-CHOICE
004316             PERFORM 2540-ACCEPT-RESOLUTION UNTIL RESOLVE-VALID
004326             IF RESOLVE-END
004335                 MOVE "Y" TO WS-QUEUE-STOP-SW
004345             ELSE
004355                 IF RESOLVE-KEEP
004364                     MOVE "K" TO VF-STATUS
004374                     PERFORM 2590-REWRITE-VERIFY
004384                 ELSE
004393                     IF NOT RESOLVE-SKIP
004403                         PERFORM 2550-RESOLVE-BY-FIX THRU
004413                             2550-RESOLVE-BY-FIX-EXIT
004422                     END-IF
004432                 END-IF
004442             END-IF
004451         END-IF
004461     END-IF
004471     IF NOT QUEUE-STOPPED
004480         PERFORM 2510-READ-VERF-NEXT
004490     END-IF.
004500*
004509*****************************************************************
004519*    2530-SHOW-DISCREPANCY - SHOW THE FIELDS AS LOGGED AND AS    *
004529*                            RE-KEYED, AND WHICH OF THEM DIFFER  *
004538*****************************************************************
004548 2530-SHOW-DISCREPANCY.
004558     MOVE VF-ORIG-AMOUNT TO WS-AMOUNT-ED
004567     MOVE VF-KEYED-AMOUNT TO WS-KEYED-AMOUNT-ED
004577     MOVE SPACES TO WS-DIFF-TEXT
004587     IF VF-VAR1-DIFFERS
004596         MOVE "CODE" TO WS-DIFF-TEXT(1:4)
004606     END-IF
004615     IF VF-TYPE-DIFFERS
004625         MOVE "TYPE" TO WS-DIFF-TEXT(6:4)
004635     END-IF
004644     IF VF-AMOUNT-DIFFERS
004654         MOVE "AMOUNT" TO WS-DIFF-TEXT(11:6)
004664     END-IF
004673     DISPLAY " "
004683     DISPLAY "entry:       " VF-TR-DATE "-" VF-TR-TIME "-"
004693         VF-TR-SEQ
004702     DISPLAY "keyed by:    " VF-KEY-OPERATOR "  verified by: "
004712         VF-VERIFIER " on " VF-VERIFY-DATE
004722     DISPLAY "as logged:   " VF-ORIG-VAR1 " " VF-ORIG-TYPE " "
004731         WS-AMOUNT-ED
004741     DISPLAY "as re-keyed: " VF-KEYED-VAR1 " " VF-KEYED-TYPE " "
004751         WS-KEYED-AMOUNT-ED
004760     DISPLAY "differs in:  " WS-DIFF-TEXT.
004770*
004780*****************************************************************
004789*    2540-ACCEPT-RESOLUTION - ASK HOW THE MISMATCH IS RESOLVED   *
004799*****************************************************************
004809 2540-ACCEPT-RESOLUTION.
004818     DISPLAY "K=keep as logged, C=correct entry, D=delete entry, "
004828         "S=skip, E=end:"
004838     ACCEPT WS-RESOLVE-CHOICE
004847     IF NOT RESOLVE-VALID
004857         DISPLAY "choice must be K, C, D, S, or E"
004867     END-IF.
004876*
004886*****************************************************************
004896*    2550-RESOLVE-BY-FIX - THE ORIGINAL KEYING WAS WRONG.  READ  *
004905*                          THE ENTRY AND CORRECT OR DELETE IT    *
004915*                          THROUGH THE USUAL PERIOD LOCK, DUAL   *
004925*                          CONTROL AND JOURNAL; THE DUAL-CONTROL *
004934*                          TEST WAITS FOR THE CORRECTED FIELDS.  *
004944*                          THE MISMATCH IS CLOSED ONLY WHEN THE  *
004954*                          CHANGE IS APPLIED; ONE QUEUED FOR     *
004963*                          APPROVAL STAYS OPEN AS FIX PENDING    *
004973*                          UNTIL INAPR01 DECIDES IT.  AN ENTRY   *
004983*                          ALREADY GONE FROM THE LOG IS CLOSED   *
004992*                          AS DELETED                            *
005002*****************************************************************
005012 2550-RESOLVE-BY-FIX.
005021     MOVE VF-TR-DATE TO WS-LOOKUP-DATE1
005031     MOVE VF-TR-TIME TO WS-LOOKUP-TIM1
005041     MOVE VF-TR-SEQ TO WS-LOOKUP-SEQ1
005050     MOVE VF-TR-KEY TO TR-KEY
005060     READ TRAN-FILE
005070         INVALID KEY
005079             CONTINUE
005089     END-READ
005098     IF NOT WS-TRAN-OK
005108         DISPLAY "entry is no longer on the log - closed as "
005118             "deleted"
005127         MOVE "X" TO VF-STATUS
005137         PERFORM 2590-REWRITE-VERIFY
005147         GO TO 2550-RESOLVE-BY-FIX-EXIT
005156     END-IF
005166     IF RESOLVE-CORRECT
005176         MOVE "C" TO WS-FUNCTION-CODE
005185         MOVE "CORRECT" TO WS-PERIOD-ACTION
005195     ELSE
005205         MOVE "D" TO WS-FUNCTION-CODE
005214         MOVE "DELETE" TO WS-PERIOD-ACTION
005224     END-IF
005234     MOVE TRAN-RECORD TO WS-BEFORE-IMAGE
005243     MOVE TR-KEY-DATE1 TO WS-PERIOD-CHECK-DATE
005253     MOVE TR-KEY-TIM1 TO WS-PERIOD-CHECK-TIME
005263     MOVE TR-KEY-SEQ TO WS-PERIOD-CHECK-SEQ
005272     PERFORM 7700-CHECK-PERIOD
005282     IF PERIOD-IS-CLOSED
005292         DISPLAY "discrepancy left open"
005301         GO TO 2550-RESOLVE-BY-FIX-EXIT
005311     END-IF
005321     MOVE "N" TO WS-APPLIED-SW
005330     MOVE "N" TO WS-QUEUED-SW
005340     IF FUNC-CORRECT
005350         PERFORM 2600-ACCEPT-FULL-CORRECTION
005359     END-IF
005369     PERFORM 2080-CHECK-THRESHOLD
005379     IF FUNC-CORRECT
005388         PERFORM 2150-POST-CORRECTION
005398     ELSE
005408         PERFORM 2200-APPLY-DELETION
005417     END-IF
005427     IF CHANGE-APPLIED
005437         IF FUNC-CORRECT
005446             MOVE "C" TO VF-STATUS
005456         ELSE
005466             MOVE "X" TO VF-STATUS
005475         END-IF
005485         PERFORM 2590-REWRITE-VERIFY
005495     ELSE
005504         IF CHANGE-QUEUED
005514             MOVE "P" TO VF-STATUS
005524             PERFORM 2590-REWRITE-VERIFY
005533         ELSE
005543             DISPLAY "discrepancy left open"
005553         END-IF
005562     END-IF.
005572 2550-RESOLVE-BY-FIX-EXIT.
005581     EXIT.
005591*
005601*****************************************************************
005610*    2590-REWRITE-VERIFY - STAMP THE RESOLVING SUPERVISOR ON     *
005620*                          A RESOLVED VERIFY RECORD AND PUT IT   *
005630*                          BACK - THE CALLER HAS SET THE NEW     *
005639*                          STATUS.  A FIX PENDING APPROVAL IS    *
005649*                          NOT YET RESOLVED AND IS NOT STAMPED   *
005659*****************************************************************
005668 2590-REWRITE-VERIFY.
005678     IF VF-RESOLVED
005688         MOVE OPERATOR-ID TO VF-RESOLVED-BY
005697         PERFORM 7500-GET-STAMP
005707         MOVE WS-STAMP-CCYYMMDD TO VF-RESOLVED-DATE
005717         MOVE WS-STAMP-TIME TO VF-RESOLVED-TIME
005726     END-IF
005736     REWRITE VERF-RECORD
005746         INVALID KEY
005755             DISPLAY "unable to update VERIFY, file status: "
005765                 WS-VERF-STATUS
005775         NOT INVALID KEY
005784             IF VF-RESOLVED
005794                 DISPLAY "discrepancy resolved."
005804             ELSE
005813                 DISPLAY "discrepancy open as fix pending - "
005823                     "INAPR01 closes it on approval"
005833             END-IF
005842     END-REWRITE.
005852*
005862*****************************************************************
005871*    2600-ACCEPT-FULL-CORRECTION - A MISMATCH MAY LIE IN THE     *
005881*                                  CODE, THE TYPE OR THE AMOUNT, *
005891*                                  SO ALL THREE MAY BE           *
005900*                                  CORRECTED - A BLANK KEEPS     *
005910*                                  THE FIELD                     *
005920*****************************************************************
005929 2600-ACCEPT-FULL-CORRECTION.
005939     DISPLAY "current VAR1: " TR-VAR1
005949     DISPLAY "enter corrected VAR1 (blank keeps it):"
005958     ACCEPT WS-NEW-VAR1
005968     IF WS-NEW-VAR1 NOT = SPACES
005978         MOVE WS-NEW-VAR1 TO TR-VAR1
005987     END-IF
005997     MOVE "N" TO WS-FIELD-OK-SW
006007     PERFORM 2610-ACCEPT-NEW-TYPE UNTIL FIELD-IS-OK
006016     MOVE "N" TO WS-FIELD-OK-SW
006026     PERFORM 2620-ACCEPT-NEW-AMOUNT UNTIL FIELD-IS-OK.
006036*
006045*****************************************************************
006055*    2610-ACCEPT-NEW-TYPE - A CORRECTED TYPE MUST BE CR, DB OR   *
006064*                           AD                                   *
006074*****************************************************************
006084 2610-ACCEPT-NEW-TYPE.
006093     DISPLAY "current type: " TR-TYPE-CODE
006103     DISPLAY "enter corrected type (blank keeps it):"
006113     ACCEPT WS-NEW-TYPE
006122     IF WS-NEW-TYPE = SPACES
006132         MOVE "Y" TO WS-FIELD-OK-SW
006142     ELSE
006151         IF NEW-TYPE-VALID
006161             MOVE WS-NEW-TYPE TO TR-TYPE-CODE
006171             MOVE "Y" TO WS-FIELD-OK-SW
006180         ELSE
006190             DISPLAY "type must be CR, DB or AD"
006200         END-IF
006209     END-IF.
006219*
006229*****************************************************************
006238*    2620-ACCEPT-NEW-AMOUNT - ACCEPT A CORRECTED SIGNED AMOUNT   *
006248*                             IN CENTS AS INPUT01 DOES           *
006258*****************************************************************
006267 2620-ACCEPT-NEW-AMOUNT.
006277     MOVE TR-AMOUNT TO WS-AMOUNT-ED
006287     DISPLAY "current amount: " WS-AMOUNT-ED
006296     DISPLAY "enter corrected amount in cents (blank keeps it):"
006306     ACCEPT WS-AMOUNT-IN
006316     IF WS-AMOUNT-IN = SPACES
006325         MOVE "Y" TO WS-FIELD-OK-SW
006335     ELSE
006345         PERFORM 2650-EDIT-AMOUNT
006354         IF AMT-IS-VALID
006364             MOVE WS-NEW-AMOUNT TO TR-AMOUNT
006374             MOVE "Y" TO WS-FIELD-OK-SW
006383         ELSE
006393             DISPLAY "amount must be up to nine digits, "
006403                 "with an optional leading -"
006412         END-IF
006422     END-IF.
006432*
006441*****************************************************************
006451*    2650-EDIT-AMOUNT - EDIT THE KEYED AMOUNT NUMERIC AND        *
006461*                       CONVERT IT, TWO DECIMALS ASSUMED         *
006470*****************************************************************
006480 2650-EDIT-AMOUNT.
006490     MOVE "Y" TO WS-AMT-VALID-SW
006499     MOVE "N" TO WS-AMT-NEG-SW
006509     MOVE "N" TO WS-AMT-DIGIT-SW
006519     MOVE "N" TO WS-AMT-END-SW
006528     MOVE ZERO TO WS-AMOUNT-NUM
006538     MOVE ZERO TO WS-AMT-DIGIT-COUNT
006547     MOVE 1 TO WS-AMT-SUB
006557     IF WS-AMOUNT-IN(1:1) = "-"
006567         MOVE "Y" TO WS-AMT-NEG-SW
006576         MOVE 2 TO WS-AMT-SUB
006586     END-IF
006596     PERFORM 2660-SCAN-AMOUNT-CHAR
006605         UNTIL WS-AMT-SUB > 10
006615         OR NOT AMT-IS-VALID
006625     IF NOT AMT-DIGIT-SEEN
006634         MOVE "N" TO WS-AMT-VALID-SW
006644     END-IF
006654     IF AMT-IS-VALID
006663         IF AMT-IS-NEGATIVE
006673             COMPUTE WS-NEW-AMOUNT = ZERO - WS-AMOUNT-NUM / 100
006683         ELSE
006692             COMPUTE WS-NEW-AMOUNT = WS-AMOUNT-NUM / 100
006702         END-IF
006712     END-IF.
006721*
006731*****************************************************************
006741*    2660-SCAN-AMOUNT-CHAR - EDIT AND ACCUMULATE ONE CHARACTER   *
006750*                            OF THE KEYED AMOUNT                 *
006760*****************************************************************
006770 2660-SCAN-AMOUNT-CHAR.
006779     IF WS-AMOUNT-IN(WS-AMT-SUB:1) = SPACE
006789         MOVE "Y" TO WS-AMT-END-SW
006799     ELSE
006808         IF AMT-ENDED
006818             MOVE "N" TO WS-AMT-VALID-SW
006828         ELSE
006837             IF WS-AMOUNT-IN(WS-AMT-SUB:1) IS NUMERIC
006847                 ADD 1 TO WS-AMT-DIGIT-COUNT
006857                 IF WS-AMT-DIGIT-COUNT > 9
006866                     MOVE "N" TO WS-AMT-VALID-SW
006876                 ELSE
006886                     MOVE WS-AMOUNT-IN(WS-AMT-SUB:1) TO
006895                         WS-AMT-DIGIT
006905                     COMPUTE WS-AMOUNT-NUM =
006915                         WS-AMOUNT-NUM * 10 + WS-AMT-DIGIT
006924                     MOVE "Y" TO WS-AMT-DIGIT-SW
006934                 END-IF
006944             ELSE
006953                 MOVE "N" TO WS-AMT-VALID-SW
006963             END-IF
006973         END-IF
006982     END-IF
006992     ADD 1 TO WS-AMT-SUB.
003510*
003520*****************************************************************
003530*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
003910             WS-JRNL-STATUS
003920     END-IF.
003930*
003931*****************************************************************
003932*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
003933*                        CHECK DATE AND, IF ACCOUNTING HAS       *
003934*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
003935*                        THE REFUSAL - THE CALLER HAS SET THE    *
003936*                        CHECK KEY AND THE ACTION                *
003937*****************************************************************
003938 7700-CHECK-PERIOD.
003939     MOVE "N" TO WS-PERIOD-CLOSED-SW
003940     IF PERD-FILE-OPEN
003941         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
003942         READ PERD-FILE
003943             INVALID KEY
003944                 CONTINUE
003945         END-READ
003946         IF WS-PERD-OK
003947             AND PC-CLOSED
003948             MOVE "Y" TO WS-PERIOD-CLOSED-SW
003949             DISPLAY "period " PC-PERIOD " was closed on "
003950                 PC-CLOSE-DATE " by " PC-CLOSED-BY
003951                 " - no change may be made to it"
003952             PERFORM 7750-LOG-PERIOD-REFUSAL
003953         END-IF
003954     END-IF.
003955*
003956*****************************************************************
003957*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
003958*                              ACTION TO THE PERIOD-LOCK LOG     *
003959*****************************************************************
003960 7750-LOG-PERIOD-REFUSAL.
003961     IF PERL-FILE-OPEN
003962         PERFORM 7500-GET-STAMP
003963         MOVE WS-STAMP-CCYYMMDD TO PL-STAMP-DATE
003964         MOVE WS-STAMP-TIME TO PL-STAMP-TIME
003965         MOVE "INFIX01" TO PL-PROGRAM
003966         MOVE OPERATOR-ID TO PL-OPERATOR-ID
003967         MOVE WS-PERIOD-ACTION TO PL-ACTION
003968         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
003969         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
003970         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
003971         MOVE PC-PERIOD TO PL-PERIOD
003972         WRITE PERL-RECORD
003973         IF NOT WS-PERL-OK
003974             DISPLAY "unable to write PERLOG, file status: "
003975                 WS-PERL-STATUS
003976         END-IF
003977     END-IF.
003978*
003979*****************************************************************
003980*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
003981*****************************************************************
003982 9000-TERMINATE.
003983     IF SECL-FILE-OPEN
003990         CLOSE SECL-FILE
004000     END-IF
004010     CLOSE TRAN-FILE
004020     CLOSE JRNL-FILE
004030     CLOSE PEND-FILE
004032     IF PERD-FILE-OPEN
004034         CLOSE PERD-FILE
004036     END-IF
004038     IF PERL-FILE-OPEN
004040         CLOSE PERL-FILE
004042     END-IF
004044     IF VERF-FILE-OPEN
004046         CLOSE VERF-FILE
004048     END-IF
004050     IF RUN-ABORTED
004060         MOVE 8 TO RETURN-CODE
004070     ELSE
