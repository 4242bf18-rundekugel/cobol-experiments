000110*                 CHECKPOINT TRNCKPT, SO A TRAINEE CAN KEY A    *
000120*                 WHOLE SESSION WITHOUT TOUCHING PRODUCTION.    *
000130*                 EVERY PROMPT CARRIES A TRAINING BANNER.       *
000140*                 THE MASTERS ARE OPENED READ-ONLY AND          *
000150*                 CONFIRMED OVER-WARNING ENTRIES ARE NOT        *
000160*                 LOGGED TO LIMWARN - NOTHING FROM A PRACTICE   *
000170*                 SESSION REACHES A PRODUCTION FILE.  SIGN-ON   *
000175*                 IS THE EXCEPTION - IT IS THE SAME AS IN       *
000176*                 PRODUCTION, SO THE PASSWORD COUNT, LOCKOUT    *
000177*                 AND SECLOG APPLY HERE TOO.  TRAINERS          *
000190*                 REVIEW THE SESSION WITH INTRP01.              *
000200*                 KEPT IN STEP WITH INPUT01 - A CHANGE TO THE   *
000210*                 CAPTURE OR EDIT FLOW THERE BELONGS HERE TOO.  *
000240*    ------------------------------------------------------     *
000250*    2026-09-02  DK  ORIGINAL - CLONED FROM INPUT01'S CAPTURE   *
000260*                    FLOW AGAINST THE PRACTICE FILES.           *
000261*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE OPERATOR'S        *
000262*                    PASSWORD, AS IN INPUT01.  THE SECURITY     *
000263*                    MASTER IS OPENED FOR UPDATE SO WRONG       *
000264*                    PASSWORDS COUNT TOWARD THE LOCKOUT, AND    *
000265*                    FAILED SIGN-ONS ARE NOW LOGGED TO SECLOG - *
000266*                    OTHERWISE TRAINING WOULD BE A WAY TO GUESS *
000267*                    A PASSWORD UNSEEN.                         *
000268*    2026-10-15  DK  PRACTICE ENTRIES ARE STAMPED WITH CAPTURE  *
000269*                    SOURCE O, AS INPUT01 STAMPS THEM.          *
000270*    2026-10-15  DK  THE OPERATOR AND CODE KEYS ARE BUILT ON    *
000271*                    EACH ENTRY BEFORE THE WRITE, AS INPUT01    *
000272*                    NOW DOES FOR THE LIVE LOG.                 *
000273*                                                                *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. INTRN01.
000580         RECORD KEY IS OM-OPERATOR-ID
000590         FILE STATUS IS WS-OPER-STATUS.
000600*
000602     SELECT SECL-FILE ASSIGN TO "SECLOG"
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS WS-SECL-STATUS.
000608*
000610     SELECT BUSD-FILE ASSIGN TO "BUSDATE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-BUSD-STATUS.
001040     LABEL RECORDS ARE STANDARD.
001050     COPY OPERMST.
001060*
001061*****************************************************************
001062*    SECL-FILE - SIGN-ON SECURITY LOG OF FAILED ATTEMPTS        *
001063*****************************************************************
001064 FD  SECL-FILE
001065     RECORDING MODE IS F
001066     LABEL RECORDS ARE STANDARD.
001067     COPY SECLREC.
001068*
001070*****************************************************************
001080*    BUSD-FILE - PROCESSING-CALENDAR CONTROL FILE                *
001090*****************************************************************
001260 01  TIM1                    PIC X(06).
001270*
001280     COPY OPERID.
001285     COPY PWDRULE.
001290*
001300 01  WS-CKPT-STATUS          PIC X(02).
001310     88  WS-CKPT-FOUND                       VALUE "00".
001420     88  WS-OPER-OK                          VALUE "00".
001430     88  WS-OPER-FOUND                       VALUE "00".
001440*
001442 01  WS-SECL-STATUS          PIC X(02).
001444     88  WS-SECL-OK                          VALUE "00".
001446     88  WS-SECL-NOT-FOUND                   VALUE "35".
001448*
001450 01  WS-BUSD-STATUS          PIC X(02).
001460     88  WS-BUSD-OK                          VALUE "00".
001470*
001660         88  VALV-FILE-OPEN                  VALUE "Y".
001670     05  WS-OPER-OPEN-SW     PIC X(01)       VALUE "N".
001680         88  OPER-FILE-OPEN                  VALUE "Y".
001685     05  WS-SECL-OPEN-SW     PIC X(01)       VALUE "N".
001686         88  SECL-FILE-OPEN                  VALUE "Y".
001690     05  WS-LIMV-OPEN-SW     PIC X(01)       VALUE "N".
001700         88  LIMV-FILE-OPEN                  VALUE "Y".
001710     05  WS-TYPE-VALID-SW    PIC X(01)       VALUE "N".
002320     DISPLAY "*** entries go to the practice log - nothing "
002330         "reaches production ***"
002340     PERFORM 1100-RESET-SWITCHES
002350     OPEN I-O OPER-FILE
002360     IF WS-OPER-OK
002370         MOVE "Y" TO WS-OPER-OPEN-SW
002380     ELSE
002410         MOVE "Y" TO WS-SENTINEL-SW
002420         GO TO 1000-INITIALIZE-EXIT
002430     END-IF
002431     OPEN EXTEND SECL-FILE
002432     IF WS-SECL-NOT-FOUND
002433         OPEN OUTPUT SECL-FILE
002434     END-IF
002435     IF WS-SECL-OK
002436         MOVE "Y" TO WS-SECL-OPEN-SW
002437     ELSE
002438         DISPLAY "unable to open SECLOG - attempts not logged"
002439     END-IF
002440     PERFORM 1200-EDIT-OPERATOR-ID UNTIL OPID-IS-VALID
002450     MOVE ZERO TO WS-RECORD-COUNT
002460     OPEN INPUT CKPT-FILE
003040     MOVE "N" TO WS-TRAN-OPEN-SW
003050     MOVE "N" TO WS-VALV-OPEN-SW
003060     MOVE "N" TO WS-OPER-OPEN-SW
003065     MOVE "N" TO WS-SECL-OPEN-SW
003070     MOVE "N" TO WS-LIMV-OPEN-SW
003080     MOVE "N" TO WS-SEQ-EXH-SW
003090     MOVE "N" TO WS-LIMIT-OK-SW
003140*                            ALL-SPACES ENTRY, AND VALIDATE THE  *
003150*                            SIGN-ON AGAINST THE SECURITY        *
003160*                            MASTER - A FAILED ATTEMPT IS       *
003170*                            LOGGED TO SECLOG, AS IN INPUT01     *
003200*****************************************************************
003210 1200-EDIT-OPERATOR-ID.
003220     DISPLAY "TRAINING: enter operator id:"
003300*****************************************************************
003310*    1250-CHECK-OPERATOR - LOOK THE SIGN-ON UP ON THE SECURITY  *
003320*                          MASTER AND REJECT AN ID NOT ON FILE  *
003330*                          OR REVOKED, LOGGING THE FAILED       *
003335*                          ATTEMPT, THEN CHECK THE PASSWORD     *
003340*****************************************************************
003350 1250-CHECK-OPERATOR.
003360     MOVE OPERATOR-ID TO OM-OPERATOR-ID
003370     READ OPER-FILE
003380         INVALID KEY
003390             DISPLAY "operator id not on security master"
003395             MOVE "NOT ON SECURITY FILE" TO SL-REASON
003397             PERFORM 1300-LOG-SIGNON-FAILURE
003400             MOVE "N" TO WS-OPID-VALID-SW
003410     END-READ
003420     IF WS-OPER-FOUND
003430         IF OM-REVOKED
003440             DISPLAY "operator id is revoked"
003445             MOVE "OPERATOR REVOKED" TO SL-REASON
003447             PERFORM 1300-LOG-SIGNON-FAILURE
003450             MOVE "N" TO WS-OPID-VALID-SW
003460         ELSE
003470             PERFORM 1260-CHECK-PASSWORD THRU
003475                 1260-CHECK-PASSWORD-EXIT
003480         END-IF
003490     END-IF.
003491*
003492*****************************************************************
003493*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003494*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003495*                          CHECK THE PASSWORD - A BAD ONE IS     *
003496*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003497*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003498*                          COUNT AND FORCES A CHANGE WHEN THE    *
003499*                          PASSWORD HAS EXPIRED                  *
003500*****************************************************************
003501 1260-CHECK-PASSWORD.
003502     MOVE "N" TO WS-OPID-VALID-SW
003503     IF OM-LOCKED
003504         DISPLAY "operator id is locked out - a supervisor "
003505             "must reset it through INOPR01"
003506         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003507         PERFORM 1300-LOG-SIGNON-FAILURE
003508         GO TO 1260-CHECK-PASSWORD-EXIT
003509     END-IF
003510     IF OM-PASSWORD = SPACES
003511         DISPLAY "no password is set for this operator id - "
003512             "a supervisor must set it through INOPR01"
003513         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003514         PERFORM 1300-LOG-SIGNON-FAILURE
003515         GO TO 1260-CHECK-PASSWORD-EXIT
003516     END-IF
003517     DISPLAY "enter password:"
003518     ACCEPT WS-PWD-ENTERED
003519     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003520         PERFORM 1270-COUNT-BAD-PASSWORD
003521         GO TO 1260-CHECK-PASSWORD-EXIT
003522     END-IF
003523     ACCEPT DATE1 FROM DATE
003524     PERFORM 2200-FORMAT-DATE1
003525     COMPUTE WS-PWD-TODAY = WS-DATE1-CCYY * 10000
003526         + WS-DATE1-MM * 100 + WS-DATE1-DD
003527     MOVE "N" TO WS-PWD-UPDATE-SW
003528     IF OM-FAIL-COUNT > ZERO
003529         MOVE ZERO TO OM-FAIL-COUNT
003530         MOVE "Y" TO WS-PWD-UPDATE-SW
003531     END-IF
003532     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003533         DISPLAY "your password has expired - choose a new one"
003534         MOVE "N" TO WS-PWD-NEW-SW
003535         PERFORM 1280-ACCEPT-NEW-PASSWORD
003536             UNTIL NEW-PASSWORD-IS-OK
003537         MOVE WS-PWD-NEW TO OM-PASSWORD
003538         PERFORM 1285-SET-PASSWORD-EXPIRY
003539         MOVE "Y" TO WS-PWD-UPDATE-SW
003540     END-IF
003541     IF OPERATOR-NEEDS-UPDATE
003542         PERFORM 1290-REWRITE-OPERATOR
003543     END-IF
003544     MOVE "Y" TO WS-OPID-VALID-SW.
003545 1260-CHECK-PASSWORD-EXIT.
003546     EXIT.
003547*
003548*****************************************************************
003549*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
003550*                              MASTER, LOCK THE OPERATOR OUT     *
003551*                              WHEN THE COUNT REACHES THE LIMIT, *
003552*                              AND LOG THE FAILED ATTEMPT        *
003553*****************************************************************
003554 1270-COUNT-BAD-PASSWORD.
003555     ADD 1 TO OM-FAIL-COUNT
003556     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
003557         DISPLAY "password is incorrect"
003558         MOVE "INVALID PASSWORD" TO SL-REASON
003559     ELSE
003560         MOVE "Y" TO OM-LOCK-FLAG
003561         DISPLAY "password is incorrect - operator id is now "
003562             "locked out"
003563         MOVE "PASSWORD LOCKOUT" TO SL-REASON
003564     END-IF
003565     PERFORM 1290-REWRITE-OPERATOR
003566     PERFORM 1300-LOG-SIGNON-FAILURE.
003567*
003568*****************************************************************
003569*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
003570*                               REJECT A BLANK ONE, THE OLD ONE, *
003571*                               OR TWO ENTRIES THAT DISAGREE     *
003572*****************************************************************
003573 1280-ACCEPT-NEW-PASSWORD.
003574     DISPLAY "enter new password:"
003575     ACCEPT WS-PWD-NEW
003576     DISPLAY "re-enter new password:"
003577     ACCEPT WS-PWD-CONFIRM
003578     IF WS-PWD-NEW = SPACES
003579         DISPLAY "password may not be blank"
003580     ELSE
003581         IF WS-PWD-NEW = OM-PASSWORD
003582             DISPLAY "new password must differ from the old one"
003583         ELSE
003584             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
003585                 DISPLAY "the two entries do not match"
003586             ELSE
003587                 MOVE "Y" TO WS-PWD-NEW-SW
003588             END-IF
003589         END-IF
003590     END-IF.
003591*
003592*****************************************************************
003593*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
003594*                               THE SET NUMBER OF MONTHS FROM    *
003595*                               TODAY, HELD TO THE 28TH SO THE   *
003596*                               DATE IS VALID IN EVERY MONTH     *
003597*****************************************************************
003598 1285-SET-PASSWORD-EXPIRY.
003599     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
003600     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
003601     IF WS-PWD-EXP-MM > 12
003602         SUBTRACT 12 FROM WS-PWD-EXP-MM
003603         ADD 1 TO WS-PWD-EXP-CCYY
003604     END-IF
003605     IF WS-PWD-EXP-DD > 28
003606         MOVE 28 TO WS-PWD-EXP-DD
003607     END-IF
003608     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
003609*
003610*****************************************************************
003611*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
003612*                            BACK ON THE SECURITY MASTER         *
003613*****************************************************************
003614 1290-REWRITE-OPERATOR.
003615     REWRITE OPER-RECORD
003616         INVALID KEY
003617             DISPLAY "unable to update OPERMAST, file status: "
003618                 WS-OPER-STATUS
003619     END-REWRITE.
003620*
003621*****************************************************************
003622*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
003623*                              SIGN-ON ATTEMPT TO THE SECURITY  *
003624*                              LOG                              *
003625*****************************************************************
003626 1300-LOG-SIGNON-FAILURE.
003627     IF SECL-FILE-OPEN
003628         ACCEPT DATE1 FROM DATE
003629         ACCEPT TIM1 FROM TIME
003630         PERFORM 2200-FORMAT-DATE1
003631         COMPUTE SL-STAMP-DATE = WS-DATE1-CCYY * 10000
003632             + WS-DATE1-MM * 100 + WS-DATE1-DD
003633         MOVE TIM1 TO SL-STAMP-TIME
003634         MOVE "INTRN01" TO SL-PROGRAM
003635         MOVE OPERATOR-ID TO SL-OPERATOR-ID
003636         WRITE SECL-RECORD
003637         IF NOT WS-SECL-OK
003638             DISPLAY "unable to write SECLOG, file status: "
003639                 WS-SECL-STATUS
003640         END-IF
003641     END-IF.
003642*
003643*****************************************************************
003644*    1400-READ-BUSINESS-DATE - PICK UP THE CURRENT BUSINESS     *
003645*                              DATE FROM THE PROCESSING-        *
003646*                              CALENDAR CONTROL FILE AND EDIT   *
003647*                              IT FOR THE LOGGED RECORDS - NO   *
003648*                              CALENDAR MEANS NO SESSION        *
003649*****************************************************************
003650 1400-READ-BUSINESS-DATE.
003651     OPEN INPUT BUSD-FILE
003652     IF NOT WS-BUSD-OK
003653         DISPLAY "unable to open BUSDATE, file status: "
003654             WS-BUSD-STATUS " - run INBDT01 to build it"
003655         MOVE "Y" TO WS-SENTINEL-SW
003656         MOVE "Y" TO WS-ABORT-SW
003657     ELSE
003660         READ BUSD-FILE
003670             AT END
003680                 DISPLAY "BUSDATE is empty - run INBDT01"
004180         COMPUTE TR-CAPTURE-DATE = WS-DATE1-CCYY * 10000
004190             + WS-DATE1-MM * 100 + WS-DATE1-DD
004200         MOVE OPERATOR-ID   TO TR-OPERATOR-ID
004201         MOVE "O"           TO TR-SOURCE-CODE
004202         MOVE SPACES        TO TR-SOURCE-SITE
004210         MOVE ZERO TO TR-KEY-SEQ
004220         MOVE "N" TO WS-SEQ-EXH-SW
004230         PERFORM 2500-WRITE-TRAN-RECORD
005880*                            DOES AGAINST THE LIVE LOG          *
005890*****************************************************************
005900 2500-WRITE-TRAN-RECORD.
005902     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
005904     MOVE TR-KEY TO TR-OK-ENTRY-KEY
005906     MOVE TR-VAR1 TO TR-CK-VAR1
005908     MOVE TR-KEY TO TR-CK-ENTRY-KEY
005910     WRITE TRAN-RECORD
005920         INVALID KEY
005930             IF TR-KEY-SEQ < 999
006870     IF OPER-FILE-OPEN
006880         CLOSE OPER-FILE
006890     END-IF
006892     IF SECL-FILE-OPEN
006894         CLOSE SECL-FILE
006896     END-IF
006900     IF VALV-FILE-OPEN
006910         CLOSE VALV-FILE
006920     END-IF
