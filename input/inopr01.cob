000070*                 AUTHORITY LEVEL, CHANGES THE LEVEL, REVOKES   *
000080*                 AN OPERATOR, OR REINSTATES ONE.  A REVOKED    *
000090*                 OPERATOR STAYS ON FILE FOR THE AUDIT TRAIL    *
000100*                 BUT CAN NO LONGER SIGN ON.  ALSO RESETS A     *
000105*                 FORGOTTEN PASSWORD AND CLEARS A LOCKOUT.      *
000110*                 MAINTENANCE ITSELF REQUIRES AN ACTIVE-        *
000115*                 SUPERVISOR SIGN-ON                            *
000120*                 - WAIVED ONLY WHILE THE MASTER IS EMPTY SO    *
000130*                 THE FIRST SUPERVISOR CAN BE BOOTSTRAPPED.     *
000140*                                                                *
000210*                    ALTERED FROM AN OPEN TERMINAL.  SIGN-ON    *
000220*                    IS WAIVED ONLY WHILE THE MASTER IS EMPTY   *
000230*                    SO THE FIRST SUPERVISOR CAN BE ADDED.      *
000231*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE SUPERVISOR'S      *
000232*                    PASSWORD, COUNTED AND LOCKED OUT AS IN     *
000233*                    EVERY OTHER SIGN-ON.  AN ADD NOW SETS AN   *
000234*                    INITIAL PASSWORD, AND THE NEW P FUNCTION   *
000235*                    RESETS A FORGOTTEN PASSWORD AND CLEARS A   *
000236*                    LOCKOUT.  BOTH PASSWORDS ARE ISSUED        *
000237*                    ALREADY EXPIRED, SO THE OPERATOR MUST      *
000238*                    CHOOSE A NEW ONE AT THE NEXT SIGN-ON.  A   *
000239*                    SUPERVISOR MAY NOT RESET THEIR OWN ID.     *
000240*                                                                *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000720     88  WS-SECL-NOT-FOUND                    VALUE "35".
000730*
000740     COPY OPERID.
000745     COPY PWDRULE.
000750*
000760 01  WS-SWITCHES.
000770     05  WS-DONE-SW              PIC X(01)   VALUE "N".
000920     88  FUNC-CHANGE                          VALUE "C".
000930     88  FUNC-REVOKE                          VALUE "R".
000940     88  FUNC-REINSTATE                       VALUE "I".
000945     88  FUNC-RESET-PASSWORD                  VALUE "P".
000950     88  FUNC-END                             VALUE "E".
000960     88  FUNC-IS-VALID                        VALUE "A" "C"
000970                                              "R" "I" "P" "E".
000980*
000990 01  WS-MAINT-ID                  PIC X(08).
001000 01  WS-MAINT-NAME                PIC X(30).
001280*                      MASTER IS STILL EMPTY (BOOTSTRAP)         *
001290*****************************************************************
001300 1000-INITIALIZE.
001305     MOVE SPACES TO OPERATOR-ID
001310     OPEN I-O OPER-FILE
001320     IF WS-OPER-NOT-FOUND
001330         DISPLAY "operator master not found - creating it"
002170             MOVE "Y" TO WS-ABORT-SW
002180         ELSE
002190             IF OM-SUPERVISOR
002200                 PERFORM 1260-CHECK-PASSWORD THRU
002205                     1260-CHECK-PASSWORD-EXIT
002210             ELSE
002220                 DISPLAY "operator maintenance requires "
002230                     "supervisor authority"
002270             END-IF
002280         END-IF
002290     END-IF.
002291*
002292*****************************************************************
002293*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
002294*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
002295*                          CHECK THE PASSWORD - A BAD ONE IS     *
002296*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
002297*                          THE LIMIT, A GOOD ONE CLEARS THE      *
002298*                          COUNT AND FORCES A CHANGE WHEN THE    *
002299*                          PASSWORD HAS EXPIRED                  *
002300*****************************************************************
002301 1260-CHECK-PASSWORD.
002302     MOVE "N" TO WS-OPID-VALID-SW
002303     IF OM-LOCKED
002304         DISPLAY "operator id is locked out - a supervisor "
002305             "must reset it through INOPR01"
002306         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
002307         PERFORM 1300-LOG-SIGNON-FAILURE
002308         MOVE "Y" TO WS-ABORT-SW
002309         GO TO 1260-CHECK-PASSWORD-EXIT
002310     END-IF
002311     IF OM-PASSWORD = SPACES
002312         DISPLAY "no password is set for this operator id - "
002313             "a supervisor must set it through INOPR01"
002314         MOVE "NO PASSWORD ON FILE" TO SL-REASON
002315         PERFORM 1300-LOG-SIGNON-FAILURE
002316         MOVE "Y" TO WS-ABORT-SW
002317         GO TO 1260-CHECK-PASSWORD-EXIT
002318     END-IF
002319     DISPLAY "enter password:"
002320     ACCEPT WS-PWD-ENTERED
002321     IF WS-PWD-ENTERED NOT = OM-PASSWORD
002322         PERFORM 1270-COUNT-BAD-PASSWORD
002323         MOVE "Y" TO WS-ABORT-SW
002324         GO TO 1260-CHECK-PASSWORD-EXIT
002325     END-IF
002326     PERFORM 7500-GET-STAMP
002327     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
002328     MOVE "N" TO WS-PWD-UPDATE-SW
002329     IF OM-FAIL-COUNT > ZERO
002330         MOVE ZERO TO OM-FAIL-COUNT
002331         MOVE "Y" TO WS-PWD-UPDATE-SW
002332     END-IF
002333     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
002334         DISPLAY "your password has expired - choose a new one"
002335         MOVE "N" TO WS-PWD-NEW-SW
002336         PERFORM 1280-ACCEPT-NEW-PASSWORD
002337             UNTIL NEW-PASSWORD-IS-OK
002338         MOVE WS-PWD-NEW TO OM-PASSWORD
002339         PERFORM 1285-SET-PASSWORD-EXPIRY
002340         MOVE "Y" TO WS-PWD-UPDATE-SW
002341     END-IF
002342     IF OPERATOR-NEEDS-UPDATE
002343         PERFORM 1290-REWRITE-OPERATOR
002344     END-IF
002345     MOVE "Y" TO WS-OPID-VALID-SW.
002346 1260-CHECK-PASSWORD-EXIT.
002347     EXIT.
002348*
002349*****************************************************************
002350*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
002351*                              MASTER, LOCK THE OPERATOR OUT     *
002352*                              WHEN THE COUNT REACHES THE LIMIT, *
002353*                              AND LOG THE FAILED ATTEMPT        *
002354*****************************************************************
002355 1270-COUNT-BAD-PASSWORD.
002356     ADD 1 TO OM-FAIL-COUNT
002357     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
002358         DISPLAY "password is incorrect"
002359         MOVE "INVALID PASSWORD" TO SL-REASON
002360     ELSE
002361         MOVE "Y" TO OM-LOCK-FLAG
002362         DISPLAY "password is incorrect - operator id is now "
002363             "locked out"
002364         MOVE "PASSWORD LOCKOUT" TO SL-REASON
002365     END-IF
002366     PERFORM 1290-REWRITE-OPERATOR
002367     PERFORM 1300-LOG-SIGNON-FAILURE.
002368*
002369*****************************************************************
002370*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
002371*                               REJECT A BLANK ONE, THE OLD ONE, *
002372*                               OR TWO ENTRIES THAT DISAGREE     *
002373*****************************************************************
002374 1280-ACCEPT-NEW-PASSWORD.
002375     DISPLAY "enter new password:"
002376     ACCEPT WS-PWD-NEW
002377     DISPLAY "re-enter new password:"
002378     ACCEPT WS-PWD-CONFIRM
002379     IF WS-PWD-NEW = SPACES
002380         DISPLAY "password may not be blank"
002381     ELSE
002382         IF WS-PWD-NEW = OM-PASSWORD
002383             DISPLAY "new password must differ from the old one"
002384         ELSE
002385             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
002386                 DISPLAY "the two entries do not match"
002387             ELSE
002388                 MOVE "Y" TO WS-PWD-NEW-SW
002389             END-IF
002390         END-IF
002391     END-IF.
002392*
002393*****************************************************************
002394*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
002395*                               THE SET NUMBER OF MONTHS FROM    *
002396*                               TODAY, HELD TO THE 28TH SO THE   *
002397*                               DATE IS VALID IN EVERY MONTH     *
002398*****************************************************************
002399 1285-SET-PASSWORD-EXPIRY.
002400     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
002401     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
002402     IF WS-PWD-EXP-MM > 12
002403         SUBTRACT 12 FROM WS-PWD-EXP-MM
002404         ADD 1 TO WS-PWD-EXP-CCYY
002405     END-IF
002406     IF WS-PWD-EXP-DD > 28
002407         MOVE 28 TO WS-PWD-EXP-DD
002408     END-IF
002409     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
002410*
002411*****************************************************************
002412*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
002413*                            BACK ON THE SECURITY MASTER         *
002414*****************************************************************
002415 1290-REWRITE-OPERATOR.
002416     REWRITE OPER-RECORD
002417         INVALID KEY
002418             DISPLAY "unable to update OPERMAST, file status: "
002419                 WS-OPER-STATUS
002420     END-REWRITE.
002421*
002422*****************************************************************
002423*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
002424*                              SIGN-ON ATTEMPT TO THE SECURITY  *
002425*                              LOG                              *
002426*****************************************************************
002427 1300-LOG-SIGNON-FAILURE.
002428     IF SECL-FILE-OPEN
002429         PERFORM 7500-GET-STAMP
002430         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
002431         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
002432         MOVE "INOPR01" TO SL-PROGRAM
002433         MOVE OPERATOR-ID TO SL-OPERATOR-ID
002434         WRITE SECL-RECORD
002440         IF NOT WS-SECL-OK
002450             DISPLAY "unable to write SECLOG, file status: "
002460                 WS-SECL-STATUS
002530*****************************************************************
002540 2000-PROCESS-FUNCTION.
002550     DISPLAY "enter function (A=add, C=change level, "
002560         "R=revoke, I=reinstate, P=reset password, E=end):"
002570     ACCEPT WS-FUNCTION-CODE
002580     IF NOT FUNC-IS-VALID
002590         DISPLAY "function must be A, C, R, I, P, or E"
002600     ELSE
002610         IF FUNC-END
002620             MOVE "Y" TO WS-DONE-SW
002780         IF FUNC-ADD
002790             PERFORM 3000-ADD-OPERATOR
002800         ELSE
002810             PERFORM 4000-UPDATE-OPERATOR THRU
002815                 4000-UPDATE-OPERATOR-EXIT
002820         END-IF
002830     END-IF.
002840*
002940         DISPLAY "authority level must be 1 or 2"
002950         MOVE "N" TO WS-LEVEL-VALID-SW
002960     END-IF.
002961*
002962*****************************************************************
002963*    2300-EDIT-ISSUED-PASSWORD - ACCEPT THE PASSWORD ISSUED TO   *
002964*                                THE OPERATOR, TWICE, AND        *
002965*                                REJECT A BLANK ONE OR TWO       *
002966*                                ENTRIES THAT DISAGREE           *
002967*****************************************************************
002968 2300-EDIT-ISSUED-PASSWORD.
002969     DISPLAY "enter password to issue:"
002970     ACCEPT WS-PWD-NEW
002971     DISPLAY "re-enter password to issue:"
002972     ACCEPT WS-PWD-CONFIRM
002973     IF WS-PWD-NEW = SPACES
002974         DISPLAY "password may not be blank"
002975     ELSE
002976         IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
002977             DISPLAY "the two entries do not match"
002978         ELSE
002979             MOVE "Y" TO WS-PWD-NEW-SW
002980         END-IF
002981     END-IF.
002982*
002983*****************************************************************
002990*    3000-ADD-OPERATOR - ADD A NEW ACTIVE OPERATOR TO THE        *
003000*                        MASTER WITH AN ISSUED PASSWORD THAT     *
003005*                        MUST BE CHANGED AT FIRST SIGN-ON        *
003010*****************************************************************
003020 3000-ADD-OPERATOR.
003030     DISPLAY "enter operator name:"
003040     ACCEPT WS-MAINT-NAME
003050     MOVE "N" TO WS-LEVEL-VALID-SW
003060     PERFORM 2200-EDIT-AUTH-LEVEL UNTIL LEVEL-IS-VALID
003062     MOVE "N" TO WS-PWD-NEW-SW
003064     PERFORM 2300-EDIT-ISSUED-PASSWORD UNTIL NEW-PASSWORD-IS-OK
003070     MOVE WS-MAINT-ID TO OM-OPERATOR-ID
003080     MOVE WS-MAINT-NAME TO OM-NAME
003090     MOVE WS-MAINT-LEVEL TO OM-AUTH-LEVEL
003100     MOVE "A" TO OM-STATUS
003102     MOVE WS-PWD-NEW TO OM-PASSWORD
003104     MOVE ZERO TO OM-PWD-EXPIRY
003106     MOVE ZERO TO OM-FAIL-COUNT
003108     MOVE "N" TO OM-LOCK-FLAG
003110     WRITE OPER-RECORD
003120         INVALID KEY
003130             DISPLAY "operator is already on file"
003180*
003190*****************************************************************
003200*    4000-UPDATE-OPERATOR - READ THE OPERATOR AND APPLY A LEVEL  *
003210*                           CHANGE, REVOCATION, REINSTATEMENT,   *
003215*                           OR PASSWORD RESET - A SUPERVISOR     *
003216*                           MAY NOT RESET THEIR OWN PASSWORD     *
003220*****************************************************************
003230 4000-UPDATE-OPERATOR.
003231     IF FUNC-RESET-PASSWORD
003232         AND WS-MAINT-ID = OPERATOR-ID
003233         DISPLAY "you may not reset your own password - "
003234             "another supervisor must do it"
003235         GO TO 4000-UPDATE-OPERATOR-EXIT
003236     END-IF
003240     MOVE WS-MAINT-ID TO OM-OPERATOR-ID
003250     READ OPER-FILE
003260         INVALID KEY
003360             IF FUNC-REVOKE
003370                 MOVE "R" TO OM-STATUS
003380             ELSE
003382                 IF FUNC-RESET-PASSWORD
003384                     MOVE "N" TO WS-PWD-NEW-SW
003386                     PERFORM 2300-EDIT-ISSUED-PASSWORD
003388                         UNTIL NEW-PASSWORD-IS-OK
003390                     MOVE WS-PWD-NEW TO OM-PASSWORD
003392                     MOVE ZERO TO OM-PWD-EXPIRY
003394                     MOVE ZERO TO OM-FAIL-COUNT
003396                     MOVE "N" TO OM-LOCK-FLAG
003397                 ELSE
003398                     MOVE "A" TO OM-STATUS
003399                 END-IF
003400             END-IF
003410         END-IF
003420         REWRITE OPER-RECORD
003460                 DISPLAY "operator updated."
003470         END-REWRITE
003480     END-IF.
003485 4000-UPDATE-OPERATOR-EXIT.
003487     EXIT.
003490*
003500*****************************************************************
003510*    7500-GET-STAMP - CAPTURE AND CENTURY-WINDOW THE CURRENT     *
