000110*                 ON APPROVAL THE CHANGE IS APPLIED TO THE LOG  *
000120*                 AND JOURNALED TO FIXJRNL WITH BOTH THE        *
000130*                 REQUESTER AND THE APPROVER; ON REJECTION IT   *
000140*                 IS REMOVED UNAPPLIED AND LOGGED TO PENDREJ.   *
000145*                 THE REQUESTER MAY NOT APPROVE THEIR OWN       *
000150*                 CHANGE.  ALSO MAINTAINS THE FIXLIM THRESHOLD  *
000160*                 ITSELF.                                       *
000162*                 A CHANGE QUEUED FROM THE DOUBLE-KEY           *
000164*                 DISCREPANCY QUEUE CLOSES ITS VERIFY MISMATCH  *
000166*                 WHEN APPROVED AND REOPENS IT WHEN REJECTED.   *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    ------------------------------------------------------     *
000200*    2026-09-02  DK  ORIGINAL.                                  *
000201*    2026-09-02  DK  LOOKUPS NOW TAKE THE TR-KEY SEQUENCE      *
000202*                    NUMBER AS WELL; IMAGES WIDENED TO 78.     *
000203*    2026-10-15  DK  SIGN-ON NOW REQUIRES THE OPERATOR'S        *
000204*                    PASSWORD.  WRONG PASSWORDS ARE COUNTED ON  *
000205*                    THE SECURITY MASTER AND LOCK THE ID OUT AT *
000206*                    THE LIMIT IN PWDRULE; AN EXPIRED PASSWORD  *
000207*                    MUST BE CHANGED BEFORE THE RUN GOES ON.    *
000208*    2026-10-15  DK  APPROVAL OF A CHANGE TO A RECORD WHOSE KEY *
000209*                    DATE FALLS IN AN ACCOUNTING PERIOD CLOSED  *
000210*                    ON THE PERIODS FILE (SEE INPER01) IS       *
000211*                    REFUSED AND LOGGED TO PERLOG - THE CHANGE  *
000212*                    STAYS PENDING UNTIL IT IS REJECTED.  THE   *
000213*                    APPLY IS NOW PERFORMED THRU ITS EXIT SO AN *
000214*                    EARLY EXIT NO LONGER FALLS INTO THE QUEUE  *
000215*                    REMOVAL.                                   *
000216*    2026-10-15  DK  IMAGE WORK AREA WIDENED TO 83 FOR THE      *
000217*                    CAPTURE SOURCE NOW ON TRAN-RECORD.         *
000218*    2026-10-15  DK  A CHANGE TAKEN OFF THE QUEUE UNAPPLIED -   *
000219*                    REJECTED, OR DROPPED BECAUSE THE RECORD    *
000220*                    HAS GONE FROM THE LOG - IS NOW WRITTEN TO  *
000221*                    THE NEW PENDREJ LOG WITH THE REQUEST AS    *
000222*                    QUEUED, SO IT STAYS ON THE AUDIT TRAIL.    *
000223*    2026-10-15  DK  THE OPERATOR AND CODE ALTERNATE KEYS ARE   *
000224*                    REBUILT FROM THE APPROVED AFTER-IMAGE      *
000225*                    BEFORE THE REWRITE - THE IMAGE HOLDS THE   *
000226*                    ENTRY ONLY.                                *
000227*    2026-10-15  DK  A CHANGE QUEUED FROM THE INFIX01           *
000228*                    DISCREPANCY QUEUE NOW SETTLES ITS          *
000229*                    DOUBLE-KEY MISMATCH ON VERIFY - CLOSED AS  *
000230*                    CORRECTED OR DELETED ON APPROVAL, REOPENED *
000231*                    ON REJECTION.                              *
000232*                                                                *
000233*****************************************************************
000234 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. INAPR01.
000250 AUTHOR. D. KUGEL.
000260 INSTALLATION. DATA ENTRY SYSTEMS.
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TR-KEY
000423         ALTERNATE RECORD KEY IS TR-OPER-KEY
000426         ALTERNATE RECORD KEY IS TR-CODE-KEY
000430         FILE STATUS IS WS-TRAN-STATUS.
000440*
000450     SELECT JRNL-FILE ASSIGN TO "FIXJRNL"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FIXL-STATUS.
000660*
000661     SELECT PERD-FILE ASSIGN TO "PERIODS"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS PC-PERIOD
000665         FILE STATUS IS WS-PERD-STATUS.
000666*
000667     SELECT PERL-FILE ASSIGN TO "PERLOG"
000668         ORGANIZATION IS SEQUENTIAL
000669         FILE STATUS IS WS-PERL-STATUS.
000670*
000671     SELECT PREJ-FILE ASSIGN TO "PENDREJ"
000672         ORGANIZATION IS SEQUENTIAL
000673         FILE STATUS IS WS-PREJ-STATUS.
000674*
000675     SELECT VERF-FILE ASSIGN TO "VERIFY"
000676         ORGANIZATION IS INDEXED
000677         ACCESS MODE IS RANDOM
000678         RECORD KEY IS VF-TR-KEY
000679         FILE STATUS IS WS-VERF-STATUS.
000680*
000681 DATA DIVISION.
000682 FILE SECTION.
000690*****************************************************************
000700*    PEND-FILE - PENDING-CHANGE QUEUE OF HIGH-VALUE FIXES       *
000710*****************************************************************
001230     LABEL RECORDS ARE STANDARD.
001240     COPY FIXLIM.
001250*
001251*****************************************************************
001252*    PERD-FILE - ACCOUNTING PERIOD-CONTROL FILE                 *
001253*****************************************************************
001254 FD  PERD-FILE
001255     RECORDING MODE IS F
001256     LABEL RECORDS ARE STANDARD.
001257     COPY PERCTL.
001258*
001259*****************************************************************
001260*    PERL-FILE - PERIOD-LOCK REFUSAL LOG                        *
001261*****************************************************************
001262 FD  PERL-FILE
001263     RECORDING MODE IS F
001264     LABEL RECORDS ARE STANDARD.
001265     COPY PERLREC.
001266*
001267*****************************************************************
001268*    PREJ-FILE - LOG OF PENDING CHANGES REMOVED UNAPPLIED       *
001269*****************************************************************
001270 FD  PREJ-FILE
001271     RECORDING MODE IS F
001272     LABEL RECORDS ARE STANDARD.
001273     COPY PRJREC.
001274*
001275*****************************************************************
001276*    VERF-FILE - DOUBLE-KEY VERIFICATION RESULTS (SEE INVER01)  *
001277*****************************************************************
001278 FD  VERF-FILE
001279     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001281     COPY VERFREC.
001282*
001283 WORKING-STORAGE SECTION.
001284 01  WS-PEND-STATUS               PIC X(02).
001285     88  WS-PEND-OK                           VALUE "00".
001290     88  WS-PEND-NOT-FOUND                    VALUE "35".
001300*
001310 01  WS-TRAN-STATUS               PIC X(02).
001490 01  WS-FIXL-STATUS               PIC X(02).
001500     88  WS-FIXL-OK                           VALUE "00".
001510     88  WS-FIXL-NOT-FOUND                    VALUE "35".
001511*
001512 01  WS-PREJ-STATUS               PIC X(02).
001513     88  WS-PREJ-OK                           VALUE "00".
001514     88  WS-PREJ-NOT-FOUND                    VALUE "35".
001515*
001516 01  WS-VERF-STATUS               PIC X(02).
001517     88  WS-VERF-OK                           VALUE "00".
001518     88  WS-VERF-NOT-FOUND                    VALUE "35".
001519*
001520 01  WS-VERF-NEW-STATUS           PIC X(01).
001521*
001523     COPY PERCHK.
001526*
001530     COPY OPERID.
001535     COPY PWDRULE.
001540*
001550 01  WS-SWITCHES.
001560     05  WS-OPID-VALID-SW        PIC X(01)   VALUE "N".
001630         88  SECL-FILE-OPEN                  VALUE "Y".
001640     05  WS-BROWSE-EOF-SW        PIC X(01)   VALUE "N".
001650         88  BROWSE-AT-END                   VALUE "Y".
001653     05  WS-PREJ-OPEN-SW         PIC X(01)   VALUE "N".
001656         88  PREJ-FILE-OPEN                  VALUE "Y".
001657     05  WS-VERF-OPEN-SW         PIC X(01)   VALUE "N".
001658         88  VERF-FILE-OPEN                  VALUE "Y".
001660*
001670 01  WS-FUNCTION-CODE             PIC X(01).
001680     88  FUNC-LIST                            VALUE "L".
001800 01  WS-LOOKUP-TIM1               PIC 9(06).
001805 01  WS-LOOKUP-SEQ1               PIC 9(03).
001810*
001820 01  WS-IMAGE-AREA                PIC X(83).
001830 01  WS-IMAGE-FIELDS REDEFINES WS-IMAGE-AREA.
001840     05  WS-IM-KEY               PIC X(17).
001850     05  WS-IM-VAR1              PIC X(22).
001890     05  WS-IM-TYPE              PIC X(02).
001900     05  WS-IM-AMOUNT            PIC S9(07)V99   COMP-3.
001910     05  WS-IM-CAPTURE           PIC X(08).
001915     05  WS-IM-SOURCE            PIC X(05).
001920 01  WS-IMAGE-EDIT                PIC -(07)9.99.
001930*
001940 01  WS-THRESHOLD-IN              PIC X(09).
002250*                      THE QUEUE, THE LOG, AND THE JOURNAL       *
002260*****************************************************************
002270 1000-INITIALIZE.
002280     OPEN I-O OPER-FILE
002290     IF NOT WS-OPER-OK
002300         DISPLAY "unable to open OPERMAST, file status: "
002310             WS-OPER-STATUS " - run INOPR01 to build it"
002780         MOVE "Y" TO WS-ABORT-SW
002790         GO TO 1000-INITIALIZE-EXIT
002800     END-IF
002801     PERFORM 1400-READ-BUSINESS-DATE
002802     IF RUN-ABORTED
002803         GO TO 1000-INITIALIZE-EXIT
002804     END-IF
002805     PERFORM 1600-OPEN-PERIOD-FILES
002806     OPEN EXTEND PREJ-FILE
002807     IF WS-PREJ-NOT-FOUND
002808         OPEN OUTPUT PREJ-FILE
002809     END-IF
002810     IF WS-PREJ-OK
002811         MOVE "Y" TO WS-PREJ-OPEN-SW
002812     ELSE
002813         DISPLAY "unable to open PENDREJ - changes removed "
002814             "unapplied are not logged"
002815     END-IF
002816     OPEN I-O VERF-FILE
002817     IF WS-VERF-OK
002818         MOVE "Y" TO WS-VERF-OPEN-SW
002819     ELSE
002820         IF NOT WS-VERF-NOT-FOUND
002821             DISPLAY "unable to open VERIFY, file status: "
002822                 WS-VERF-STATUS
002823             MOVE "Y" TO WS-ABORT-SW
002824         END-IF
002825     END-IF.
002826 1000-INITIALIZE-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
003210             MOVE "Y" TO WS-ABORT-SW
003220         ELSE
003230             IF OM-SUPERVISOR
003240                 PERFORM 1260-CHECK-PASSWORD THRU
003245                     1260-CHECK-PASSWORD-EXIT
003250             ELSE
003260                 DISPLAY "approvals require supervisor "
003270                     "authority"
003310             END-IF
003320         END-IF
003330     END-IF.
003331*
003332*****************************************************************
003333*    1260-CHECK-PASSWORD - REFUSE A LOCKED-OUT OPERATOR OR ONE   *
003334*                          WITH NO PASSWORD SET, THEN ACCEPT AND *
003335*                          CHECK THE PASSWORD - A BAD ONE IS     *
003336*                          COUNTED AND LOCKS THE OPERATOR OUT AT *
003337*                          THE LIMIT, A GOOD ONE CLEARS THE      *
003338*                          COUNT AND FORCES A CHANGE WHEN THE    *
003339*                          PASSWORD HAS EXPIRED                  *
003340*****************************************************************
003341 1260-CHECK-PASSWORD.
003342     MOVE "N" TO WS-OPID-VALID-SW
003343     IF OM-LOCKED
003344         DISPLAY "operator id is locked out - a supervisor "
003345             "must reset it through INOPR01"
003346         MOVE "OPERATOR LOCKED OUT" TO SL-REASON
003347         PERFORM 1300-LOG-SIGNON-FAILURE
003348         MOVE "Y" TO WS-ABORT-SW
003349         GO TO 1260-CHECK-PASSWORD-EXIT
003350     END-IF
003351     IF OM-PASSWORD = SPACES
003352         DISPLAY "no password is set for this operator id - "
003353             "a supervisor must set it through INOPR01"
003354         MOVE "NO PASSWORD ON FILE" TO SL-REASON
003355         PERFORM 1300-LOG-SIGNON-FAILURE
003356         MOVE "Y" TO WS-ABORT-SW
003357         GO TO 1260-CHECK-PASSWORD-EXIT
003358     END-IF
003359     DISPLAY "enter password:"
003360     ACCEPT WS-PWD-ENTERED
003361     IF WS-PWD-ENTERED NOT = OM-PASSWORD
003362         PERFORM 1270-COUNT-BAD-PASSWORD
003363         MOVE "Y" TO WS-ABORT-SW
003364         GO TO 1260-CHECK-PASSWORD-EXIT
003365     END-IF
003366     PERFORM 7500-GET-STAMP
003367     MOVE WS-STAMP-CCYYMMDD TO WS-PWD-TODAY
003368     MOVE "N" TO WS-PWD-UPDATE-SW
003369     IF OM-FAIL-COUNT > ZERO
003370         MOVE ZERO TO OM-FAIL-COUNT
003371         MOVE "Y" TO WS-PWD-UPDATE-SW
003372     END-IF
003373     IF OM-PWD-EXPIRY NOT > WS-PWD-TODAY
003374         DISPLAY "your password has expired - choose a new one"
003375         MOVE "N" TO WS-PWD-NEW-SW
003376         PERFORM 1280-ACCEPT-NEW-PASSWORD
003377             UNTIL NEW-PASSWORD-IS-OK
003378         MOVE WS-PWD-NEW TO OM-PASSWORD
003379         PERFORM 1285-SET-PASSWORD-EXPIRY
003380         MOVE "Y" TO WS-PWD-UPDATE-SW
003381     END-IF
003382     IF OPERATOR-NEEDS-UPDATE
003383         PERFORM 1290-REWRITE-OPERATOR
003384     END-IF
003385     MOVE "Y" TO WS-OPID-VALID-SW.
003386 1260-CHECK-PASSWORD-EXIT.
003387     EXIT.
003388*
003389*****************************************************************
003390*    1270-COUNT-BAD-PASSWORD - COUNT ONE WRONG PASSWORD ON THE   *
003391*                              MASTER, LOCK THE OPERATOR OUT     *
003392*                              WHEN THE COUNT REACHES THE LIMIT, *
003393*                              AND LOG THE FAILED ATTEMPT        *
003394*****************************************************************
003395 1270-COUNT-BAD-PASSWORD.
003396     ADD 1 TO OM-FAIL-COUNT
003397     IF OM-FAIL-COUNT < WS-PWD-MAX-TRIES
003398         DISPLAY "password is incorrect"
003399         MOVE "INVALID PASSWORD" TO SL-REASON
003400     ELSE
003401         MOVE "Y" TO OM-LOCK-FLAG
003402         DISPLAY "password is incorrect - operator id is now "
003403             "locked out"
003404         MOVE "PASSWORD LOCKOUT" TO SL-REASON
003405     END-IF
003406     PERFORM 1290-REWRITE-OPERATOR
003407     PERFORM 1300-LOG-SIGNON-FAILURE.
003408*
003409*****************************************************************
003410*    1280-ACCEPT-NEW-PASSWORD - ACCEPT A NEW PASSWORD TWICE AND  *
003411*                               REJECT A BLANK ONE, THE OLD ONE, *
003412*                               OR TWO ENTRIES THAT DISAGREE     *
003413*****************************************************************
003414 1280-ACCEPT-NEW-PASSWORD.
003415     DISPLAY "enter new password:"
003416     ACCEPT WS-PWD-NEW
003417     DISPLAY "re-enter new password:"
003418     ACCEPT WS-PWD-CONFIRM
003419     IF WS-PWD-NEW = SPACES
003420         DISPLAY "password may not be blank"
003421     ELSE
003422         IF WS-PWD-NEW = OM-PASSWORD
003423             DISPLAY "new password must differ from the old one"
003424         ELSE
003425             IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
003426                 DISPLAY "the two entries do not match"
003427             ELSE
003428                 MOVE "Y" TO WS-PWD-NEW-SW
003429             END-IF
003430         END-IF
003431     END-IF.
003432*
003433*****************************************************************
003434*    1285-SET-PASSWORD-EXPIRY - DATE THE NEW PASSWORD TO EXPIRE  *
003435*                               THE SET NUMBER OF MONTHS FROM    *
003436*                               TODAY, HELD TO THE 28TH SO THE   *
003437*                               DATE IS VALID IN EVERY MONTH     *
003438*****************************************************************
003439 1285-SET-PASSWORD-EXPIRY.
003440     MOVE WS-PWD-TODAY TO WS-PWD-EXPIRY
003441     ADD WS-PWD-LIFE-MONTHS TO WS-PWD-EXP-MM
003442     IF WS-PWD-EXP-MM > 12
003443         SUBTRACT 12 FROM WS-PWD-EXP-MM
003444         ADD 1 TO WS-PWD-EXP-CCYY
003445     END-IF
003446     IF WS-PWD-EXP-DD > 28
003447         MOVE 28 TO WS-PWD-EXP-DD
003448     END-IF
003449     MOVE WS-PWD-EXPIRY TO OM-PWD-EXPIRY.
003450*
003451*****************************************************************
003452*    1290-REWRITE-OPERATOR - PUT THE UPDATED PASSWORD FIELDS     *
003453*                            BACK ON THE SECURITY MASTER         *
003454*****************************************************************
003455 1290-REWRITE-OPERATOR.
003456     REWRITE OPER-RECORD
003457         INVALID KEY
003458             DISPLAY "unable to update OPERMAST, file status: "
003459                 WS-OPER-STATUS
003460     END-REWRITE.
003461*
003462*****************************************************************
003463*    1300-LOG-SIGNON-FAILURE - STAMP AND WRITE ONE FAILED       *
003464*                              SIGN-ON ATTEMPT TO THE SECURITY  *
003465*                              LOG                              *
003466*****************************************************************
003467 1300-LOG-SIGNON-FAILURE.
003468     IF SECL-FILE-OPEN
003469         PERFORM 7500-GET-STAMP
003470         MOVE WS-STAMP-CCYYMMDD TO SL-STAMP-DATE
003471         MOVE WS-STAMP-TIME TO SL-STAMP-TIME
003472         MOVE "INAPR01" TO SL-PROGRAM
003473         MOVE OPERATOR-ID TO SL-OPERATOR-ID
003474         WRITE SECL-RECORD
003480         IF NOT WS-SECL-OK
003490             DISPLAY "unable to write SECLOG, file status: "
003500                 WS-SECL-STATUS
003760         CLOSE BUSD-FILE
003770     END-IF.
003780*
003781*****************************************************************
003782*    1600-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE AND   *
003783*                             THE REFUSAL LOG.  NO PERIODS FILE  *
003784*                             MEANS NO PERIOD HAS BEEN CLOSED -  *
003785*                             ANY OTHER OPEN FAILURE STOPS THE   *
003786*                             RUN, SINCE THE LOCK CANNOT THEN    *
003787*                             BE ENFORCED                        *
003788*****************************************************************
003789 1600-OPEN-PERIOD-FILES.
003790     OPEN INPUT PERD-FILE
003791     IF WS-PERD-OK
003792         MOVE "Y" TO WS-PERD-OPEN-SW
003793     ELSE
003794         IF NOT WS-PERD-NOT-FOUND
003795             DISPLAY "unable to open PERIODS, file status: "
003796                 WS-PERD-STATUS
003797             MOVE "Y" TO WS-ABORT-SW
003798         END-IF
003799     END-IF
003800     OPEN EXTEND PERL-FILE
003801     IF WS-PERL-NOT-FOUND
003802         OPEN OUTPUT PERL-FILE
003803     END-IF
003804     IF WS-PERL-OK
003805         MOVE "Y" TO WS-PERL-OPEN-SW
003806     ELSE
003807         DISPLAY "unable to open PERLOG - refusals not logged"
003808     END-IF.
003809*
003810*****************************************************************
003811*    2000-PROCESS-FUNCTION - ACCEPT ONE REVIEW FUNCTION AND      *
003812*                            ROUTE TO IT                         *
003820*****************************************************************
003830 2000-PROCESS-FUNCTION.
003840     DISPLAY "enter function (L=list pending, A=approve or "
004880     DISPLAY "approve or reject? (A/R):"
004890     ACCEPT WS-DECISION-CODE
004900     IF DECISION-APPROVE
004910         PERFORM 4100-APPLY-CHANGE THRU 4100-APPLY-CHANGE-EXIT
004920     ELSE
004930         IF DECISION-REJECT
004933             MOVE "R" TO PJ-REASON
004936             PERFORM 8100-LOG-REMOVAL
004937             MOVE "D" TO WS-VERF-NEW-STATUS
004938             PERFORM 4400-SETTLE-DISCREPANCY
004940             PERFORM 4300-REMOVE-PENDING
004950             DISPLAY "change rejected - log not touched."
004960         ELSE
005050*    4100-APPLY-CHANGE - APPLY THE APPROVED CORRECTION OR        *
005060*                        DELETION TO THE LOG, JOURNAL IT WITH    *
005070*                        REQUESTER AND APPROVER, AND REMOVE IT   *
005075*                        FROM THE QUEUE - A CHANGE TO A CLOSED   *
005080*                        ACCOUNTING PERIOD IS REFUSED AND LEFT   *
005085*                        ON THE QUEUE FOR REJECTION              *
005090*****************************************************************
005100 4100-APPLY-CHANGE.
005101     MOVE PD-TR-DATE TO WS-PERIOD-CHECK-DATE
005102     MOVE PD-TR-TIME TO WS-PERIOD-CHECK-TIME
005103     MOVE PD-TR-SEQ TO WS-PERIOD-CHECK-SEQ
005104     MOVE "APPROVE" TO WS-PERIOD-ACTION
005105     PERFORM 7700-CHECK-PERIOD
005106     IF PERIOD-IS-CLOSED
005107         DISPLAY "change left pending unapplied - reject it to "
005108             "clear the queue"
005109         GO TO 4100-APPLY-CHANGE-EXIT
005110     END-IF
005111     MOVE PD-TR-DATE TO TR-KEY-DATE1
005120     MOVE PD-TR-TIME TO TR-KEY-TIM1
005125     MOVE PD-TR-SEQ TO TR-KEY-SEQ
005130     READ TRAN-FILE
005140         INVALID KEY
005150             DISPLAY "record no longer on the log - change "
005160                 "removed unapplied"
005163             MOVE "G" TO PJ-REASON
005166             PERFORM 8100-LOG-REMOVAL
005167             MOVE "X" TO WS-VERF-NEW-STATUS
005168             PERFORM 4400-SETTLE-DISCREPANCY
005170             PERFORM 4300-REMOVE-PENDING
005180     END-READ
005190     IF NOT WS-TRAN-OK
005210     END-IF
005220     IF PD-CORRECTION
005230         MOVE PD-AFTER-IMAGE TO TRAN-RECORD
005232         MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
005234         MOVE TR-KEY TO TR-OK-ENTRY-KEY
005236         MOVE TR-VAR1 TO TR-CK-VAR1
005238         MOVE TR-KEY TO TR-CK-ENTRY-KEY
005240         REWRITE TRAN-RECORD
005250             INVALID KEY
005260                 DISPLAY "rewrite failed for that key"
005270             NOT INVALID KEY
005280                 PERFORM 8000-WRITE-JOURNAL
005283                 MOVE "C" TO WS-VERF-NEW-STATUS
005286                 PERFORM 4400-SETTLE-DISCREPANCY
005290                 PERFORM 4300-REMOVE-PENDING
005300                 DISPLAY "correction applied and journaled."
005310         END-REWRITE
005350                 DISPLAY "delete failed for that key"
005360             NOT INVALID KEY
005370                 PERFORM 8000-WRITE-JOURNAL
005373                 MOVE "X" TO WS-VERF-NEW-STATUS
005376                 PERFORM 4400-SETTLE-DISCREPANCY
005380                 PERFORM 4300-REMOVE-PENDING
005390                 DISPLAY "deletion applied and journaled."
005400         END-DELETE
005510         INVALID KEY
005520             DISPLAY "unable to remove the queue entry"
005530     END-DELETE.
005531*
005532*****************************************************************
005533*    4400-SETTLE-DISCREPANCY - A CHANGE QUEUED FROM THE INFIX01  *
005534*                              DISCREPANCY QUEUE LEFT ITS        *
005535*                              DOUBLE-KEY MISMATCH OPEN AS FIX   *
005536*                              PENDING; CLOSE IT WHEN THE CHANGE *
005537*                              IS APPLIED, REOPEN IT WHEN THE    *
005538*                              CHANGE IS REJECTED - THE CALLER   *
005539*                              HAS SET THE NEW STATUS            *
005540*****************************************************************
005541 4400-SETTLE-DISCREPANCY.
005542     IF VERF-FILE-OPEN
005543         MOVE PD-KEY TO VF-TR-KEY
005544         READ VERF-FILE
005545             INVALID KEY
005546                 CONTINUE
005547         END-READ
005548         IF WS-VERF-OK
005549             AND VF-FIX-PENDING
005550             MOVE WS-VERF-NEW-STATUS TO VF-STATUS
005551             IF VF-RESOLVED
005552                 MOVE PD-REQUESTER-ID TO VF-RESOLVED-BY
005553                 PERFORM 7500-GET-STAMP
005554                 MOVE WS-STAMP-CCYYMMDD TO VF-RESOLVED-DATE
005555                 MOVE WS-STAMP-TIME TO VF-RESOLVED-TIME
005556             ELSE
005557                 MOVE SPACES TO VF-RESOLVED-BY
005558                 MOVE ZERO TO VF-RESOLVED-DATE
005559                 MOVE ZERO TO VF-RESOLVED-TIME
005560             END-IF
005561             REWRITE VERF-RECORD
005562                 INVALID KEY
005563                     DISPLAY "unable to update VERIFY, file "
005564                         "status: " WS-VERF-STATUS
005565                 NOT INVALID KEY
005566                     IF VF-RESOLVED
005567                         DISPLAY "double-key discrepancy closed."
005568                     ELSE
005569                         DISPLAY "double-key discrepancy "
005570                             "reopened on the INFIX01 queue."
005571                     END-IF
005572             END-REWRITE
005573         END-IF
005574     END-IF.
005575*
005576*****************************************************************
005577*    5000-SET-THRESHOLD - SHOW THE CURRENT APPROVAL THRESHOLD    *
005578*                         AND ACCEPT A NEW ONE, KEYED IN CENTS   *
005580*****************************************************************
005590 5000-SET-THRESHOLD.
005600     OPEN INPUT FIXL-FILE
006390         DISPLAY "unable to write FIXJRNL, file status: "
006400             WS-JRNL-STATUS
006410     END-IF.
006411*
006412*****************************************************************
006413*    8100-LOG-REMOVAL - WRITE ONE CHANGE TAKEN OFF THE QUEUE     *
006414*                       UNAPPLIED TO THE REJECTION LOG, WITH     *
006415*                       THE REQUEST AS QUEUED - THE CALLER HAS   *
006416*                       SET THE REASON                           *
006417*****************************************************************
006418 8100-LOG-REMOVAL.
006419     IF PREJ-FILE-OPEN
006420         PERFORM 7500-GET-STAMP
006421         MOVE PD-KEY TO PJ-KEY
006422         MOVE PD-FUNCTION TO PJ-FUNCTION
006423         MOVE PD-REQUESTER-ID TO PJ-REQUESTER-ID
006424         MOVE PD-STAMP-DATE TO PJ-REQUEST-DATE
006425         MOVE PD-STAMP-TIME TO PJ-REQUEST-TIME
006426         MOVE OPERATOR-ID TO PJ-REJECTED-BY
006427         MOVE WS-STAMP-CCYYMMDD TO PJ-STAMP-DATE
006428         MOVE WS-STAMP-TIME TO PJ-STAMP-TIME
006429         MOVE WS-BUS-DATE TO PJ-BUSINESS-DATE
006430         MOVE PD-BEFORE-IMAGE TO PJ-BEFORE-IMAGE
006431         MOVE PD-AFTER-IMAGE TO PJ-AFTER-IMAGE
006432         WRITE PREJ-RECORD
006433         IF NOT WS-PREJ-OK
006434             DISPLAY "unable to write PENDREJ, file status: "
006435                 WS-PREJ-STATUS
006436         END-IF
006437     END-IF.
006438*
006439*****************************************************************
006440*    7700-CHECK-PERIOD - LOOK UP THE ACCOUNTING PERIOD OF THE    *
006441*                        CHECK DATE AND, IF ACCOUNTING HAS       *
006442*                        CLOSED IT, REFUSE THE ACTION AND LOG    *
006443*                        THE REFUSAL - THE CALLER HAS SET THE    *
006444*                        CHECK KEY AND THE ACTION                *
006445*****************************************************************
006446 7700-CHECK-PERIOD.
006447     MOVE "N" TO WS-PERIOD-CLOSED-SW
006448     IF PERD-FILE-OPEN
006449         MOVE WS-PERIOD-CHECK-CCYYMM TO PC-PERIOD
006450         READ PERD-FILE
006451             INVALID KEY
006452                 CONTINUE
006453         END-READ
006454         IF WS-PERD-OK
006455             AND PC-CLOSED
006456             MOVE "Y" TO WS-PERIOD-CLOSED-SW
006457             DISPLAY "period " PC-PERIOD " was closed on "
006458                 PC-CLOSE-DATE " by " PC-CLOSED-BY
006459                 " - no change may be made to it"
006460             PERFORM 7750-LOG-PERIOD-REFUSAL
006461         END-IF
006462     END-IF.
006463*
006464*****************************************************************
006465*    7750-LOG-PERIOD-REFUSAL - STAMP AND WRITE ONE REFUSED       *
006466*                              ACTION TO THE PERIOD-LOCK LOG     *
006467*****************************************************************
006468 7750-LOG-PERIOD-REFUSAL.
006469     IF PERL-FILE-OPEN
006470         PERFORM 7500-GET-STAMP
006471         MOVE WS-STAMP-CCYYMMDD TO PL-STAMP-DATE
006472         MOVE WS-STAMP-TIME TO PL-STAMP-TIME
006473         MOVE "INAPR01" TO PL-PROGRAM
006474         MOVE OPERATOR-ID TO PL-OPERATOR-ID
006475         MOVE WS-PERIOD-ACTION TO PL-ACTION
006476         MOVE WS-PERIOD-CHECK-DATE TO PL-TR-DATE
006477         MOVE WS-PERIOD-CHECK-TIME TO PL-TR-TIME
006478         MOVE WS-PERIOD-CHECK-SEQ TO PL-TR-SEQ
006479         MOVE PC-PERIOD TO PL-PERIOD
006480         WRITE PERL-RECORD
006481         IF NOT WS-PERL-OK
006482             DISPLAY "unable to write PERLOG, file status: "
006483                 WS-PERL-STATUS
006484         END-IF
006485     END-IF.
006486*
006487*****************************************************************
006488*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE        *
006489*****************************************************************
006490 9000-TERMINATE.
006491     IF SECL-FILE-OPEN
006492         CLOSE SECL-FILE
006493     END-IF
006500     CLOSE PEND-FILE
006510     CLOSE TRAN-FILE
006520     CLOSE JRNL-FILE
006521     IF PERD-FILE-OPEN
006522         CLOSE PERD-FILE
006523     END-IF
006524     IF PERL-FILE-OPEN
006525         CLOSE PERL-FILE
006526     END-IF
006527     IF PREJ-FILE-OPEN
006528         CLOSE PREJ-FILE
006529     END-IF
006530     IF VERF-FILE-OPEN
006531         CLOSE VERF-FILE
006532     END-IF
006533     IF RUN-ABORTED
006540         MOVE 8 TO RETURN-CODE
006550     ELSE
006560         MOVE ZERO TO RETURN-CODE
