000010*****************************************************************
000020*                                                               *
000030*    PROGRAM-ID : INCNV03                                       *
000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : ONE-TIME CUTOVER OF THE OPERATOR SECURITY     *
000060*                 MASTER TO THE 59-BYTE OPER-RECORD THAT        *
000070*                 CARRIES THE SIGN-ON PASSWORD, ITS EXPIRY, THE *
000080*                 FAILED-PASSWORD COUNT AND THE LOCKOUT FLAG.   *
000090*                 BEFORE THE RUN OPERATIONS RENAMES OPERMAST,   *
000100*                 BUILT ON THE OLD 40-BYTE RECORD, TO OPERM040. *
000110*                 SECURITY KEYS ONE PASSWORD TO ISSUE, TWICE,   *
000120*                 AS INOPR01 TAKES AN ISSUED PASSWORD.  EVERY   *
000130*                 OPERATOR IS COPIED INTO A NEW OPERMAST WITH   *
000140*                 THAT PASSWORD, AN EXPIRY OF ZERO SO THE FIRST *
000150*                 SIGN-ON FORCES A CHANGE, NO FAILED ATTEMPTS   *
000160*                 AND NO LOCKOUT.  LEVEL AND STATUS ARE CARRIED *
000170*                 OVER UNCHANGED - A REVOKED OPERATOR STAYS     *
000180*                 REVOKED.  PRINTS EACH OPERATOR CONVERTED AND  *
000190*                 THE RECORDS READ AND WRITTEN; NO ACTIVE       *
000200*                 SUPERVISOR ON THE NEW MASTER, ANY SHORTFALL   *
000210*                 OR AN OPEN FAILURE ENDS THE RUN RC 8 AND THE  *
000220*                 OLD FILE MUST BE KEPT UNTIL A CLEAN RUN.      *
000230*                                                               *
000240*    MODIFICATION HISTORY                                       *
000250*    ------------------------------------------------------     *
000260*    2026-10-15  DK  ORIGINAL.                                  *
000270*                                                               *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. INCNV03.
000310 AUTHOR. D. KUGEL.
000320 INSTALLATION. DATA ENTRY SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OOPR-FILE ASSIGN TO "OPERM040"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS OOPR-OPERATOR-ID
000430         FILE STATUS IS WS-OOPR-STATUS.
000440*
000450     SELECT OPER-FILE ASSIGN TO "OPERMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS OM-OPERATOR-ID
000490         FILE STATUS IS WS-OPER-STATUS.
000500*
000510     SELECT RPT-FILE ASSIGN TO "INCNV03.LST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*****************************************************************
000580*    OOPR-FILE - OPERATOR SECURITY MASTER ON THE OLD 40-BYTE    *
000590*                RECORD                                         *
000600*****************************************************************
000610 FD  OOPR-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  OOPR-RECORD.
000650     05  OOPR-OPERATOR-ID        PIC X(08).
000660     05  OOPR-NAME               PIC X(30).
000670     05  OOPR-AUTH-LEVEL         PIC 9(01).
000680     05  OOPR-STATUS             PIC X(01).
000690*
000700*****************************************************************
000710*    OPER-FILE - OPERATOR SECURITY MASTER                       *
000720*****************************************************************
000730 FD  OPER-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY OPERMST.
000770*
000780*****************************************************************
000790*    RPT-FILE - PRINTED CUTOVER CONTROL REPORT                  *
000800*****************************************************************
000810 FD  RPT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  RPT-RECORD                  PIC X(132).
000840*
000850 WORKING-STORAGE SECTION.
000860 01  WS-PRINT-LINE                PIC X(132).
000870*
000880 01  WS-OPER-VIEW REDEFINES WS-PRINT-LINE.
000890     05  FILLER                  PIC X(04).
000900     05  WS-O-ID                 PIC X(08).
000910     05  FILLER                  PIC X(02).
000920     05  WS-O-NAME               PIC X(30).
000930     05  FILLER                  PIC X(02).
000940     05  WS-O-LEVEL              PIC 9(01).
000950     05  FILLER                  PIC X(04).
000960     05  WS-O-STATUS             PIC X(01).
000970     05  FILLER                  PIC X(04).
000980     05  WS-O-RESULT             PIC X(30).
000990     05  FILLER                  PIC X(46).
001000*
001010 01  WS-COUNT-VIEW REDEFINES WS-PRINT-LINE.
001020     05  FILLER                  PIC X(04).
001030     05  WS-C-LABEL              PIC X(40).
001040     05  WS-C-COUNT              PIC Z(07)9.
001050     05  FILLER                  PIC X(80).
001060*
001070 01  WS-OOPR-STATUS               PIC X(02).
001080     88  WS-OOPR-OK                           VALUE "00".
001090     88  WS-OOPR-NOT-FOUND                    VALUE "35".
001100*
001110 01  WS-OPER-STATUS               PIC X(02).
001120     88  WS-OPER-OK                           VALUE "00".
001130*
001140 01  WS-RPT-STATUS                PIC X(02).
001150     88  WS-RPT-OK                            VALUE "00".
001160*
001170     COPY PWDRULE.
001180*
001190 01  WS-SWITCHES.
001200     05  WS-ABORT-SW             PIC X(01)   VALUE "N".
001210         88  RUN-ABORTED                     VALUE "Y".
001220     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001230         88  END-OF-FILE                     VALUE "Y".
001240     05  WS-SHORT-SW             PIC X(01)   VALUE "N".
001250         88  CUTOVER-SHORT                   VALUE "Y".
001260     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
001270         88  RPT-FILE-OPEN                   VALUE "Y".
001280     05  WS-OOPR-OPEN-SW         PIC X(01)   VALUE "N".
001290         88  OOPR-FILE-OPEN                  VALUE "Y".
001300     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
001310         88  OPER-FILE-OPEN                  VALUE "Y".
001320*
001330 77  WS-READ-COUNT                PIC 9(08)   COMP VALUE ZERO.
001340 77  WS-WRITTEN-COUNT             PIC 9(08)   COMP VALUE ZERO.
001350 77  WS-SUPERVISOR-COUNT          PIC 9(08)   COMP VALUE ZERO.
001360*
001370 PROCEDURE DIVISION.
001380*****************************************************************
001390*    0000-MAINLINE                                               *
001400*****************************************************************
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001430     IF NOT RUN-ABORTED
001440         PERFORM 2100-READ-OLD-OPERATOR
001450         PERFORM 2000-CONVERT-OPERATOR UNTIL END-OF-FILE
001460     END-IF
001470     IF RPT-FILE-OPEN
001480         PERFORM 7000-PRINT-TOTALS
001490     END-IF
001500     PERFORM 9000-TERMINATE
001510     GOBACK.
001520*
001530*****************************************************************
001540*    1000-INITIALIZE - OPEN THE REPORT, TAKE THE PASSWORD TO     *
001550*                      ISSUE, AND OPEN THE OLD AND NEW MASTERS   *
001560*****************************************************************
001570 1000-INITIALIZE.
001580     OPEN OUTPUT RPT-FILE
001590     IF NOT WS-RPT-OK
001600         DISPLAY "unable to open INCNV03.LST, file status: "
001610             WS-RPT-STATUS
001620         MOVE "Y" TO WS-ABORT-SW
001630         GO TO 1000-INITIALIZE-EXIT
001640     END-IF
001650     MOVE "Y" TO WS-RPT-OPEN-SW
001660     PERFORM 1300-PRINT-HEADINGS
001670     OPEN INPUT OOPR-FILE
001680     IF WS-OOPR-NOT-FOUND
001690         DISPLAY "OPERM040 not found - rename OPERMAST to "
001700             "OPERM040 before the run"
001710         MOVE "Y" TO WS-ABORT-SW
001720         GO TO 1000-INITIALIZE-EXIT
001730     END-IF
001740     IF NOT WS-OOPR-OK
001750         DISPLAY "unable to open OPERM040, file status: "
001760             WS-OOPR-STATUS
001770         MOVE "Y" TO WS-ABORT-SW
001780         GO TO 1000-INITIALIZE-EXIT
001790     END-IF
001800     MOVE "Y" TO WS-OOPR-OPEN-SW
001810     MOVE "N" TO WS-PWD-NEW-SW
001820     PERFORM 1200-EDIT-ISSUED-PASSWORD UNTIL NEW-PASSWORD-IS-OK
001830     OPEN OUTPUT OPER-FILE
001840     IF NOT WS-OPER-OK
001850         DISPLAY "unable to open OPERMAST, file status: "
001860             WS-OPER-STATUS
001870         MOVE "Y" TO WS-ABORT-SW
001880         GO TO 1000-INITIALIZE-EXIT
001890     END-IF
001900     MOVE "Y" TO WS-OPER-OPEN-SW.
001910 1000-INITIALIZE-EXIT.
001920     EXIT.
001930*
001940*****************************************************************
001950*    1200-EDIT-ISSUED-PASSWORD - ACCEPT THE PASSWORD ISSUED TO   *
001960*                                EVERY OPERATOR, TWICE, AND      *
001970*                                REJECT A BLANK ONE OR TWO       *
001980*                                ENTRIES THAT DISAGREE           *
001990*****************************************************************
002000 1200-EDIT-ISSUED-PASSWORD.
002010     DISPLAY "enter password to issue to every operator:"
002020     ACCEPT WS-PWD-NEW
002030     DISPLAY "re-enter password to issue:"
002040     ACCEPT WS-PWD-CONFIRM
002050     IF WS-PWD-NEW = SPACES
002060         DISPLAY "password may not be blank"
002070     ELSE
002080         IF WS-PWD-NEW NOT = WS-PWD-CONFIRM
002090             DISPLAY "the two entries do not match"
002100         ELSE
002110             MOVE "Y" TO WS-PWD-NEW-SW
002120         END-IF
002130     END-IF.
002140*
002150*****************************************************************
002160*    1300-PRINT-HEADINGS - TITLE AND COLUMN HEADINGS             *
002170*****************************************************************
002180 1300-PRINT-HEADINGS.
002190     MOVE SPACES TO WS-PRINT-LINE
002200     MOVE "OPERATOR SECURITY MASTER CUTOVER CONTROL REPORT"
002210         TO WS-PRINT-LINE
002220     WRITE RPT-RECORD FROM WS-PRINT-LINE
002230     MOVE SPACES TO WS-PRINT-LINE
002240     WRITE RPT-RECORD FROM WS-PRINT-LINE
002250     MOVE SPACES TO WS-PRINT-LINE
002260     MOVE "OPERATOR  NAME" TO WS-PRINT-LINE(5:14)
002270     MOVE "LVL" TO WS-PRINT-LINE(47:3)
002280     MOVE "ST" TO WS-PRINT-LINE(51:2)
002290     MOVE "RESULT" TO WS-PRINT-LINE(57:6)
002300     WRITE RPT-RECORD FROM WS-PRINT-LINE.
002310*
002320*****************************************************************
002330*    2000-CONVERT-OPERATOR - WRITE ONE OPERATOR ON THE NEW       *
002340*                            LAYOUT WITH THE ISSUED PASSWORD,    *
002350*                            ALREADY EXPIRED, AND READ THE NEXT  *
002360*****************************************************************
002370 2000-CONVERT-OPERATOR.
002380     MOVE OOPR-OPERATOR-ID TO OM-OPERATOR-ID
002390     MOVE OOPR-NAME TO OM-NAME
002400     MOVE OOPR-AUTH-LEVEL TO OM-AUTH-LEVEL
002410     MOVE OOPR-STATUS TO OM-STATUS
002420     MOVE WS-PWD-NEW TO OM-PASSWORD
002430     MOVE ZERO TO OM-PWD-EXPIRY
002440     MOVE ZERO TO OM-FAIL-COUNT
002450     MOVE "N" TO OM-LOCK-FLAG
002460     MOVE SPACES TO WS-PRINT-LINE
002470     MOVE OM-OPERATOR-ID TO WS-O-ID
002480     MOVE OM-NAME TO WS-O-NAME
002490     MOVE OM-AUTH-LEVEL TO WS-O-LEVEL
002500     MOVE OM-STATUS TO WS-O-STATUS
002510     WRITE OPER-RECORD
002520         INVALID KEY
002530             DISPLAY "OPERMAST write refused for operator "
002540                 OM-OPERATOR-ID ", file status: " WS-OPER-STATUS
002550             MOVE "WRITE REFUSED" TO WS-O-RESULT
002560         NOT INVALID KEY
002570             ADD 1 TO WS-WRITTEN-COUNT
002580             MOVE "CONVERTED - MUST CHANGE" TO WS-O-RESULT
002590             IF OM-SUPERVISOR
002600                 AND OM-ACTIVE
002610                 ADD 1 TO WS-SUPERVISOR-COUNT
002620             END-IF
002630     END-WRITE
002640     WRITE RPT-RECORD FROM WS-PRINT-LINE
002650     PERFORM 2100-READ-OLD-OPERATOR.
002660*
002670*****************************************************************
002680*    2100-READ-OLD-OPERATOR - READ THE NEXT OLD OPERATOR         *
002690*****************************************************************
002700 2100-READ-OLD-OPERATOR.
002710     READ OOPR-FILE
002720         AT END
002730             MOVE "Y" TO WS-EOF-SW
002740     END-READ
002750     IF NOT END-OF-FILE
002760         ADD 1 TO WS-READ-COUNT
002770     END-IF.
002780*
002790*****************************************************************
002800*    7000-PRINT-TOTALS - PRINT RECORDS READ AND WRITTEN AND THE  *
002810*                        ACTIVE SUPERVISORS ON THE NEW MASTER -  *
002820*                        WITHOUT ONE NOBODY CAN SIGN ON TO       *
002830*                        INOPR01                                 *
002840*****************************************************************
002850 7000-PRINT-TOTALS.
002860     IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
002870         MOVE "Y" TO WS-SHORT-SW
002880     END-IF
002890     IF NOT RUN-ABORTED
002900         AND WS-SUPERVISOR-COUNT = ZERO
002910         DISPLAY "no active supervisor on the new OPERMAST - "
002920             "nobody can sign on to INOPR01"
002930         MOVE "Y" TO WS-SHORT-SW
002940     END-IF
002950     MOVE SPACES TO WS-PRINT-LINE
002960     WRITE RPT-RECORD FROM WS-PRINT-LINE
002970     MOVE SPACES TO WS-PRINT-LINE
002980     MOVE "OPERATORS READ FROM OPERM040:" TO WS-C-LABEL
002990     MOVE WS-READ-COUNT TO WS-C-COUNT
003000     WRITE RPT-RECORD FROM WS-PRINT-LINE
003010     MOVE SPACES TO WS-PRINT-LINE
003020     MOVE "OPERATORS WRITTEN TO OPERMAST:" TO WS-C-LABEL
003030     MOVE WS-WRITTEN-COUNT TO WS-C-COUNT
003040     WRITE RPT-RECORD FROM WS-PRINT-LINE
003050     MOVE SPACES TO WS-PRINT-LINE
003060     MOVE "ACTIVE SUPERVISORS:" TO WS-C-LABEL
003070     MOVE WS-SUPERVISOR-COUNT TO WS-C-COUNT
003080     WRITE RPT-RECORD FROM WS-PRINT-LINE
003090     MOVE SPACES TO WS-PRINT-LINE
003100     WRITE RPT-RECORD FROM WS-PRINT-LINE
003110     MOVE SPACES TO WS-PRINT-LINE
003120     IF RUN-ABORTED OR CUTOVER-SHORT
003130         MOVE "CUTOVER NOT CLEAN - KEEP OPERM040 AND RERUN"
003140             TO WS-PRINT-LINE(5:43)
003150     ELSE
003160         MOVE "CUTOVER CLEAN - EVERY OPERATOR MUST CHANGE THE "
003170             TO WS-PRINT-LINE(5:47)
003180         MOVE "ISSUED PASSWORD AT FIRST SIGN-ON"
003190             TO WS-PRINT-LINE(52:32)
003200     END-IF
003210     WRITE RPT-RECORD FROM WS-PRINT-LINE.
003220*
003230*****************************************************************
003240*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE    *
003250*****************************************************************
003260 9000-TERMINATE.
003270     IF OOPR-FILE-OPEN
003280         CLOSE OOPR-FILE
003290     END-IF
003300     IF OPER-FILE-OPEN
003310         CLOSE OPER-FILE
003320     END-IF
003330     IF RPT-FILE-OPEN
003340         CLOSE RPT-FILE
003350     END-IF
003360     IF RUN-ABORTED OR CUTOVER-SHORT
003370         DISPLAY "cutover NOT clean - see INCNV03.LST"
003380         MOVE 8 TO RETURN-CODE
003390     ELSE
003400         MOVE ZERO TO RETURN-CODE
003410     END-IF.
