000215*                    DEFAULTS THE SEQUENCE TO ZERO.  A 75-     *
000216*                    BYTE BACKUP CANNOT BE REBUILT - UNLOAD    *
000217*                    A FRESH BACKUP AFTER THE CUTOVER.         *
000227*    2026-10-15  DK  BACKUP RECORD WIDENED TO 83 FOR THE        *
000237*                    CAPTURE SOURCE NOW ON THE LOG.  THE        *
000247*                    CONVERT FUNCTION DEFAULTS THE SOURCE TO    *
000257*                    SPACES.  A 78-BYTE BACKUP CANNOT BE        *
000267*                    REBUILT - UNLOAD A FRESH BACKUP AFTER THE  *
000277*                    INCNV01 CUTOVER.                           *
000287*    2026-10-15  DK  THE BACKUP STAYS THE 83-BYTE ENTRY;        *
000297*                    REBUILD AND CONVERT BUILD THE OPERATOR AND *
000307*                    CODE ALTERNATE KEYS ON EACH RECORD         *
000317*                    RELOADED, SO A REBUILD ALSO REPAIRS THE    *
000327*                    ALTERNATE INDEXES AND A BACKUP TAKEN       *
000337*                    BEFORE THE KEYS EXISTED STILL RELOADS.     *
000204*                                                                *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS TR-KEY
000353         ALTERNATE RECORD KEY IS TR-OPER-KEY
000356         ALTERNATE RECORD KEY IS TR-CODE-KEY
000360         FILE STATUS IS WS-TRAN-STATUS.
000370*
000380     SELECT BKP-FILE ASSIGN TO "TRANBKP"
000590 FD  BKP-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  BKP-RECORD                  PIC X(83).
000622*
000623*****************************************************************
000624*    OBKP-FILE - OLD-FORMAT 60-BYTE BACKUP, READ ONLY BY THE    *
002660*                          THE REBUILT INDEXED LOG               *
002670*****************************************************************
002680 4000-RELOAD-RECORDS.
002682     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
002684     MOVE TR-KEY TO TR-OK-ENTRY-KEY
002686     MOVE TR-VAR1 TO TR-CK-VAR1
002688     MOVE TR-KEY TO TR-CK-ENTRY-KEY
002690     WRITE TRAN-RECORD
002700         INVALID KEY
002710             ADD 1 TO WS-DUPLICATE-COUNT
002908     MOVE SPACES TO TR-TYPE-CODE
002909     MOVE ZERO TO TR-AMOUNT
002911     MOVE ZERO TO TR-CAPTURE-DATE
002912     MOVE SPACES TO TR-SOURCE
002913     MOVE TR-OPERATOR-ID TO TR-OK-OPERATOR-ID
002914     MOVE TR-KEY TO TR-OK-ENTRY-KEY
002915     MOVE TR-VAR1 TO TR-CK-VAR1
002916     MOVE TR-KEY TO TR-CK-ENTRY-KEY
002917     WRITE TRAN-RECORD
002918         INVALID KEY
002919             ADD 1 TO WS-DUPLICATE-COUNT
002920         NOT INVALID KEY
002921             ADD 1 TO WS-RELOAD-COUNT
002922     END-WRITE
002923     PERFORM 5100-READ-OBKP-FILE.
002924*
002925*****************************************************************
002926*    5100-READ-OBKP-FILE - READ THE NEXT OLD-FORMAT BACKUP      *
002927*                          RECORD                               *
002928*****************************************************************
002929 5100-READ-OBKP-FILE.
002930     READ OBKP-FILE
002931         AT END
002932             MOVE "Y" TO WS-EOF-SW
002933     END-READ
002934     IF NOT END-OF-FILE
002935         ADD 1 TO WS-BKP-COUNT
002936     END-IF.
002937*
002938*****************************************************************
002939*    7000-PRINT-CONTROL-REPORT - PRINT THE UNLOAD/VERIFY OR      *
002940*                                REBUILD/CONVERT COUNTS          *
002941*****************************************************************
002950 7000-PRINT-CONTROL-REPORT.
002960     MOVE SPACES TO WS-PRINT-LINE
