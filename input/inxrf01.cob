000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : CODE USAGE CROSS-REFERENCE REPORT.  LOADS THE  *
000060*                 VALID-VALUES MASTER INTO A TABLE, READS THE    *
000066*                 FULL TRANSACTION LOG IN CODE ORDER THROUGH ITS *
000072*                 CODE ALTERNATE KEY, AND PRINTS THREE           *
000080*                 SECTIONS: EACH VV-CODE WITH ITS DESCRIPTION,   *
000090*                 ENTRY COUNT, AND NET TR-AMOUNT BY TYPE; THE    *
000100*                 CODES WITH NO LOG ACTIVITY AT ALL (THE         *
000170*    MODIFICATION HISTORY                                       *
000180*    ------------------------------------------------------     *
000190*    2026-09-02  DK  ORIGINAL.                                  *
000191*    2026-10-15  DK  THE LOG IS NOW READ THROUGH ITS CODE       *
000192*                    ALTERNATE KEY, SO EACH CODE'S ENTRIES      *
000193*                    ARRIVE TOGETHER AND THE CODE TABLE IS      *
000194*                    SEARCHED ONCE PER CODE INSTEAD OF ONCE PER *
000195*                    ENTRY.  THE UNMATCHED-VALUE WARNINGS NOW   *
000196*                    PRINT IN CODE ORDER.                       *
000200*                                                                *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS TR-KEY
000413         ALTERNATE RECORD KEY IS TR-OPER-KEY
000416         ALTERNATE RECORD KEY IS TR-CODE-KEY
000420         FILE STATUS IS WS-TRAN-STATUS.
000430*
000440     SELECT RPT-FILE ASSIGN TO "INXRF01.LST"
001240                                 OCCURS 4 TIMES.
001250 77  WS-CODE-SUB                  PIC 9(03)   COMP.
001260 77  WS-CODE-FOUND-SUB            PIC 9(03)   COMP.
001265 77  WS-PREV-VAR1                 PIC X(22)   VALUE LOW-VALUES.
001270*
001280*****************************************************************
001290*    WS-ORPHAN-TABLE - DISTINCT LOG VALUES WITH NO MATCHING     *
001700*****************************************************************
001710*    1000-INITIALIZE - LOAD THE VALID-VALUES MASTER INTO THE     *
001720*                      CODE TABLE, OPEN THE LOG AND THE REPORT,  *
001726*                      POSITION THE LOG AT THE START OF ITS CODE *
001732*                      KEY, AND PRIME THE FIRST LOG READ         *
001740*****************************************************************
001750 1000-INITIALIZE.
001760     OPEN INPUT VALV-FILE
002050     WRITE RPT-RECORD FROM WS-PRINT-LINE
002060     MOVE SPACES TO WS-PRINT-LINE
002070     WRITE RPT-RECORD FROM WS-PRINT-LINE
002072     MOVE LOW-VALUES TO TR-CODE-KEY
002074     START TRAN-FILE KEY NOT < TR-CODE-KEY
002076         INVALID KEY
002078             MOVE "Y" TO WS-TRAN-EOF-SW
002080     END-START
002082     IF NOT TRAN-AT-END
002084         PERFORM 2100-READ-TRAN-FILE
002086     END-IF.
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110*
002490*    2000-PROCESS-RECORDS - TALLY ONE LOG RECORD AGAINST ITS     *
002500*                           MASTER CODE, OR AGAINST THE ORPHAN   *
002510*                           TABLE WHEN NO CODE MATCHES, AND      *
002515*                           READ THE NEXT RECORD.  THE LOG COMES *
002520*                           IN CODE ORDER, SO THE CODE TABLE IS  *
002525*                           ONLY SEARCHED WHEN THE CODE CHANGES  *
002530*****************************************************************
002540 2000-PROCESS-RECORDS.
002546     IF TR-VAR1 NOT = WS-PREV-VAR1
002552         MOVE TR-VAR1 TO WS-PREV-VAR1
002558         MOVE ZERO TO WS-CODE-FOUND-SUB
002564         PERFORM 2200-SCAN-CODE-TABLE
002570             VARYING WS-CODE-SUB FROM 1 BY 1
002576             UNTIL WS-CODE-SUB > WS-CODE-USED
002582             OR WS-CODE-FOUND-SUB > ZERO
002588     END-IF
002600     IF WS-CODE-FOUND-SUB > ZERO
002610         PERFORM 2300-TALLY-CODE-USAGE
002620     ELSE
002660*
002670*****************************************************************
002680*    2100-READ-TRAN-FILE - READ THE NEXT TRANSACTION LOG RECORD  *
002685*                          IN CODE KEY SEQUENCE                  *
002690*****************************************************************
002700 2100-READ-TRAN-FILE.
002710     READ TRAN-FILE NEXT RECORD
002720         AT END
002730             MOVE "Y" TO WS-TRAN-EOF-SW
002740     END-READ.
