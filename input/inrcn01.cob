000191*                    SEQUENCE NUMBER NOW ON TR-KEY.  THE       *
000192*                    DOWNSTREAM SHOP MUST RETURN THE FULL      *
000193*                    17-CHARACTER KEY FROM THE EXTRACT.        *
000203*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000213*                    AND CODE ALTERNATE KEYS.                   *
000190*                                                                *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS TR-KEY
000343         ALTERNATE RECORD KEY IS TR-OPER-KEY
000346         ALTERNATE RECORD KEY IS TR-CODE-KEY
000350         FILE STATUS IS WS-TRAN-STATUS.
000360*
000370     SELECT ACK-FILE ASSIGN TO "ACKFILE"
