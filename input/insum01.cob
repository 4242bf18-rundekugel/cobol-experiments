000150*    MODIFICATION HISTORY                                       *
000160*    ------------------------------------------------------     *
000170*    2026-09-02  DK  ORIGINAL.                                  *
000173*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000176*                    AND CODE ALTERNATE KEYS.                   *
000180*                                                                *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TR-KEY
000333         ALTERNATE RECORD KEY IS TR-OPER-KEY
000336         ALTERNATE RECORD KEY IS TR-CODE-KEY
000340         FILE STATUS IS WS-TRAN-STATUS.
000350*
000360     SELECT SUMM-FILE ASSIGN TO "SUMFILE"
