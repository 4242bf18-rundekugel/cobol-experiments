000154*                    LOG CARRIES TR-TYPE-CODE AND TR-AMOUNT.    *
000156*                    RECORDS WITH AN UNKNOWN TYPE (KEYED        *
000158*                    BEFORE THE CONVERSION) BUCKET TO OTHER.    *
000161*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000164*                    AND CODE ALTERNATE KEYS.                   *
000167*                                                                *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. INBAL01.
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS TR-KEY
000313         ALTERNATE RECORD KEY IS TR-OPER-KEY
000316         ALTERNATE RECORD KEY IS TR-CODE-KEY
000320         FILE STATUS IS WS-TRAN-STATUS.
000330*
000340     SELECT RPT-FILE ASSIGN TO "INBAL01.LST"
