000132*                    DRIVER INEOD01 CAN CHECK EACH STEP.        *
000133*    2026-08-23  DK  THE DETAIL LINE NOW SHOWS THE TYPE CODE    *
000134*                    AND SIGNED AMOUNT CARRIED ON THE RECORD.   *
000135*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000136*                    AND CODE ALTERNATE KEYS.                   *
000137*                                                                *
000140*****************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. INRPT01.
000255         ORGANIZATION IS INDEXED
000256         ACCESS MODE IS SEQUENTIAL
000257         RECORD KEY IS TR-KEY
000260         ALTERNATE RECORD KEY IS TR-OPER-KEY
000263         ALTERNATE RECORD KEY IS TR-CODE-KEY
000266         FILE STATUS IS WS-TRAN-STATUS.
000270*
000280     SELECT RPT-FILE ASSIGN TO "INRPT01.LST"
000290         ORGANIZATION IS LINE SEQUENTIAL
