000200*    MODIFICATION HISTORY                                       *
000210*    ------------------------------------------------------     *
000220*    2026-09-02  DK  ORIGINAL.                                  *
000223*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000226*                    AND CODE ALTERNATE KEYS.                   *
000230*                                                                *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS TR-KEY
000383         ALTERNATE RECORD KEY IS TR-OPER-KEY
000386         ALTERNATE RECORD KEY IS TR-CODE-KEY
000390         FILE STATUS IS WS-TRAN-STATUS.
000400*
000410     SELECT GLMP-FILE ASSIGN TO "GLMAP"
