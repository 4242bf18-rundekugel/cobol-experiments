000133*                    SHOP CAN ACKNOWLEDGE THE FULL 17-         *
000134*                    CHARACTER KEY (SEE INRCN01).  LINE        *
000135*                    WIDENED TO 74.                            *
000145*    2026-10-15  DK  TRANLOG IS NOW DECLARED WITH ITS OPERATOR  *
000155*                    AND CODE ALTERNATE KEYS.                   *
000130*                                                                *
000140*****************************************************************
000150 IDENTIFICATION DIVISION.
000255         ORGANIZATION IS INDEXED
000256         ACCESS MODE IS SEQUENTIAL
000257         RECORD KEY IS TR-KEY
000259         ALTERNATE RECORD KEY IS TR-OPER-KEY
000261         ALTERNATE RECORD KEY IS TR-CODE-KEY
000263         FILE STATUS IS WS-TRAN-STATUS.
000265*
000270     SELECT CSV-FILE ASSIGN TO "INCSV01.CSV"
000280         ORGANIZATION IS LINE SEQUENTIAL
000285         FILE STATUS IS WS-CSV-STATUS.
