000166*    2026-09-02  DK  IMAGES WIDENED TO 78 AND THE PRINTED KEY  *
000167*                    TO 17 FOR THE SEQUENCE NUMBER NOW ON      *
000168*                    TR-KEY.                                   *
000178*    2026-10-15  DK  IMAGE WORK AREA WIDENED TO 83 FOR THE      *
000188*                    CAPTURE SOURCE NOW ON TRAN-RECORD.         *
000160*                                                                *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000745     05  WS-C-COUNT              PIC ZZZZ9.
000746     05  FILLER                  PIC X(104).
000747*
000748 01  WS-IMAGE-AREA               PIC X(83).
000749 01  WS-IMAGE-FIELDS REDEFINES WS-IMAGE-AREA.
000751     05  WS-IM-KEY               PIC X(17).
000752     05  WS-IM-VAR1              PIC X(22).
000757     05  WS-IM-TYPE              PIC X(02).
000758     05  WS-IM-AMOUNT            PIC S9(07)V99   COMP-3.
000761     05  WS-IM-CAPTURE           PIC X(08).
000771     05  WS-IM-SOURCE            PIC X(05).
000759*
000762 01  WS-SWITCHES.
000764     05  WS-EOF-SW               PIC X(01)   VALUE "N".
