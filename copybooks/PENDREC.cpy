000150*    2026-09-02  DK  ORIGINAL.                                  *
000151*    2026-09-02  DK  PD-TR-SEQ ADDED FOR THE SEQUENCE NUMBER   *
000152*                    NOW ON TR-KEY; IMAGES WIDENED TO 78.      *
000154*    2026-10-15  DK  IMAGES WIDENED TO 83 FOR THE CAPTURE       *
000156*                    SOURCE NOW ON TRAN-RECORD.                 *
000160*****************************************************************
000170 01  PEND-RECORD.
000180     05  PD-KEY.
000250     05  PD-STAMP-DATE       PIC 9(08).
000260     05  PD-STAMP-TIME       PIC 9(06).
000270     05  PD-BUSINESS-DATE    PIC 9(08).
000280     05  PD-BEFORE-IMAGE     PIC X(83).
000290     05  PD-AFTER-IMAGE      PIC X(83).
