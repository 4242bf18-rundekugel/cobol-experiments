000114*                    UNDER THE FIXLIM THRESHOLD.                 *
000116*    2026-09-02  DK  IMAGES WIDENED TO 78 FOR THE SEQUENCE     *
000117*                    NUMBER NOW ON TR-KEY.                      *
000127*    2026-10-15  DK  IMAGES WIDENED TO 83 FOR THE CAPTURE       *
000137*                    SOURCE NOW ON TRAN-RECORD.                 *
000110*****************************************************************
000120 01  JRNL-RECORD.
000130     05  JR-FUNCTION         PIC X(01).
000170     05  JR-STAMP-DATE       PIC 9(08).
000180     05  JR-STAMP-TIME       PIC 9(06).
000185     05  JR-BUSINESS-DATE    PIC 9(08).
000190     05  JR-BEFORE-IMAGE     PIC X(83).
000200     05  JR-AFTER-IMAGE      PIC X(83).
