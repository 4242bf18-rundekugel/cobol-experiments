000130*    2026-09-02  DK  ORIGINAL.                                  *
000131*    2026-09-02  DK  ADDED REASON 09 - AMOUNT OVER THE HARD    *
000132*                    LIMIT ON THE LIMITS MASTER (SEE INLIM01). *
000133*    2026-10-15  DK  DUE STANDING ENTRIES THAT FAIL THE EDITS  *
000134*                    IN INSTG01 LAND HERE TOO, AS SITE STND.   *
000140*****************************************************************
000150 01  SUSP-RECORD.
000160     05  SP-KEY.
