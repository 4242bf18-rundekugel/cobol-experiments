000114*                    17 BYTES, RECORD 78.  ANY FILE OR ACK       *
000115*                    FEED BUILT ON THE OLD 14-BYTE KEY MUST BE   *
000116*                    CUT OVER WITH IT.                           *
000126*    2026-10-15  DK  ADDED TR-SOURCE - WHERE THE ENTRY CAME FROM *
000136*                    (O KEYED ONLINE, B SITE BATCH LOAD, S       *
000146*                    STANDING-ENTRY GENERATOR, R RELEASED FROM   *
000156*                    SUSPENSE) AND THE SITE IT CAME FROM - SO    *
000166*                    DUPLICATE AND AUDIT REPORTS CAN TELL AN     *
000176*                    OPERATOR'S ENTRY FROM A SITE LOAD.  SPACES  *
000186*                    MEANS CAPTURED BEFORE THE SOURCE WAS        *
000196*                    RECORDED.  RECORD IS NOW 83 BYTES; THE LOG, *
000206*                    ARCHIVE, JOURNAL AND PENDING QUEUE ARE CUT  *
000216*                    OVER BY INCNV01.                            *
000226*    2026-10-15  DK  ADDED TR-ALT-KEYS - THE OPERATOR AND THE    *
000236*                    VAR1 CODE, EACH FOLLOWED BY THE DATE, TIME  *
000246*                    AND SEQUENCE OF TR-KEY - AS ALTERNATE       *
000256*                    RECORD KEYS OF THE LOG SO LOOKUPS AND       *
000266*                    REPORTS BY OPERATOR OR CODE READ STRAIGHT   *
000276*                    TO THEIR ENTRIES INSTEAD OF SCANNING THE    *
000286*                    DATE RANGE.  EVERY WRITER AND REWRITER      *
000296*                    BUILDS THEM FROM THE ENTRY JUST BEFORE THE  *
000306*                    WRITE.  JOURNAL, PENDING, ARCHIVE AND       *
000316*                    BACKUP IMAGES STAY THE 83-BYTE ENTRY; THE   *
000326*                    KEYS ARE REBUILT WHEN AN IMAGE GOES BACK ON *
000336*                    THE LOG.  RECORD IS NOW 147 BYTES; THE LOG  *
000346*                    AND TRAINING LOG ARE CUT OVER BY INCNV02.   *
000101*****************************************************************
000102 01  TRAN-RECORD.
000105     05  TR-KEY.
000200                                         "AD".
000210     05  TR-AMOUNT           PIC S9(07)V99   COMP-3.
000220     05  TR-CAPTURE-DATE     PIC 9(08).
000230     05  TR-SOURCE.
000240         10  TR-SOURCE-CODE  PIC X(01).
000250             88  TR-FROM-ONLINE              VALUE "O".
000260             88  TR-FROM-SITE-LOAD           VALUE "B".
000270             88  TR-FROM-STANDING            VALUE "S".
000280             88  TR-FROM-SUSPENSE            VALUE "R".
000290             88  TR-FROM-UNKNOWN             VALUE SPACE.
000300         10  TR-SOURCE-SITE  PIC X(04).
000310     05  TR-ALT-KEYS.
000320         10  TR-OPER-KEY.
000330             15  TR-OK-OPERATOR-ID   PIC X(08).
000340             15  TR-OK-ENTRY-KEY     PIC X(17).
000370         10  TR-CODE-KEY.
000380             15  TR-CK-VAR1          PIC X(22).
000390             15  TR-CK-ENTRY-KEY     PIC X(17).
