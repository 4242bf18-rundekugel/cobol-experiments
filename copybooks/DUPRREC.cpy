000010*****************************************************************
000020*    DUPRREC - SUSPECTED-DUPLICATE REVIEW RECORD LAYOUT         *
000030*               ONE RECORD PER MEMBER OF EACH GROUP OF ENTRIES  *
000040*               INDUP01 FOUND KEYED WITH THE SAME CODE, TYPE    *
000050*               AND AMOUNT INSIDE THE TOLERANCE WINDOW, KEYED   *
000060*               BY GROUP NUMBER AND MEMBER NUMBER.  REBUILT     *
000070*               EACH NIGHT.  CARRIES THE MEMBER'S KEY, WHO      *
000080*               KEYED IT, WHEN IT WAS CAPTURED AND WHERE IT     *
000090*               CAME FROM, AND THE SUPERVISOR'S DECISION ON     *
000100*               THE GROUP FROM INDUR01 - THE DECISION ITSELF    *
000110*               IS KEPT FOR LATER NIGHTS ON DUPMARK.            *
000120*    MODIFICATION HISTORY                                       *
000130*    ------------------------------------------------------     *
000140*    2026-10-15  DK  ORIGINAL.                                  *
000150*****************************************************************
000160 01  DUPR-RECORD.
000170     05  DR-KEY.
000180         10  DR-GROUP        PIC 9(04).
000190         10  DR-MEMBER       PIC 9(02).
000200     05  DR-SCAN-DATE        PIC 9(08).
000210     05  DR-MEMBER-COUNT     PIC 9(02).
000220     05  DR-TR-KEY.
000230         10  DR-TR-DATE      PIC 9(08).
000240         10  DR-TR-TIME      PIC 9(06).
000250         10  DR-TR-SEQ       PIC 9(03).
000260     05  DR-VAR1             PIC X(22).
000270     05  DR-TYPE-CODE        PIC X(02).
000280     05  DR-AMOUNT           PIC S9(07)V99   COMP-3.
000290     05  DR-OPERATOR-ID      PIC X(08).
000300     05  DR-CAPTURE-DATE     PIC 9(08).
000310     05  DR-CAPTURE-TIME     PIC X(06).
000320     05  DR-SOURCE-CODE      PIC X(01).
000330     05  DR-SOURCE-SITE      PIC X(04).
000340     05  DR-STATUS           PIC X(01).
000350         88  DR-OPEN                         VALUE SPACE.
000360         88  DR-DUPLICATE                    VALUE "D".
000370         88  DR-LEGITIMATE                   VALUE "L".
000380     05  DR-REVIEWED-BY      PIC X(08).
000390     05  DR-REVIEW-DATE      PIC 9(08).
000400     05  DR-REVIEW-TIME      PIC 9(06).
