000010*****************************************************************
000020*    BTRKREC - SITE BATCH-CONTROL RECORD LAYOUT                 *
000030*               ONE RECORD PER SITE AND BATCH NUMBER INBTL01    *
000040*               HAS SEEN, WITH THE HEADER BUSINESS DATE, THE    *
000050*               TRAILER CONTROL TOTALS, THE COUNT AND AMOUNT    *
000060*               HASH ACTUALLY RECEIVED, AND WHETHER THE BATCH   *
000070*               WAS LOADED OR REJECTED.  A LOADED BATCH NUMBER  *
000080*               IS NEVER LOADED AGAIN - A RESEND IS REFUSED AND *
000090*               ITS DATE KEPT IN BK-LAST-DUP-DATE.  A REJECTED  *
000100*               BATCH MAY BE RESENT UNDER THE SAME NUMBER; THE  *
000110*               LAST REJECTION STAYS ON THE RECORD AFTER THE    *
000120*               RESEND LOADS.  BK-RUN-DATE/TIME IS THE LOAD     *
000130*               RUN'S CHECKPOINT ANCHOR, SO A RESTARTED RUN     *
000140*               KNOWS ITS OWN BATCHES FROM EARLIER ONES.        *
000150*               INBSR01 REPORTS FROM THIS FILE.                 *
000160*    MODIFICATION HISTORY                                       *
000170*    ------------------------------------------------------     *
000180*    2026-10-15  DK  ORIGINAL.                                  *
000190*****************************************************************
000200 01  BTRK-RECORD.
000210     05  BK-KEY.
000220         10  BK-SITE         PIC X(04).
000230         10  BK-BATCH-NO     PIC 9(06).
000240     05  BK-STATUS           PIC X(01).
000250         88  BK-LOADED                       VALUE "L".
000260         88  BK-REJECTED                     VALUE "R".
000270     05  BK-BUS-DATE         PIC 9(08).
000280     05  BK-RECORD-COUNT     PIC 9(06).
000290     05  BK-AMOUNT-HASH      PIC S9(11)V99 COMP-3.
000300     05  BK-ACTUAL-COUNT     PIC 9(06).
000310     05  BK-ACTUAL-HASH      PIC S9(11)V99 COMP-3.
000320     05  BK-RUN-DATE         PIC 9(08).
000330     05  BK-RUN-TIME         PIC 9(06).
000340     05  BK-STAMP-DATE       PIC 9(08).
000350     05  BK-STAMP-TIME       PIC 9(06).
000360     05  BK-LAST-REJECT-DATE PIC 9(08).
000370     05  BK-LAST-REJECT-CODE PIC X(02).
000380         88  BK-SITE-UNKNOWN                 VALUE "11".
000390         88  BK-SITE-INACTIVE                VALUE "12".
000400         88  BK-WRONG-DATE                   VALUE "13".
000410         88  BK-OUT-OF-BALANCE               VALUE "14".
000420         88  BK-NO-TRAILER                   VALUE "15".
000430     05  BK-LAST-DUP-DATE    PIC 9(08).
