000010*****************************************************************
000020*    PRJREC - PENDING-CHANGE REJECTION LOG RECORD LAYOUT        *
000030*               ONE RECORD PER PENDING CORRECTION OR DELETION   *
000040*               INAPR01 TOOK OFF THE QUEUE WITHOUT APPLYING IT -*
000050*               REJECTED BY THE REVIEWING SUPERVISOR, OR DROPPED*
000060*               BECAUSE THE RECORD WAS NO LONGER ON THE LOG.    *
000070*               CARRIES THE QUEUED REQUEST AS IT STOOD, WHO     *
000080*               TOOK IT OFF AND WHEN, SO THE REQUEST STAYS ON   *
000090*               THE AUDIT TRAIL (SEE INAUD01) ONCE THE QUEUE    *
000100*               ENTRY IS GONE.                                  *
000110*    MODIFICATION HISTORY                                       *
000120*    ------------------------------------------------------     *
000130*    2026-10-15  DK  ORIGINAL.                                  *
000140*****************************************************************
000150 01  PREJ-RECORD.
000160     05  PJ-KEY.
000170         10  PJ-TR-DATE      PIC 9(08).
000180         10  PJ-TR-TIME      PIC 9(06).
000190         10  PJ-TR-SEQ       PIC 9(03).
000200     05  PJ-REASON           PIC X(01).
000210         88  PJ-REJECTED                     VALUE "R".
000220         88  PJ-RECORD-GONE                  VALUE "G".
000230     05  PJ-FUNCTION         PIC X(01).
000240         88  PJ-CORRECTION                   VALUE "C".
000250         88  PJ-DELETION                     VALUE "D".
000260     05  PJ-REQUESTER-ID     PIC X(08).
000270     05  PJ-REQUEST-DATE     PIC 9(08).
000280     05  PJ-REQUEST-TIME     PIC 9(06).
000290     05  PJ-REJECTED-BY      PIC X(08).
000300     05  PJ-STAMP-DATE       PIC 9(08).
000310     05  PJ-STAMP-TIME       PIC 9(06).
000320     05  PJ-BUSINESS-DATE    PIC 9(08).
000330     05  PJ-BEFORE-IMAGE     PIC X(83).
000340     05  PJ-AFTER-IMAGE      PIC X(83).
