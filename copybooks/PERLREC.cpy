000010*****************************************************************
000020*    PERLREC - PERIOD-LOCK REFUSAL LOG RECORD LAYOUT            *
000030*               ONE RECORD PER ATTEMPT TO WRITE, CHANGE OR      *
000040*               DELETE A TRANSACTION-LOG RECORD WHOSE KEY DATE  *
000050*               FALLS IN A CLOSED ACCOUNTING PERIOD (SEE        *
000060*               PERCTL), STAMPED WITH THE PROGRAM, THE OPERATOR *
000070*               AND THE ACTION REFUSED.  A BATCH REFUSAL        *
000080*               CARRIES THE BATCH OPERATOR AS SPACES.  LISTED   *
000090*               BY INPCL01.                                     *
000100*    MODIFICATION HISTORY                                       *
000110*    ------------------------------------------------------     *
000120*    2026-10-15  DK  ORIGINAL.                                  *
000130*****************************************************************
000140 01  PERL-RECORD.
000150     05  PL-STAMP-DATE       PIC 9(08).
000160     05  PL-STAMP-TIME       PIC 9(06).
000170     05  PL-PROGRAM          PIC X(08).
000180     05  PL-OPERATOR-ID      PIC X(08).
000190     05  PL-ACTION           PIC X(10).
000200     05  PL-TR-KEY.
000210         10  PL-TR-DATE      PIC 9(08).
000220         10  PL-TR-TIME      PIC 9(06).
000230         10  PL-TR-SEQ       PIC 9(03).
000240     05  PL-PERIOD           PIC 9(06).
