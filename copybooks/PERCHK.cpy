000010*****************************************************************
000020*    PERCHK - PERIOD-LOCK CHECK STATUS, SWITCHES AND WORK       *
000030*               FIELDS SHARED BY EVERY PROGRAM THAT WRITES,     *
000040*               CHANGES OR DELETES TRANSACTION-LOG RECORDS, SO  *
000050*               THE LOCK IS APPLIED THE SAME WAY EVERYWHERE.    *
000060*               THE CALLER SETS THE CHECK KEY AND THE ACTION    *
000070*               AND PERFORMS ITS 7700-CHECK-PERIOD.             *
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    2026-10-15  DK  ORIGINAL.                                  *
000110*****************************************************************
000120 01  WS-PERD-STATUS          PIC X(02).
000130     88  WS-PERD-OK                      VALUE "00".
000140     88  WS-PERD-NOT-FOUND               VALUE "35".
000150*
000160 01  WS-PERL-STATUS          PIC X(02).
000170     88  WS-PERL-OK                      VALUE "00".
000180     88  WS-PERL-NOT-FOUND               VALUE "35".
000190*
000200 01  WS-PERIOD-SWITCHES.
000210     05  WS-PERD-OPEN-SW     PIC X(01)   VALUE "N".
000220         88  PERD-FILE-OPEN              VALUE "Y".
000230     05  WS-PERL-OPEN-SW     PIC X(01)   VALUE "N".
000240         88  PERL-FILE-OPEN              VALUE "Y".
000250     05  WS-PERIOD-CLOSED-SW PIC X(01)   VALUE "N".
000260         88  PERIOD-IS-CLOSED            VALUE "Y".
000270*
000280 01  WS-PERIOD-CHECK.
000290     05  WS-PERIOD-CHECK-DATE
000300                             PIC 9(08).
000310     05  WS-PERIOD-CHECK-DATE-X REDEFINES WS-PERIOD-CHECK-DATE.
000320         10  WS-PERIOD-CHECK-CCYYMM
000330                             PIC 9(06).
000340         10  FILLER          PIC 9(02).
000350     05  WS-PERIOD-CHECK-TIME
000360                             PIC 9(06).
000370     05  WS-PERIOD-CHECK-SEQ PIC 9(03).
000380     05  WS-PERIOD-ACTION    PIC X(10).
