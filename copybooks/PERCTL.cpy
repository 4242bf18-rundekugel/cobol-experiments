000010*****************************************************************
000020*    PERCTL - ACCOUNTING PERIOD-CONTROL RECORD LAYOUT           *
000030*               ONE RECORD PER CALENDAR MONTH (CCYYMM) THAT     *
000040*               ACCOUNTING HAS OPENED OR CLOSED THROUGH INPER01.*
000050*               A CLOSED PERIOD CARRIES THE DATE, TIME AND      *
000060*               OPERATOR OF THE CLOSE.  EVERY PROGRAM THAT      *
000070*               WRITES, CHANGES OR DELETES TRANSACTION-LOG      *
000080*               RECORDS READS THIS FILE AND REFUSES A KEY DATE  *
000090*               IN A CLOSED PERIOD.  A MONTH WITH NO RECORD, OR *
000100*               NO PERIODS FILE AT ALL, IS OPEN.                *
000110*    MODIFICATION HISTORY                                       *
000120*    ------------------------------------------------------     *
000130*    2026-10-15  DK  ORIGINAL.                                  *
000140*****************************************************************
000150 01  PERIOD-RECORD.
000160     05  PC-PERIOD           PIC 9(06).
000170     05  PC-PERIOD-X REDEFINES PC-PERIOD.
000180         10  PC-PERIOD-CCYY  PIC 9(04).
000190         10  PC-PERIOD-MM    PIC 9(02).
000200     05  PC-STATUS           PIC X(01).
000210         88  PC-OPEN                         VALUE "O".
000220         88  PC-CLOSED                       VALUE "C".
000230     05  PC-CLOSE-DATE       PIC 9(08).
000240     05  PC-CLOSE-TIME       PIC 9(06).
000250     05  PC-CLOSED-BY        PIC X(08).
