000010*****************************************************************
000020*    DUPCTL - SUSPECTED-DUPLICATE SCAN CONTROL RECORD           *
000030*               ONE RECORD HOLDING HOW MANY CALENDAR DAYS BEFORE*
000040*               THE BUSINESS DATE INDUP01 SCANS ALONG WITH IT,  *
000050*               AND THE TOLERANCE WINDOW IN MINUTES BETWEEN TWO *
000060*               CAPTURES OF THE SAME CODE, TYPE AND AMOUNT FOR  *
000070*               THEM TO BE REPORTED TOGETHER.  A ZERO WINDOW    *
000080*               GROUPS EVERY MATCHING ENTRY IN THE SCANNED DAYS.*
000090*               NO RECORD MEANS ONE PRIOR DAY AND NO WINDOW.    *
000100*               MAINTAINED THROUGH INDUR01.                     *
000110*    MODIFICATION HISTORY                                       *
000120*    ------------------------------------------------------     *
000130*    2026-10-15  DK  ORIGINAL.                                  *
000140*****************************************************************
000150 01  DUPC-RECORD.
000160     05  DC-PRIOR-DAYS       PIC 9(02).
000170     05  DC-WINDOW-MINUTES   PIC 9(04).
