000010*****************************************************************
000020*    DUPMREC - SUSPECTED-DUPLICATE DECISION RECORD LAYOUT       *
000030*               ONE RECORD PER TRANSACTION-LOG ENTRY A          *
000040*               SUPERVISOR HAS RULED ON THROUGH INDUR01, KEYED  *
000050*               BY THE ENTRY'S TR-KEY.  A GROUP WHOSE MEMBERS   *
000060*               ARE ALL RULED LEGITIMATE IS NOT REPORTED AGAIN  *
000070*               BY INDUP01; A GROUP CONFIRMED AS A DUPLICATE IS *
000080*               REPORTED AS CONFIRMED UNTIL THE DUPLICATE HAS   *
000090*               BEEN DELETED THROUGH INFIX01.                   *
000100*    MODIFICATION HISTORY                                       *
000110*    ------------------------------------------------------     *
000120*    2026-10-15  DK  ORIGINAL.                                  *
000130*****************************************************************
000140 01  DUPM-RECORD.
000150     05  DM-TR-KEY.
000160         10  DM-TR-DATE      PIC 9(08).
000170         10  DM-TR-TIME      PIC 9(06).
000180         10  DM-TR-SEQ       PIC 9(03).
000190     05  DM-DECISION         PIC X(01).
000200         88  DM-DUPLICATE                    VALUE "D".
000210         88  DM-LEGITIMATE                   VALUE "L".
000220     05  DM-SCAN-DATE        PIC 9(08).
000230     05  DM-GROUP            PIC 9(04).
000240     05  DM-MARKED-BY        PIC X(08).
000250     05  DM-MARK-DATE        PIC 9(08).
000260     05  DM-MARK-TIME        PIC 9(06).
