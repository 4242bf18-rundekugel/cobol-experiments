000010*****************************************************************
000020*    STNDREC - STANDING-ENTRY MASTER RECORD LAYOUT              *
000030*               ONE RECORD PER ENTRY THAT RECURS ON A FIXED     *
000040*               SCHEDULE - EVERY BUSINESS DAY, ONE WEEKDAY EACH *
000050*               WEEK, OR THE LAST BUSINESS DAY OF THE MONTH -   *
000060*               BETWEEN ITS START AND END DATES.  MAINTAINED BY *
000070*               INSTM01; THE START-OF-DAY GENERATOR INSTG01     *
000080*               WRITES EACH DUE ENTRY TO TRANLOG UNDER THE      *
000090*               OWNING OPERATOR AND THE BUSINESS DATE.  THE     *
000100*               DEFINITION GROUP IS THE IMAGE KEPT ON THE       *
000110*               MAINTENANCE HISTORY.  THE GENERATION FIELDS ARE *
000120*               SET ONLY BY INSTG01: THE KEY IS STAMPED BEFORE  *
000130*               THE WRITE IS ATTEMPTED AND THE STATE IS SETTLED *
000140*               AFTER IT, SO A RERUN CAN TELL WHETHER THE DAY'S *
000150*               ENTRY ALREADY LANDED AND NEVER WRITES IT TWICE. *
000160*    MODIFICATION HISTORY                                       *
000170*    ------------------------------------------------------     *
000180*    2026-10-15  DK  ORIGINAL.                                  *
000190*****************************************************************
000200 01  STND-RECORD.
000210     05  SO-ID               PIC X(08).
000220     05  SO-DEFINITION.
000230         10  SO-VAR1         PIC X(22).
000240         10  SO-TYPE-CODE    PIC X(02).
000250         10  SO-AMOUNT       PIC S9(07)V99   COMP-3.
000260         10  SO-FREQUENCY    PIC X(01).
000270             88  SO-DAILY                    VALUE "D".
000280             88  SO-WEEKLY                   VALUE "W".
000290             88  SO-MONTH-END                VALUE "M".
000300             88  SO-FREQUENCY-VALID          VALUE "D" "W" "M".
000310*            1=MONDAY ... 5=FRIDAY, WEEKLY ENTRIES ONLY
000320         10  SO-WEEKDAY      PIC 9(01).
000330         10  SO-START-DATE   PIC 9(08).
000340*            99999999 = NO END DATE
000350         10  SO-END-DATE     PIC 9(08).
000360         10  SO-OPERATOR-ID  PIC X(08).
000370         10  SO-STATUS       PIC X(01).
000380             88  SO-ACTIVE                   VALUE "A".
000390             88  SO-INACTIVE                 VALUE "I".
000400     05  SO-GENERATION.
000410         10  SO-LAST-GEN-DATE
000420                             PIC 9(08).
000430         10  SO-GEN-STATE    PIC X(01).
000440             88  SO-GEN-NONE                 VALUE SPACE.
000450             88  SO-GEN-LOG-PENDING          VALUE "T".
000460             88  SO-GEN-SUSP-PENDING         VALUE "S".
000470             88  SO-GEN-LOGGED               VALUE "G".
000480             88  SO-GEN-SUSPENDED            VALUE "R".
000490         10  SO-GEN-TR-KEY.
000500             15  SO-GEN-TR-DATE
000510                             PIC 9(08).
000520             15  SO-GEN-TR-TIME
000530                             PIC 9(06).
000540             15  SO-GEN-TR-SEQ
000550                             PIC 9(03).
000560         10  SO-GEN-SUSP-SEQ PIC 9(06).
