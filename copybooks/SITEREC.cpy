000010*****************************************************************
000020*    SITEREC - REMOTE-SITE MASTER RECORD LAYOUT                 *
000030*               ONE RECORD PER SITE THAT SUBMITS BATCHES TO     *
000040*               INBTL01, MAINTAINED THROUGH INSIT01.  AN ACTIVE *
000050*               SITE IS EXPECTED TO SEND A BATCH EVERY BUSINESS *
000060*               DAY - THE SUBMISSION REPORT (INBSR01) LISTS ANY *
000070*               ACTIVE SITE WITH NO LOADED BATCH AS MISSING.  A *
000080*               BATCH FROM A SITE NOT ON FILE, OR FROM AN       *
000090*               INACTIVE SITE, IS REJECTED WHOLE.  THE CONTACT  *
000100*               IS WHO THE HELP DESK CALLS TO CHASE A BATCH.    *
000110*    MODIFICATION HISTORY                                       *
000120*    ------------------------------------------------------     *
000130*    2026-10-15  DK  ORIGINAL.                                  *
000140*****************************************************************
000150 01  SITE-RECORD.
000160     05  ST-SITE             PIC X(04).
000170     05  ST-NAME             PIC X(24).
000180     05  ST-CONTACT          PIC X(24).
000190     05  ST-STATUS           PIC X(01).
000200         88  ST-ACTIVE                       VALUE "A".
000210         88  ST-INACTIVE                     VALUE "I".
