000010*****************************************************************
000020*    MNTHREC - CODE-TABLE MAINTENANCE HISTORY RECORD LAYOUT     *
000030*               ONE RECORD PER ADD, CHANGE, DEACTIVATION,       *
000040*               REACTIVATION, REMOVAL, ADVANCE, OR SET APPLIED  *
000050*               BY A MAINTENANCE PROGRAM (INVAL01, INLIM01,     *
000054*               INGLM01, INBDT01, INPER01, INSIT01, INSTM01,    *
000058*               INVRM01) TO ITS MASTER, OR A PERIOD CLOSE OR    *
000062*               REOPEN, STAMPED WITH THE SIGNED-ON SUPERVISOR   *
000080*               AND CARRYING THE RECORD IMAGE BEFORE AND AFTER  *
000090*               THE CHANGE.  AN ADD HAS A BLANK BEFORE-IMAGE    *
000100*               AND A REMOVAL A BLANK AFTER-IMAGE.  READ BY     *
000110*               INMHR01 FOR THE MONTHLY CONTROLS REVIEW.        *
000120*    MODIFICATION HISTORY                                       *
000130*    ------------------------------------------------------     *
000140*    2026-10-15  DK  ORIGINAL.                                  *
000150*****************************************************************
000160 01  MNTH-RECORD.
000170     05  MH-STAMP-DATE       PIC 9(08).
000180     05  MH-STAMP-TIME       PIC 9(06).
000190     05  MH-TABLE            PIC X(08).
000200     05  MH-PROGRAM          PIC X(08).
000210     05  MH-OPERATOR-ID      PIC X(08).
000220     05  MH-ACTION           PIC X(10).
000230         88  MH-ADD                          VALUE "ADD".
000240         88  MH-CHANGE                       VALUE "CHANGE".
000250         88  MH-DEACTIVATE                   VALUE "DEACTIVATE".
000260         88  MH-REACTIVATE                   VALUE "REACTIVATE".
000270         88  MH-REMOVE                       VALUE "REMOVE".
000280         88  MH-ADVANCE                      VALUE "ADVANCE".
000290         88  MH-SET                          VALUE "SET".
000293         88  MH-CLOSE                        VALUE "CLOSE".
000296         88  MH-REOPEN                       VALUE "REOPEN".
000300     05  MH-KEY              PIC X(24).
000310     05  MH-BEFORE           PIC X(60).
000320     05  MH-AFTER            PIC X(60).
