000010*****************************************************************
000020*    VRULREC - DOUBLE-KEY VERIFICATION RULE RECORD LAYOUT       *
000030*               ONE RECORD PER VAR1 CODE WHOSE ENTRIES NEED A   *
000040*               SECOND OPERATOR'S BLIND RE-KEY (INVER01), PLUS  *
000050*               THE DEFAULT RULE UNDER THE CODE *DEFAULT THAT   *
000060*               COVERS EVERY CODE WITHOUT ONE OF ITS OWN.  A    *
000070*               RULE EITHER REQUIRES VERIFICATION OR EXEMPTS THE*
000080*               CODE.  A REQUIRING RULE WITH A THRESHOLD ONLY   *
000090*               CATCHES ENTRIES WHOSE AMOUNT, IGNORING SIGN, IS *
000100*               OVER IT; A ZERO THRESHOLD CATCHES EVERY ENTRY.  *
000110*               WITH NO RULE AT ALL EVERY ENTRY IS VERIFIED.    *
000120*               MAINTAINED BY INVRM01; THE RULE GROUP IS THE    *
000130*               IMAGE KEPT ON THE MAINTENANCE HISTORY.          *
000140*    MODIFICATION HISTORY                                       *
000150*    ------------------------------------------------------     *
000160*    2026-10-15  DK  ORIGINAL.                                  *
000170*****************************************************************
000180 01  VRUL-RECORD.
000190     05  VR-CODE             PIC X(22).
000200         88  VR-DEFAULT-RULE                 VALUE "*DEFAULT".
000210     05  VR-RULE.
000220         10  VR-MODE         PIC X(01).
000230             88  VR-VERIFY                   VALUE "Y".
000240             88  VR-EXEMPT                   VALUE "N".
000250             88  VR-MODE-VALID               VALUE "Y" "N".
000260         10  VR-THRESHOLD    PIC 9(07)V99.
