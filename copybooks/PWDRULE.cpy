000010*****************************************************************
000020*    PWDRULE - SIGN-ON PASSWORD RULES AND WORK FIELDS           *
000030*               SHARED BY EVERY PROGRAM THAT SIGNS AN OPERATOR  *
000040*               ON, SO THE LOCKOUT THRESHOLD AND THE PASSWORD   *
000050*               LIFE ARE THE SAME WHEREVER AN OPERATOR SIGNS    *
000060*               ON.  SECURITY OWNS THE TWO RULE VALUES.         *
000070*    MODIFICATION HISTORY                                       *
000080*    ------------------------------------------------------     *
000090*    2026-10-15  DK  ORIGINAL.                                  *
000100*****************************************************************
000110 01  WS-PWD-RULES.
000120     05  WS-PWD-MAX-TRIES    PIC 9(02)   VALUE 3.
000130     05  WS-PWD-LIFE-MONTHS  PIC 9(02)   VALUE 3.
000140*
000150 01  WS-PWD-ENTERED          PIC X(08).
000160 01  WS-PWD-NEW              PIC X(08).
000170 01  WS-PWD-CONFIRM          PIC X(08).
000180*
000190 01  WS-PWD-SWITCHES.
000200     05  WS-PWD-NEW-SW       PIC X(01)   VALUE "N".
000210         88  NEW-PASSWORD-IS-OK          VALUE "Y".
000220     05  WS-PWD-UPDATE-SW    PIC X(01)   VALUE "N".
000230         88  OPERATOR-NEEDS-UPDATE       VALUE "Y".
000240*
000250 01  WS-PWD-TODAY            PIC 9(08).
000260 01  WS-PWD-EXPIRY           PIC 9(08).
000270 01  WS-PWD-EXPIRY-X REDEFINES WS-PWD-EXPIRY.
000280     05  WS-PWD-EXP-CCYY     PIC 9(04).
000290     05  WS-PWD-EXP-MM       PIC 9(02).
000300     05  WS-PWD-EXP-DD       PIC 9(02).
