000100*    MODIFICATION HISTORY                                       *
000110*    ------------------------------------------------------     *
000120*    2026-08-23  DK  ORIGINAL.                                  *
000121*    2026-10-15  DK  ADDED THE SIGN-ON PASSWORD, ITS EXPIRY     *
000122*                    DATE, THE CONSECUTIVE FAILED-PASSWORD      *
000123*                    COUNT AND THE LOCKOUT FLAG.  AN EXPIRY OF  *
000124*                    ZERO FORCES A CHANGE AT THE NEXT SIGN-ON.  *
000125*                    A LOCKED-OUT OPERATOR STAYS LOCKED UNTIL A *
000126*                    SUPERVISOR RESETS THE PASSWORD IN INOPR01. *
000127*                    THE RECORD GREW - INCNV03 CUTS IT OVER AND *
000128*                    ISSUES EVERY OPERATOR A PASSWORD ALREADY   *
000129*                    EXPIRED, FORCING A CHANGE AT SIGN-ON.      *
000130*****************************************************************
000140 01  OPER-RECORD.
000150     05  OM-OPERATOR-ID      PIC X(08).
000200     05  OM-STATUS           PIC X(01).
000210         88  OM-ACTIVE                       VALUE "A".
000220         88  OM-REVOKED                      VALUE "R".
000230     05  OM-PASSWORD         PIC X(08).
000240     05  OM-PWD-EXPIRY       PIC 9(08).
000250     05  OM-FAIL-COUNT       PIC 9(02).
000260     05  OM-LOCK-FLAG        PIC X(01).
000270         88  OM-LOCKED                       VALUE "Y".
