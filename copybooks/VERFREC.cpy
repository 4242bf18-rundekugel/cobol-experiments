000010*****************************************************************
000020*    VERFREC - DOUBLE-KEY VERIFICATION RECORD LAYOUT            *
000030*               ONE RECORD PER TRANSACTION-LOG ENTRY A SECOND   *
000040*               OPERATOR HAS BLIND RE-KEYED THROUGH INVER01,    *
000050*               KEYED BY THE ENTRY'S TR-KEY.  CARRIES THE CODE, *
000060*               TYPE AND AMOUNT AS LOGGED AND AS RE-KEYED, WHO  *
000070*               KEYED AND WHO VERIFIED, AND WHICH FIELDS        *
000080*               DIFFERED.  A MATCH IS WRITTEN VERIFIED; A       *
000090*               MISMATCH IS WRITTEN AS AN OPEN DISCREPANCY AND  *
000100*               WAITS ON THE INFIX01 DISCREPANCY QUEUE UNTIL A  *
000110*               SUPERVISOR KEEPS THE ENTRY AS LOGGED (THE       *
000120*               VERIFIER WAS WRONG), CORRECTS IT, OR DELETES IT *
000124*               (THE ORIGINAL KEYING WAS WRONG).  A CORRECTION  *
000128*               OR DELETION QUEUED FOR SECOND-SUPERVISOR        *
000132*               APPROVAL LEAVES THE MISMATCH OPEN AS FIX        *
000136*               PENDING UNTIL INAPR01 APPROVES IT (CLOSED) OR   *
000140*               REJECTS IT (REOPENED).  REPORTED EACH NIGHT BY  *
000144*               INVRP01.                                        *
000150*    MODIFICATION HISTORY                                       *
000160*    ------------------------------------------------------     *
000170*    2026-10-15  DK  ORIGINAL.                                  *
000172*    2026-10-15  DK  ADDED STATUS P, FIX PENDING APPROVAL, AND  *
000174*                    VF-OPEN FOR A MISMATCH NOT YET RESOLVED    *
000176*                    EITHER WAY.                                *
000180*****************************************************************
000190 01  VERF-RECORD.
000200     05  VF-TR-KEY.
000210         10  VF-TR-DATE      PIC 9(08).
000220         10  VF-TR-TIME      PIC 9(06).
000230         10  VF-TR-SEQ       PIC 9(03).
000240     05  VF-STATUS           PIC X(01).
000250         88  VF-VERIFIED                     VALUE "V".
000260         88  VF-DISCREPANCY                  VALUE "D".
000263         88  VF-FIX-PENDING                  VALUE "P".
000266         88  VF-OPEN                         VALUE "D" "P".
000270         88  VF-KEPT                         VALUE "K".
000280         88  VF-CORRECTED                    VALUE "C".
000290         88  VF-DELETED                      VALUE "X".
000300         88  VF-RESOLVED                     VALUE "K" "C" "X".
000310     05  VF-BUSINESS-DATE    PIC 9(08).
000320     05  VF-KEY-OPERATOR     PIC X(08).
000330     05  VF-VERIFIER         PIC X(08).
000340     05  VF-VERIFY-DATE      PIC 9(08).
000350     05  VF-VERIFY-TIME      PIC 9(06).
000360     05  VF-ORIGINAL.
000370         10  VF-ORIG-VAR1    PIC X(22).
000380         10  VF-ORIG-TYPE    PIC X(02).
000390         10  VF-ORIG-AMOUNT  PIC S9(07)V99   COMP-3.
000400     05  VF-KEYED.
000410         10  VF-KEYED-VAR1   PIC X(22).
000420         10  VF-KEYED-TYPE   PIC X(02).
000430         10  VF-KEYED-AMOUNT PIC S9(07)V99   COMP-3.
000440     05  VF-DIFFERENCES.
000450         10  VF-VAR1-DIFF    PIC X(01).
000460             88  VF-VAR1-DIFFERS             VALUE "Y".
000470         10  VF-TYPE-DIFF    PIC X(01).
000480             88  VF-TYPE-DIFFERS             VALUE "Y".
000490         10  VF-AMOUNT-DIFF  PIC X(01).
000500             88  VF-AMOUNT-DIFFERS           VALUE "Y".
000510     05  VF-RESOLVED-BY      PIC X(08).
000520     05  VF-RESOLVED-DATE    PIC 9(08).
000530     05  VF-RESOLVED-TIME    PIC 9(06).
