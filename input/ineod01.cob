000040*    AUTHOR     : D. KUGEL                                      *
000050*    FUNCTION   : END-OF-DAY JOB STREAM DRIVER.  RUNS THE       *
000060*                 NIGHTLY STEPS IN ORDER - INBAL01, INSUM01,    *
000070*                 INRPT01, INCSV01, INGLX01, INLEX01, INSEC01,  *
000075*                 INADJ01, INVRP01, INDUP01 -                   *
000080*                 AS HELLO2 DRIVES INPUT01, CHECKING EACH STEP'S*
000081*                 RETURN CODE.                                  *
000090*                 STEP COMPLETION IS RECORDED IN THE STREAM-    *
000100*                 CONTROL FILE AFTER EVERY STEP, SO A RESTART   *
000205*                    STILL REPORTS THE CORRECT DAY.  THE        *
000206*                    WEEKEND FLAG IS RECOMPUTED; A HOLIDAY IS   *
000207*                    MARKED THROUGH INBDT01.                    *
000223*    2026-10-15  DK  INSEC01 ADDED AS STEP 7 - THE DAILY        *
000224*                    SECURITY VIOLATIONS REPORT.  THE STEP      *
000225*                    TABLE AND THE EODCTL RECORD GREW TO SEVEN  *
000226*                    ENTRIES - CLEAR ANY LEFTOVER SIX-STEP      *
000227*                    EODCTL BEFORE THE FIRST RUN.               *
000237*    2026-10-15  DK  INADJ01 ADDED AS STEP 8 - THE PRIOR-DAY    *
000247*                    CORRECTION ADJUSTMENTS TO GLPOST AND THE   *
000257*                    DAILY SUMMARY MASTER.  THE STEP TABLE AND  *
000267*                    THE EODCTL RECORD GREW TO EIGHT ENTRIES -  *
000277*                    CLEAR ANY LEFTOVER SEVEN-STEP EODCTL       *
000287*                    BEFORE THE FIRST RUN.                      *
000297*    2026-10-15  DK  INVRP01 ADDED AS STEP 9 - THE DOUBLE-KEY   *
000307*                    VERIFICATION REPORT OF ENTRIES STILL       *
000317*                    UNVERIFIED AND OF VERIFIER AND KEYING      *
000327*                    ACCURACY.  THE STEP TABLE AND THE EODCTL   *
000337*                    RECORD GREW TO NINE ENTRIES - CLEAR ANY    *
000347*                    LEFTOVER EIGHT-STEP EODCTL BEFORE THE      *
000357*                    FIRST RUN.  THE STEP SUBSCRIPT WIDENED TO  *
000367*                    TWO DIGITS.                                *
000377*    2026-10-15  DK  INDUP01 ADDED AS STEP 10 - THE SUSPECTED   *
000387*                    DUPLICATE ENTRY REPORT.  THE STEP TABLE    *
000397*                    AND THE EODCTL RECORD GREW TO TEN ENTRIES  *
000407*                    - CLEAR ANY LEFTOVER NINE-STEP EODCTL      *
000417*                    BEFORE THE FIRST RUN.                      *
000200*                                                                *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  CTL-RECORD.
000500     05  CTL-STEP-ENTRY      OCCURS 10 TIMES.
000510         10  CTL-STEP-STATUS PIC X(01).
000520         10  CTL-STEP-TIME   PIC 9(06).
000530*
000760     88  WS-CTL-FOUND                         VALUE "00".
000762*
000764 01  WS-CTL-RECORD.
000766     05  WS-CTL-STEP-ENTRY   OCCURS 10 TIMES.
000768         10  WS-CTL-STEP-STATUS PIC X(01).
000772         10  WS-CTL-STEP-TIME   PIC 9(06).
000774*
000910         10  FILLER          PIC X(08)   VALUE "INCSV01".
000915         10  FILLER          PIC X(08)   VALUE "INGLX01".
000917         10  FILLER          PIC X(08)   VALUE "INLEX01".
000919         10  FILLER          PIC X(08)   VALUE "INSEC01".
000921         10  FILLER          PIC X(08)   VALUE "INADJ01".
000923         10  FILLER          PIC X(08)   VALUE "INVRP01".
000925         10  FILLER          PIC X(08)   VALUE "INDUP01".
000927     05  WS-STEP-NAME-TABLE REDEFINES WS-STEP-DEF-AREA.
000930         10  WS-STEP-NAME    PIC X(08)   OCCURS 10 TIMES.
000940*
000950 01  WS-STEP-RESULT-TABLE.
000960     05  WS-STEP-RESULT      OCCURS 10 TIMES.
000970         10  WS-STEP-DISPOSITION PIC X(16).
000980         10  WS-STEP-FINISH  PIC X(06).
000990*
001000 77  WS-STEP-SUB              PIC 9(02)   COMP.
001010 77  WS-CALLED-RETURN-CODE    PIC 9(04)   COMP.
001020*
001030 01  WS-RUN-TIME              PIC X(06).
001120         PERFORM 2000-RUN-ONE-STEP THRU
001125             2000-RUN-ONE-STEP-EXIT
001130             VARYING WS-STEP-SUB FROM 1 BY 1
001140             UNTIL WS-STEP-SUB > 10
001150         PERFORM 7000-PRINT-STREAM-SUMMARY
001160         IF NOT STREAM-FAILED
001170             PERFORM 8500-CLEAR-CONTROL
001405         OR WS-CTL-STEP-STATUS (4) = "C"
001407         OR WS-CTL-STEP-STATUS (5) = "C"
001408         OR WS-CTL-STEP-STATUS (6) = "C"
001410         OR WS-CTL-STEP-STATUS (7) = "C"
001412         OR WS-CTL-STEP-STATUS (8) = "C"
001414         OR WS-CTL-STEP-STATUS (9) = "C"
001416         OR WS-CTL-STEP-STATUS (10) = "C"
001418         DISPLAY "restarting end-of-day stream - completed "
001420             "steps will be skipped"
001430     END-IF
001440     OPEN OUTPUT RPT-FILE
002070     WRITE RPT-RECORD FROM WS-PRINT-LINE
002080     PERFORM 7100-PRINT-STEP-LINE
002090         VARYING WS-STEP-SUB FROM 1 BY 1
002100         UNTIL WS-STEP-SUB > 10.
002110*
002120*****************************************************************
002130*    7100-PRINT-STEP-LINE - PRINT THE SUMMARY LINE FOR ONE STEP  *
