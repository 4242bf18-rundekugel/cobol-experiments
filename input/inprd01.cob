000090*                 ENTRY COUNTS BY OPERATOR WITHIN DATE, A       *
000100*                 PER-OPERATOR TOTAL FOR THE PERIOD, AND AN     *
000110*                 HOUR-OF-DAY VOLUME DISTRIBUTION BUILT FROM    *
000114*                 TR-TIM1, FOR STAFFING THE SHIFT.  THE REPORT  *
000118*                 MAY BE LIMITED TO ONE OPERATOR, WHOSE ENTRIES *
000122*                 ARE THEN READ THROUGH THE LOG'S OPERATOR      *
000126*                 ALTERNATE KEY INSTEAD OF THE WHOLE PERIOD.    *
000130*                                                                *
000140*    MODIFICATION HISTORY                                       *
000150*    ------------------------------------------------------     *
000160*    2026-08-23  DK  ORIGINAL.                                  *
000161*    2026-10-15  DK  ADDED AN OPTIONAL OPERATOR SELECTION.  ONE *
000162*                    OPERATOR'S ENTRIES ARE READ THROUGH THE    *
000163*                    LOG'S OPERATOR ALTERNATE KEY FROM THE      *
000164*                    FROM-DATE, STOPPING AT THE TO-DATE OR THE  *
000165*                    NEXT OPERATOR, INSTEAD OF READING EVERY    *
000166*                    ENTRY IN THE PERIOD.                       *
000170*                                                                *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TR-KEY
000323         ALTERNATE RECORD KEY IS TR-OPER-KEY
000326         ALTERNATE RECORD KEY IS TR-CODE-KEY
000330         FILE STATUS IS WS-TRAN-STATUS.
000340*
000350     SELECT SWRK-FILE ASSIGN TO "PRDSORT"
001280*
001290 01  WS-FROM-DATE                 PIC 9(08).
001300 01  WS-TO-DATE                   PIC 9(08).
001301 01  WS-SELECT-OPID               PIC X(08).
001302     88  ALL-OPERATORS                        VALUE SPACES.
001303 01  WS-START-ENTRY-KEY.
001304     05  WS-SK-DATE              PIC 9(08).
001305     05  WS-SK-TIME              PIC 9(06)   VALUE ZERO.
001306     05  WS-SK-SEQ               PIC 9(03)   VALUE ZERO.
001310*
001320 01  WS-PREV-DATE                 PIC 9(08)   VALUE ZERO.
001330 01  WS-PREV-OPID                 PIC X(08)   VALUE SPACES.
001730     ACCEPT WS-FROM-DATE
001740     DISPLAY "enter period to-date (CCYYMMDD):"
001750     ACCEPT WS-TO-DATE
001753     DISPLAY "enter operator id (blank for all operators):"
001756     ACCEPT WS-SELECT-OPID
001760     OPEN INPUT TRAN-FILE
001770     IF NOT WS-TRAN-OK
001780         DISPLAY "unable to open TRANLOG, file status: "
002130     MOVE WS-FROM-DATE TO WS-PRINT-LINE(13:8)
002140     MOVE " - " TO WS-PRINT-LINE(21:3)
002150     MOVE WS-TO-DATE TO WS-PRINT-LINE(24:8)
002152     IF NOT ALL-OPERATORS
002154         MOVE "OPERATOR: " TO WS-PRINT-LINE(35:10)
002156         MOVE WS-SELECT-OPID TO WS-PRINT-LINE(45:8)
002158     END-IF
002160     WRITE RPT-RECORD FROM WS-PRINT-LINE
002170     MOVE SPACES TO WS-PRINT-LINE
002180     WRITE RPT-RECORD FROM WS-PRINT-LINE
002230*****************************************************************
002240*    3000-SELECT-RECORDS - SORT INPUT PROCEDURE.  POSITION THE   *
002250*                          LOG AT THE FROM-DATE AND RELEASE      *
002255*                          EVERY ENTRY THROUGH THE TO-DATE - FOR *
002260*                          ONE OPERATOR, ON THE OPERATOR KEY AT  *
002265*                          THAT OPERATOR'S FROM-DATE             *
002270*****************************************************************
002280 3000-SELECT-RECORDS.
002284     MOVE WS-FROM-DATE TO WS-SK-DATE
002288     IF ALL-OPERATORS
002292         MOVE WS-START-ENTRY-KEY TO TR-KEY
002296         START TRAN-FILE KEY NOT < TR-KEY
002300             INVALID KEY
002304                 MOVE "Y" TO WS-TRAN-EOF-SW
002308         END-START
002312     ELSE
002316         MOVE WS-SELECT-OPID TO TR-OK-OPERATOR-ID
002320         MOVE WS-START-ENTRY-KEY TO TR-OK-ENTRY-KEY
002324         START TRAN-FILE KEY NOT < TR-OPER-KEY
002328             INVALID KEY
002332                 MOVE "Y" TO WS-TRAN-EOF-SW
002336         END-START
002340     END-IF
002350     IF NOT TRAN-AT-END
002360         PERFORM 3100-READ-TRAN-NEXT
002370     END-IF
002400*
002410*****************************************************************
002420*    3100-READ-TRAN-NEXT - READ THE NEXT LOG RECORD AND STOP AT  *
002425*                          THE END OF THE REQUESTED PERIOD, OR   *
002430*                          AT THE NEXT OPERATOR ON THE OPERATOR  *
002435*                          KEY                                   *
002440*****************************************************************
002450 3100-READ-TRAN-NEXT.
002460     READ TRAN-FILE NEXT RECORD
002500     IF NOT TRAN-AT-END
002510         AND TR-KEY-DATE1 > WS-TO-DATE
002520         MOVE "Y" TO WS-TRAN-EOF-SW
002521     END-IF
002522     IF NOT TRAN-AT-END
002523         AND NOT ALL-OPERATORS
002524         AND TR-OK-OPERATOR-ID NOT = WS-SELECT-OPID
002525         MOVE "Y" TO WS-TRAN-EOF-SW
002530     END-IF.
002540*
002550*****************************************************************
