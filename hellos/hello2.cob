000050*    FUNCTION   : MENU DRIVER.  ONE FRONT DOOR INTO THE DATA     *
000060*                 ENTRY SUITE - OFFERS A DATA-ENTRY SESSION      *
000070*                 (INPUT01), A READ-ONLY TRANSACTION INQUIRY    *
000073*                 (INLKP01), A TRAINING SESSION AGAINST THE     *
000076*                 PRACTICE LOG (INTRN01), OR A DOUBLE-KEY       *
000079*                 VERIFICATION SESSION (INVER01), CHECKS EACH   *
000082*                 PROGRAM'S RETURN CODE, AND LOOPS UNTIL THE    *
000090*                 OPERATOR CHOOSES TO EXIT.                     *
000100*                                                                *
000191*    2026-09-02  DK  T RUNS A TRAINING SESSION (INTRN01) - THE  *
000192*                    FULL ENTRY EXPERIENCE AGAINST THE          *
000193*                    PRACTICE LOG, NOTHING TOUCHES PRODUCTION.  *
000194*    2026-10-15  DK  V RUNS A DOUBLE-KEY VERIFICATION SESSION   *
000195*                    (INVER01) - A SECOND OPERATOR BLIND        *
000196*                    RE-KEYS THE DAY'S UNVERIFIED ENTRIES.      *
000200*                                                                *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000340     88  WS-CHOICE-ENTRY                      VALUE "E" "e".
000350     88  WS-CHOICE-INQUIRY                    VALUE "I" "i".
000355     88  WS-CHOICE-TRAINING                   VALUE "T" "t".
000357     88  WS-CHOICE-VERIFY                     VALUE "V" "v".
000360     88  WS-CHOICE-EXIT                       VALUE "X" "x".
000370     88  WS-CHOICE-VALID                      VALUE "E" "e"
000380                                              "I" "i" "T" "t"
000385                                              "V" "v" "X" "x".
000390*
000400 01  WS-EXIT-SW                  PIC X(01)    VALUE "N".
000410     88  WS-DONE                              VALUE "Y".
000570*****************************************************************
000580 1000-RUN-MENU.
000590     DISPLAY "choose: E=entry session, I=inquiry, "
000595         "T=training, V=verify, X=exit:"
000600     ACCEPT WS-MENU-CHOICE
000610     IF NOT WS-CHOICE-VALID
000620         DISPLAY "choice must be E, I, T, V, or X"
000630     ELSE
000640         IF WS-CHOICE-EXIT
000650             MOVE "Y" TO WS-EXIT-SW
000695                 IF WS-CHOICE-INQUIRY
000700                     PERFORM 2100-CALL-INLKP01
000705                 ELSE
000706                     IF WS-CHOICE-TRAINING
000707                         PERFORM 2200-CALL-INTRN01
000708                     ELSE
000709                         PERFORM 2300-CALL-INVER01
000710                     END-IF
000711                 END-IF
000712             END-IF
000720         END-IF
000730     END-IF.
000740*
001160         DISPLAY "training session ended with return code: "
001170             WS-CALLED-RETURN-CODE
001180     END-IF.
001190*
001200*****************************************************************
001210*    2300-CALL-INVER01 - CALL THE DOUBLE-KEY VERIFICATION        *
001220*                        SESSION AND CHECK ITS RETURN CODE       *
001230*****************************************************************
001240 2300-CALL-INVER01.
001250     CALL "INVER01"
001260     MOVE RETURN-CODE TO WS-CALLED-RETURN-CODE
001270     MOVE ZERO TO RETURN-CODE
001280     IF WS-CALLED-RETURN-CODE = ZERO
001290         DISPLAY "verification session completed normally."
001300     ELSE
001310         DISPLAY "verification session ended with return code: "
001320             WS-CALLED-RETURN-CODE
001330     END-IF.
