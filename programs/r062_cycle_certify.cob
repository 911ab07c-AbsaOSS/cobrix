      * when it does not, the certificate is written status U, every           *
      * discrepancy lands on CYCLDISC, the run ends with RETURN-CODE 16,       *
      * and nothing partial goes downstream looking complete.                  *
      * The certificate is dated with the cycle's business date from R149,     *
      * not the clock, so a dated rerun or a caught-up day certifies the       *
      * day it processed.                                                      *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-2          PIC ZZZZZZZZ9.

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE "R062" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           OPEN OUTPUT DISC-FILE
           PERFORM 1000-COUNT-INPUT
           PERFORM 1100-COUNT-LOADED
