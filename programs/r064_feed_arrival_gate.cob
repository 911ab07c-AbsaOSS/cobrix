      * by R148 from the operator's decision) releases a missing feed        *
      * anyway - the chain runs against the prior cycle's copy and the       *
      * status line says so.                                                  *
      * Arrivals are registered against a business date (the request's own    *
      * date, or the cycle date R149 serves when it gives none) and only the  *
      * cycle date's arrivals release tonight; arrivals for later days stay   *
      * on the register for their own cycle, as they do when the chain is     *
      * caught up day by day after an outage, and past days drop off.         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       01  REGISTER-REQUEST-RECORD.
           05  REG-FEED-NAME            PIC X(8).
           05  REG-RECORD-COUNT         PIC 9(9).
           05  REG-BUSINESS-DATE        PIC 9(8).

       FD  ARRIVAL-OUT-FILE.
       COPY "feed-arrival".
               10  WS-ARR-FEED          PIC X(8).
               10  WS-ARR-TIME          PIC 9(6).
               10  WS-ARR-COUNT         PIC 9(9).
               10  WS-ARR-DATE          PIC 9(8).

       01  WS-SUB                   PIC 9(2)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-DEG-RELEASED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-REGISTERED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.
       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-REG-DATE              PIC 9(8)   VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(9)   VALUE ZERO.

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CYCLE-DATE
           MOVE "R064" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM 1000-LOAD-ARRIVALS
           PERFORM 1200-LOAD-DEGRADED-DECLARATIONS
           PERFORM 1500-REGISTER-NEW-ARRIVALS
           DISPLAY "R064: FEEDS OVERDUE          " WS-OVERDUE-COUNT
           DISPLAY "R064: DEGRADED RELEASES      "
               WS-DEG-RELEASED-COUNT
           DISPLAY "R064: PAST ARRIVALS DROPPED  " WS-DROPPED-COUNT
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
               END-READ
           END-IF
           PERFORM UNTIL WS-ARR-IN-EOF
               EVALUATE TRUE
                   WHEN FA-BUSINESS-DATE OF ARRIVAL-IN-RECORD
                           < WS-CYCLE-DATE
                       ADD 1 TO WS-DROPPED-COUNT
                   WHEN WS-ARR-TABLE-COUNT < 50
                       ADD 1 TO WS-ARR-TABLE-COUNT
                       MOVE FA-FEED-NAME OF ARRIVAL-IN-RECORD
                           TO WS-ARR-FEED (WS-ARR-TABLE-COUNT)
                       MOVE FA-ARRIVAL-TIME OF ARRIVAL-IN-RECORD
                           TO WS-ARR-TIME (WS-ARR-TABLE-COUNT)
                       MOVE FA-RECORD-COUNT OF ARRIVAL-IN-RECORD
                           TO WS-ARR-COUNT (WS-ARR-TABLE-COUNT)
                       MOVE FA-BUSINESS-DATE OF ARRIVAL-IN-RECORD
                           TO WS-ARR-DATE (WS-ARR-TABLE-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ARRIVAL-IN-FILE
                   AT END SET WS-ARR-IN-EOF TO TRUE
               END-READ
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               MOVE WS-CYCLE-DATE TO WS-REG-DATE
               IF REG-BUSINESS-DATE > ZERO
                   MOVE REG-BUSINESS-DATE TO WS-REG-DATE
               END-IF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ARR-TABLE-COUNT
                   IF WS-ARR-FEED (WS-SUB) = REG-FEED-NAME
                       AND WS-ARR-DATE (WS-SUB) = WS-REG-DATE
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
                       TO WS-ARR-TIME (WS-ARR-TABLE-COUNT)
                   MOVE REG-RECORD-COUNT
                       TO WS-ARR-COUNT (WS-ARR-TABLE-COUNT)
                   MOVE WS-REG-DATE
                       TO WS-ARR-DATE (WS-ARR-TABLE-COUNT)
               END-IF
               READ REGISTER-FILE
                   AT END SET WS-REG-EOF TO TRUE
                   TO FA-ARRIVAL-TIME OF FEED-ARRIVAL-RECORD
               MOVE WS-ARR-COUNT (WS-SUB)
                   TO FA-RECORD-COUNT OF FEED-ARRIVAL-RECORD
               MOVE WS-ARR-DATE (WS-SUB)
                   TO FA-BUSINESS-DATE OF FEED-ARRIVAL-RECORD
               WRITE FEED-ARRIVAL-RECORD
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ARR-TABLE-COUNT
               IF WS-ARR-FEED (WS-SUB) = FS-FEED-NAME
                   AND WS-ARR-DATE (WS-SUB) = WS-CYCLE-DATE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
