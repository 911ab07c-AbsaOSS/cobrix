      * a kept arrangement are written to ARRSUPP, which R059 loads to        *
      * suppress letters while the plan is honoured. ARRRPT shows every       *
      * arrangement's position for the collections morning meeting.           *
      * A contract sold to a debt purchaser (SOLDSUPP, written by R202) is    *
      * theirs to collect: its arrangement is ended and carried no further.   *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-STATUS.

           SELECT SUPP-FILE ASSIGN TO "ARRSUPP"
               ORGANIZATION IS SEQUENTIAL.

       FD  SETTLE-FILE.
       01  SETTLE-LINE                  PIC X(100).

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

           88  WS-SETTLE-EOF                   VALUE "Y".
       01  WS-SETTLE-STATUS         PIC XX.
           88  WS-SETTLE-NOT-FOUND          VALUE "35".
       01  WS-SLD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SLD-EOF                      VALUE "Y".
       01  WS-SLD-STATUS            PIC XX.
           88  WS-SLD-NOT-FOUND             VALUE "35".

       01  WS-GRACE-DAYS            PIC 9(2)   VALUE 5.


       01  WS-SET-UP-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CANCELLED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-SOLD-ENDED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-BROKEN-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CARRIED-COUNT         PIC 9(9)   VALUE ZERO.
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1000-LOAD-ARRANGEMENTS
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 2500-END-SOLD-ARRANGEMENTS
           PERFORM 3000-APPLY-SETTLED-RECEIPTS
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           CLOSE ALERT-FILE
           DISPLAY "R100: ARRANGEMENTS SET UP    " WS-SET-UP-COUNT
           DISPLAY "R100: ARRANGEMENTS CANCELLED " WS-CANCELLED-COUNT
           DISPLAY "R100: ENDED - CONTRACT SOLD  " WS-SOLD-ENDED-COUNT
           DISPLAY "R100: ARRANGEMENTS KEPT      " WS-KEPT-COUNT
           DISPLAY "R100: ARRANGEMENTS BROKEN    " WS-BROKEN-COUNT
           DISPLAY "R100: ARRANGEMENTS CARRIED   " WS-CARRIED-COUNT
                   CONTINUE
           END-EVALUATE.

      ****************************************************************************
      * A contract sold to a debt purchaser is no longer ours to collect, so    *
      * whatever plan it was on ends tonight, kept or broken, and drops off     *
      * the carry-forward the way a cancelled one does.                         *
      ****************************************************************************
       2500-END-SOLD-ARRANGEMENTS.
           OPEN INPUT SLD-SUPP-FILE
           IF WS-SLD-NOT-FOUND
               SET WS-SLD-EOF TO TRUE
           ELSE
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SLD-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ARR-TABLE-COUNT
                   IF WS-ARR-CONTRACT (WS-SUB)
                           = SLD-SUPP-CONTRACT-NUMBER
                       AND WS-ARR-DROP-FLAG (WS-SUB) NOT = "Y"
                       ADD 1 TO WS-SOLD-ENDED-COUNT
                       MOVE "Y" TO WS-ARR-DROP-FLAG (WS-SUB)
                   END-IF
               END-PERFORM
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SLD-NOT-FOUND
               CLOSE SLD-SUPP-FILE
           END-IF.

      ****************************************************************************
      * The day's settled receipts come back off R058's SETTLE register:        *
      * "SETTLED " then the contract number, with the amount behind the         *
