      * average, last payment date and largest single receipt. Contracts       *
      * and their due dates and owning companies come off the ENTITY           *
      * extract, the name join R082 uses. LATERANK lists the company           *
      * rollups worst average first for the renewal desk. Receipts the bank      *
      * returned unpaid (DSHNRCPT, written by R161) are scored again against     *
      * the same due date and taken back out of whichever count they went        *
      * into, so a bounced payment never stands as on time; the contract's       *
      * dishonour count goes up instead.                                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT DSH-FILE ASSIGN TO "DSHNRCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSH-STATUS.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

       FD  PAYMENT-FILE.
       COPY "payment-record".

       FD  DSH-FILE.
       COPY "dishonour-record".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

           88  WS-PAY-EOF                      VALUE "Y".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-NOT-FOUND             VALUE "35".
       01  WS-DSH-EOF-FLAG          PIC X      VALUE "N".
           88  WS-DSH-EOF                      VALUE "Y".
       01  WS-DSH-STATUS            PIC XX.
           88  WS-DSH-NOT-FOUND             VALUE "35".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".

               10  WS-HIST-DAYS-LATE    PIC 9(7).
               10  WS-HIST-LAST-DATE    PIC 9(8).
               10  WS-HIST-LARGEST      PIC 9(10)V9(2).
               10  WS-HIST-DISHONOURS   PIC 9(5).

       01  WS-CNTR-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-CNTR-TABLE.

       01  WS-RECEIPTS-SEEN         PIC 9(9)   VALUE ZERO.
       01  WS-UNTRACKED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-DISHONOURS-SEEN       PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

           PERFORM 1000-LOAD-HISTORY
           PERFORM 1100-LOAD-CONTRACTS
           PERFORM 2000-ACCUMULATE-RECEIPTS
           PERFORM 2500-REVERSE-DISHONOURS
           PERFORM 3000-WRITE-HISTORY
           PERFORM 4000-RANK-LATE-PAYERS
           DISPLAY "R115: RECEIPTS ACCUMULATED   " WS-RECEIPTS-SEEN
           DISPLAY "R115: RECEIPTS UNTRACKED     " WS-UNTRACKED-COUNT
           DISPLAY "R115: DISHONOURS REVERSED    " WS-DISHONOURS-SEEN
           DISPLAY "R115: CONTRACTS ON HISTORY   " WS-HIST-TABLE-COUNT
           IF WS-OVERFLOW
               DISPLAY "R115: TABLE FULL - RUN INCOMPLETE"
                       TO WS-HIST-LAST-DATE (WS-HIST-TABLE-COUNT)
                   MOVE PH-LARGEST-RECEIPT OF HIST-IN-RECORD
                       TO WS-HIST-LARGEST (WS-HIST-TABLE-COUNT)
                   MOVE PH-DISHONOUR-COUNT OF HIST-IN-RECORD
                       TO WS-HIST-DISHONOURS (WS-HIST-TABLE-COUNT)
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
                       MOVE ZERO TO WS-HIST-DAYS-LATE (WS-HIT-SUB)
                       MOVE ZERO TO WS-HIST-LAST-DATE (WS-HIT-SUB)
                       MOVE ZERO TO WS-HIST-LARGEST (WS-HIT-SUB)
                       MOVE ZERO TO WS-HIST-DISHONOURS (WS-HIT-SUB)
                   END-IF
               END-IF
               IF WS-HIT-SUB > ZERO
               ADD 1 TO WS-HIST-ONTIME (WS-HIT-SUB)
           END-IF.

      ****************************************************************************
      * A dishonoured receipt is measured against the due date exactly as        *
      * 2200 scored it and backed out of that count; one whose payment date      *
      * R161 could not recover comes off the on-time count first. A contract     *
      * the history has never scored has nothing to take back.                   *
      ****************************************************************************
       2500-REVERSE-DISHONOURS.
           OPEN INPUT DSH-FILE
           IF WS-DSH-NOT-FOUND
               SET WS-DSH-EOF TO TRUE
           ELSE
               READ DSH-FILE
                   AT END SET WS-DSH-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSH-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-HIST-TABLE-COUNT
                   IF WS-HIST-CONTRACT (WS-SUB) = DSH-CONTRACT-NUMBER
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   ADD 1 TO WS-UNTRACKED-COUNT
               ELSE
                   PERFORM 2600-REVERSE-ONE-DISHONOUR
               END-IF
               READ DSH-FILE
                   AT END SET WS-DSH-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSH-NOT-FOUND
               CLOSE DSH-FILE
           END-IF.

       2600-REVERSE-ONE-DISHONOUR.
           ADD 1 TO WS-DISHONOURS-SEEN
           ADD 1 TO WS-HIST-DISHONOURS (WS-HIT-SUB)
           IF WS-HIST-RECEIPTS (WS-HIT-SUB) > ZERO
               SUBTRACT 1 FROM WS-HIST-RECEIPTS (WS-HIT-SUB)
           END-IF
           MOVE ZERO TO WS-MAX-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CNTR-TABLE-COUNT
               IF WS-CNTR-NUMBER (WS-SUB) = DSH-CONTRACT-NUMBER
                   MOVE WS-SUB TO WS-MAX-SUB
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-DAYS-LATE
           IF WS-MAX-SUB > ZERO
               AND DSH-PAY-DATE > WS-CNTR-DUE-DATE (WS-MAX-SUB)
               MOVE "C" TO BD-FUNCTION
               MOVE "ALL" TO BD-REGION
               MOVE WS-CNTR-DUE-DATE (WS-MAX-SUB) TO BD-DATE-1
               MOVE DSH-PAY-DATE TO BD-DATE-2
               CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
               IF BD-STATUS = ZERO
                   MOVE BD-RESULT-COUNT TO WS-DAYS-LATE
               END-IF
           END-IF
           IF WS-DAYS-LATE > ZERO
               AND WS-HIST-LATE (WS-HIT-SUB) > ZERO
               SUBTRACT 1 FROM WS-HIST-LATE (WS-HIT-SUB)
               IF WS-HIST-DAYS-LATE (WS-HIT-SUB) > WS-DAYS-LATE
                   SUBTRACT WS-DAYS-LATE
                       FROM WS-HIST-DAYS-LATE (WS-HIT-SUB)
               ELSE
                   MOVE ZERO TO WS-HIST-DAYS-LATE (WS-HIT-SUB)
               END-IF
           ELSE
               IF WS-HIST-ONTIME (WS-HIT-SUB) > ZERO
                   SUBTRACT 1 FROM WS-HIST-ONTIME (WS-HIT-SUB)
               END-IF
           END-IF.

       3000-WRITE-HISTORY.
           OPEN OUTPUT HIST-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                       OF PAYMENT-HISTORY-RECORD
               MOVE WS-HIST-LARGEST (WS-SUB)
                   TO PH-LARGEST-RECEIPT OF PAYMENT-HISTORY-RECORD
               MOVE WS-HIST-DISHONOURS (WS-SUB)
                   TO PH-DISHONOUR-COUNT OF PAYMENT-HISTORY-RECORD
               WRITE PAYMENT-HISTORY-RECORD
           END-PERFORM
           CLOSE HIST-OUT-FILE.
