      * original columns so existing consumers of the leading columns (R054)   *
      * are unaffected; the trailer gains a base-currency total. A currency    *
      * with no rate for today is an exception, never a stale-rate            *
      * conversion. Output tax is posted separately: a contract R157 has      *
      * split (tax-split.cpy, TAXSPLIT) goes out as a net line to the          *
      * receivables account plus a tax line to the split's tax GL account,     *
      * the two adding back to AMOUNT, so the trailer's count is of feed       *
      * lines and its amount total is still the sum of AMOUNT.                 *
      * A contract sold under a catalogue product (R180-PRODUCT-SERVICE)         *
      * posts its receivable to that product's GL account instead of the         *
      * fixed control account; a contract with no product still posts to         *
      * AR-TRADE-RECEIVABLE and is counted.                                      *
      * Every line also ends with the book its contract is booked in (BK=,       *
      * R213-BOOK-SERVICE), and the whole-feed trailer is followed by one        *
      * trailer per book in the same layout ending BK=, so each legal entity's   *
      * lines balance on their own; R080 envelopes a book's lines and its        *
      * trailer as that book's feed.                                             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYX-STATUS.

           SELECT TAX-SPLIT-FILE ASSIGN TO "TAXSPLIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.

           SELECT OPTIONAL STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL.

       FD  CCY-EXC-FILE.
       01  CCY-EXC-LINE                 PIC X(80).

       FD  TAX-SPLIT-FILE.
       COPY "tax-split".

       FD  STATS-FILE.
       COPY "run-stats-record".

           "AR-TRADE-RECEIVABLE".

       01  WS-CONTRACT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-TAX-LINE-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-AMOUNT-TOTAL          PIC S9(10)V9(2) VALUE ZERO.

       01  WS-AMOUNT-DISPLAY        PIC ZZZZZZZZZ9.99.
       01  WS-BASE-COLUMN           PIC X(16).
       01  WS-NO-RATE-COUNT         PIC 9(9)   VALUE ZERO.

       01  WS-SPLIT-STATUS          PIC XX.
           88  WS-SPLIT-NOT-FOUND           VALUE "35".
       01  WS-SPLIT-EOF-FLAG        PIC X      VALUE "N".
           88  WS-SPLIT-EOF                    VALUE "Y".
       01  WS-SPLIT-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY       OCCURS 2000 TIMES.
               10  WS-SPLIT-CONTRACT    PIC X(15).
               10  WS-SPLIT-NET         PIC 9(10)V9(2).
               10  WS-SPLIT-TAX         PIC 9(10)V9(2).
               10  WS-SPLIT-GL-ACCOUNT  PIC X(20).
       01  WS-SPLIT-SUB             PIC 9(4)   VALUE ZERO.
       01  WS-SPLIT-HIT             PIC 9(4)   VALUE ZERO.
       01  WS-POST-ACCOUNT          PIC X(20)  VALUE SPACES.
       01  WS-POST-AMOUNT           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-NO-BOOK-COUNT         PIC 9(9)   VALUE ZERO.

       01  WS-BK-TABLE-COUNT        PIC 9(2)   VALUE ZERO.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY          OCCURS 20 TIMES.
               10  WS-BK-BOOK           PIC X(2).
               10  WS-BK-LINE-COUNT     PIC 9(9).
               10  WS-BK-AMOUNT-TOTAL   PIC S9(10)V9(2).
               10  WS-BK-BASE-TOTAL     PIC 9(13)V9(2).
       01  WS-BK-SUB                PIC 9(2)   VALUE ZERO.
       01  WS-BK-HIT                PIC 9(2)   VALUE ZERO.
       01  WS-POST-BOOK             PIC X(2)   VALUE SPACES.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       COPY "product-parm".

       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-START-STAMP
           DISPLAY "R032: MISSING-RATE CONTRACTS " WS-NO-RATE-COUNT
           DISPLAY "R032: HELD-COMPANY SUPPRESSED " WS-SUPPRESSED-COUNT
           DISPLAY "R032: UNMAPPED GL COMPANIES  " WS-NOMAP-COUNT
           DISPLAY "R032: OUTPUT TAX LINES       " WS-TAX-LINE-COUNT
           DISPLAY "R032: NO PRODUCT - DEFAULT GL" WS-NO-PRODUCT-COUNT
           DISPLAY "R032: NOT MAPPED - DEFAULT BK" WS-NO-BOOK-COUNT
           DISPLAY "R032: BOOKS FED              " WS-BK-TABLE-COUNT
           MOVE WS-LINE-COUNT TO WS-STATS-WRITTEN-COUNT
           PERFORM 9900-WRITE-RUN-STATS
           PERFORM 9000-TERMINATE
           IF WS-OVERFLOW
               DISPLAY "R032: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-LOAD-TODAYS-RATES
           PERFORM 1300-LOAD-COMPLIANCE-HOLDS
           PERFORM 1400-LOAD-GL-KEYS
           PERFORM 1500-LOAD-TAX-SPLITS
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * Companies on compliance hold (watch-hold.cpy, written by R073 and        *
      * added to by R186 for escalated AML cases) have every record              *
      * suppressed from the feed until the hold clears.                          *
      ****************************************************************************
       1300-LOAD-COMPLIANCE-HOLDS.
           OPEN INPUT HOLD-FILE
               CLOSE KEY-XREF-FILE
           END-IF.

      ****************************************************************************
      * Net/tax splits per contract from R157. A contract with no split        *
      * posts its whole AMOUNT to receivables as before.                       *
      ****************************************************************************
       1500-LOAD-TAX-SPLITS.
           OPEN INPUT TAX-SPLIT-FILE
           IF WS-SPLIT-NOT-FOUND
               SET WS-SPLIT-EOF TO TRUE
           ELSE
               READ TAX-SPLIT-FILE
                   AT END SET WS-SPLIT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SPLIT-EOF
               IF WS-SPLIT-TABLE-COUNT < 2000
                   ADD 1 TO WS-SPLIT-TABLE-COUNT
                   MOVE TXS-CONTRACT-NUMBER
                       TO WS-SPLIT-CONTRACT (WS-SPLIT-TABLE-COUNT)
                   MOVE TXS-NET-AMOUNT
                       TO WS-SPLIT-NET (WS-SPLIT-TABLE-COUNT)
                   MOVE TXS-TAX-AMOUNT
                       TO WS-SPLIT-TAX (WS-SPLIT-TABLE-COUNT)
                   MOVE TXS-GL-ACCOUNT
                       TO WS-SPLIT-GL-ACCOUNT (WS-SPLIT-TABLE-COUNT)
               END-IF
               READ TAX-SPLIT-FILE
                   AT END SET WS-SPLIT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SPLIT-NOT-FOUND
               CLOSE TAX-SPLIT-FILE
           END-IF.

       2000-PROCESS-FILE.
           ADD 1 TO WS-STATS-READ-COUNT
           IF SEGMENT-ID OF ENTITY = 1
           IF SEGMENT-ID OF ENTITY = 7
               ADD 1 TO WS-CONTRACT-COUNT
               ADD AMOUNT OF CONTRACT TO WS-AMOUNT-TOTAL
               IF WS-EXT-KEY = "*NOMAP*"
                   ADD 1 TO WS-NOMAP-COUNT
               END-IF
               MOVE ZERO TO WS-SPLIT-HIT
               PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                       UNTIL WS-SPLIT-SUB > WS-SPLIT-TABLE-COUNT
                   IF WS-SPLIT-CONTRACT (WS-SPLIT-SUB)
                           = CONTRACT-NUMBER OF CONTRACT
                       MOVE WS-SPLIT-SUB TO WS-SPLIT-HIT
                   END-IF
               END-PERFORM
               MOVE CONTRACT-NUMBER OF CONTRACT TO PRP-CONTRACT-NUMBER
               CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
               IF PRP-STATUS = ZERO
                   MOVE PRP-GL-ACCOUNT TO WS-POST-ACCOUNT
               ELSE
                   ADD 1 TO WS-NO-PRODUCT-COUNT
                   MOVE WS-GL-ACCOUNT TO WS-POST-ACCOUNT
               END-IF
               PERFORM 2300-FIND-BOOK
               IF WS-BK-HIT > ZERO
                   ADD AMOUNT OF CONTRACT
                       TO WS-BK-AMOUNT-TOTAL (WS-BK-HIT)
               END-IF
               IF WS-SPLIT-HIT = ZERO
                   MOVE AMOUNT OF CONTRACT TO WS-POST-AMOUNT
                   PERFORM 2400-WRITE-FEED-LINE
               ELSE
                   MOVE WS-SPLIT-NET (WS-SPLIT-HIT) TO WS-POST-AMOUNT
                   PERFORM 2400-WRITE-FEED-LINE
                   IF WS-SPLIT-TAX (WS-SPLIT-HIT) > ZERO
                       ADD 1 TO WS-TAX-LINE-COUNT
                       MOVE WS-SPLIT-GL-ACCOUNT (WS-SPLIT-HIT)
                           TO WS-POST-ACCOUNT
                       MOVE WS-SPLIT-TAX (WS-SPLIT-HIT)
                           TO WS-POST-AMOUNT
                       PERFORM 2400-WRITE-FEED-LINE
                   END-IF
               END-IF
           END-IF
           END-IF
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * The contract's book (R213-BOOK-SERVICE) is stamped on each of its      *
      * lines and its lines, amount and base amount are totalled per book      *
      * for that book's own control trailer. A book past the twentieth is      *
      * still stamped on its lines but gets no trailer, and the run ends RC 8. *
      ****************************************************************************
       2300-FIND-BOOK.
           MOVE CONTRACT-NUMBER OF CONTRACT TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           IF BKP-STATUS NOT = ZERO
               ADD 1 TO WS-NO-BOOK-COUNT
           END-IF
           MOVE BKP-BOOK TO WS-POST-BOOK
           MOVE ZERO TO WS-BK-HIT
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-TABLE-COUNT
               IF WS-BK-BOOK (WS-BK-SUB) = WS-POST-BOOK
                   MOVE WS-BK-SUB TO WS-BK-HIT
               END-IF
           END-PERFORM
           IF WS-BK-HIT = ZERO
               IF WS-BK-TABLE-COUNT >= 20
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BK-TABLE-COUNT
                   MOVE WS-BK-TABLE-COUNT TO WS-BK-HIT
                   MOVE WS-POST-BOOK TO WS-BK-BOOK (WS-BK-HIT)
                   MOVE ZERO TO WS-BK-LINE-COUNT (WS-BK-HIT)
                   MOVE ZERO TO WS-BK-AMOUNT-TOTAL (WS-BK-HIT)
                   MOVE ZERO TO WS-BK-BASE-TOTAL (WS-BK-HIT)
               END-IF
           END-IF.

       2400-WRITE-FEED-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF WS-BK-HIT > ZERO
               ADD 1 TO WS-BK-LINE-COUNT (WS-BK-HIT)
           END-IF
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM 2500-CONVERT-TO-BASE
           MOVE SPACES TO GLAR-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-POST-ACCOUNT DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               CONTRACT-NUMBER OF CONTRACT DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " DUEDATE=" DELIMITED BY SIZE
               DUE-DATE OF CONTRACT DELIMITED BY SIZE
               " CCY=" DELIMITED BY SIZE
               WS-CONTRACT-CCY DELIMITED BY SIZE
               " BASEAMT=" DELIMITED BY SIZE
               WS-BASE-COLUMN DELIMITED BY SIZE
               " EXTKEY=" DELIMITED BY SIZE
               WS-EXT-KEY DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               WS-POST-BOOK DELIMITED BY SIZE
               INTO GLAR-LINE
           WRITE GLAR-LINE.

      ****************************************************************************
      * Resolves the contract's currency (base when unlisted), then the        *
      * base-currency equivalent at today's rate. A listed currency with no    *
           END-IF
           IF WS-RATE-FOUND
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-POST-AMOUNT * WS-RATE-WORK
               ADD WS-BASE-AMOUNT TO WS-BASE-TOTAL
               IF WS-BK-HIT > ZERO
                   ADD WS-BASE-AMOUNT TO WS-BK-BASE-TOTAL (WS-BK-HIT)
               END-IF
               MOVE WS-BASE-AMOUNT TO WS-BASE-AMOUNT-EDIT
               MOVE WS-BASE-AMOUNT-EDIT TO WS-BASE-COLUMN
           ELSE
           END-IF.

       3000-WRITE-CONTROL-TRAILER.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-BASE-TOTAL TO WS-BASE-TOTAL-EDIT
           MOVE SPACES TO GLAR-LINE
               " BASETOTAL=" DELIMITED BY SIZE
               WS-BASE-TOTAL-EDIT DELIMITED BY SIZE
               INTO GLAR-LINE
           WRITE GLAR-LINE
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-TABLE-COUNT
               MOVE WS-BK-LINE-COUNT (WS-BK-SUB) TO WS-COUNT-DISPLAY
               MOVE WS-BK-AMOUNT-TOTAL (WS-BK-SUB) TO WS-TOTAL-DISPLAY
               MOVE WS-BK-BASE-TOTAL (WS-BK-SUB) TO WS-BASE-TOTAL-EDIT
               MOVE SPACES TO GLAR-LINE
               STRING "TRAILER COUNT=" DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " AMOUNTTOTAL=" DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   " BASETOTAL=" DELIMITED BY SIZE
                   WS-BASE-TOTAL-EDIT DELIMITED BY SIZE
                   " BK=" DELIMITED BY SIZE
                   WS-BK-BOOK (WS-BK-SUB) DELIMITED BY SIZE
                   INTO GLAR-LINE
               WRITE GLAR-LINE
           END-PERFORM.

       9000-TERMINATE.
           CLOSE ENTITY-FILE
