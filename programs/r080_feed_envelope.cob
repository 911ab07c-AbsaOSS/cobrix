      * R080-FEED-ENVELOPE                                                      *
      *                                                                          *
      * Wraps an outbound feed in the standard transmission envelope: the      *
      * named feed (ENVREQ carries the feed ID; CONTRGLAR, CUSTCRM, EVTFEED    *
      * are 160-byte text lines) is copied to FEEDWRAP behind an ENVHDR       *
      * line carrying feed ID, cycle date and the next file sequence          *
      * number, and ahead of an ENVTRL line carrying the record count and     *
      * carry-forward is R144-fingerprinted: the log just loaded must         *
      * match the prior cycle's stamp and tonight's log is stamped for        *
      * tomorrow.                                                              *
      * Each legal entity's book goes out as its own feed: a request naming    *
      * a book (ENV-BOOK) envelopes only that book's lines and trailer, with   *
      * BOOK= on the header, under a feed ID of its own so the book runs its   *
      * own sequence numbers and acknowledgments. A request with no book       *
      * envelopes the whole feed as before.                                    *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       FD  REQUEST-FILE.
       01  ENVELOPE-REQUEST-RECORD.
           05  ENV-FEED-ID              PIC X(8).
           05  ENV-BOOK                 PIC X(2).

       FD  FEED-FILE.
       01  FEED-LINE                    PIC X(160).
       01  WS-ACK-DEADLINE-CYCLES   PIC 9(3)   VALUE 2.

       01  WS-FEED-ID               PIC X(8).
       01  WS-BOOK                  PIC X(2)   VALUE SPACES.
       01  WS-LINE-BOOK             PIC X(2)   VALUE SPACES.
       01  WS-BOOK-POS              PIC 9(3)   VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
           DISPLAY "R080: FEED WRAPPED           " WS-FEED-ID
           DISPLAY "R080: RECORDS IN ENVELOPE    " WS-RECORD-COUNT
           DISPLAY "R080: SEQUENCE NUMBER        " WS-NEXT-SEQ
           IF WS-BOOK NOT = SPACES
               DISPLAY "R080: BOOK ENVELOPED         " WS-BOOK
               DISPLAY "R080: OTHER-BOOK LINES LEFT  " WS-SKIPPED-COUNT
           END-IF
           DISPLAY "R080: ENVELOPES PAST ACK SLA " WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ENV-FEED-ID TO WS-FEED-ID
           MOVE ENV-BOOK TO WS-BOOK
           CLOSE REQUEST-FILE.

       1500-LOAD-TRANSMISSION-LOG.
               " SEQ=" DELIMITED BY SIZE
               WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WRAPPED-LINE
           IF WS-BOOK NOT = SPACES
               STRING " BOOK=" DELIMITED BY SIZE
                   WS-BOOK DELIMITED BY SIZE
                   INTO WRAPPED-LINE (47:8)
           END-IF
           WRITE WRAPPED-LINE
           READ FEED-FILE
               AT END SET WS-FEED-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FEED-EOF
               PERFORM 2050-FIND-LINE-BOOK
               IF WS-BOOK = SPACES
                   OR WS-LINE-BOOK = WS-BOOK
                   OR (WS-BOOK-POS = ZERO
                       AND FEED-LINE (1:7) NOT = "TRAILER")
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2100-HASH-AMOUNT-FIELDS
                   MOVE FEED-LINE TO WRAPPED-LINE
                   WRITE WRAPPED-LINE
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               READ FEED-FILE
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           CLOSE FEED-FILE
           CLOSE WRAPPED-FILE.

      ****************************************************************************
      * A book's envelope carries the lines stamped with its book (BK=),       *
      * its own per-book trailer among them, and the unstamped lines such      *
      * as ASAT= banners - but not the whole-feed trailer, which balances      *
      * every book together.                                                   *
      ****************************************************************************
       2050-FIND-LINE-BOOK.
           MOVE ZERO TO WS-BOOK-POS
           MOVE SPACES TO WS-LINE-BOOK
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 155
               IF FEED-LINE (WS-SCAN-SUB:4) = " BK="
                   AND WS-BOOK-POS = ZERO
                   COMPUTE WS-BOOK-POS = WS-SCAN-SUB + 4
               END-IF
           END-PERFORM
           IF WS-BOOK-POS > ZERO
               MOVE FEED-LINE (WS-BOOK-POS:2) TO WS-LINE-BOOK
           END-IF.

      ****************************************************************************
      * The hash total sums every "AMOUNT=" field found in the data lines;     *
      * a feed with no amount fields hashes zero and the count alone           *
