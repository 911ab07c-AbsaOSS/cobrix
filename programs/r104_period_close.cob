      *                                                                          *
      * Accounting-period gate for the contract subsystem's journals. Runs      *
      * nightly behind the journal producers (R032's CONTRGLAR, R057's         *
      * ACCRJRNL, R101's WOFFJRNL, R058's CASHJRNL and R161's DSHJRNL,        *
      * R117's REVALJRNL, R159's PROVJRNL, R182's REVJRNL, R202's SALEJRNL)    *
      * as the one place period control is enforced, so a late rerun cannot     *
      * slip a posting                                                          *
      * into a month finance already reported: each journal line's DUEDATE=   *
      * decides its period, the line passes through to the period-stamped     *
      * copy (GLARPRD, ACCRPRD, WOFFPRD, CASHPRD, REVALPRD, PROVPRD, REVPRD,   *
      * SALEPRD - the files operations point R080's envelope and the GL at in   *
      * place of the raw journals),                                             *
      * and the period's running totals accumulate on the control file         *
      * (period-control.cpy, PERIODIN to PERIODOUT). A line dated into a       *
      * closed period is redirected to the next open period, stamped with a    *
      * PPA= prior-period-adjustment marker, and reported. A close request     *
      * on PERIODREQ (the period YYYYMM) cuts the period's final totals per    *
      * journal source onto PERIODRPT and marks it closed - but only when        *
      * R189's receivables roll-forward for the period (rollforward-control.cpy  *
      * on RFWDOUT) is certified in every currency; a period whose roll-forward  *
      * is missing or out is refused, stays open, and the close is requested     *
      * again once the differences are cleared. A closed period's certified      *
      * closing book per currency is printed under its journal totals.           *
      * Periods run per book: every line's BK= (a line without one belongs to    *
      * the default book, R213-BOOK-SERVICE) picks the book whose periods it     *
      * is gated against and totalled under, and a close request naming a book   *
      * (PRQ-BOOK) closes that legal entity's period alone on its own            *
      * roll-forward while the other book's stays open. R125's intercompany      *
      * journal (ICJRNL) is gated with the rest into ICPRD, and R212's book      *
      * transfer journal (BOOKJRNL) into BOOKPRD.                                *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT DSH-FILE ASSIGN TO "DSHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSH-STATUS.

           SELECT CASH-OUT-FILE ASSIGN TO "CASHPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVAL-OUT-FILE ASSIGN TO "REVALPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROV-FILE ASSIGN TO "PROVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.

           SELECT PROV-OUT-FILE ASSIGN TO "PROVPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REV-FILE ASSIGN TO "REVJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT REV-OUT-FILE ASSIGN TO "REVPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SALE-FILE ASSIGN TO "SALEJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALE-STATUS.

           SELECT SALE-OUT-FILE ASSIGN TO "SALEPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IC-FILE ASSIGN TO "ICJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.

           SELECT IC-OUT-FILE ASSIGN TO "ICPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT XFER-FILE ASSIGN TO "BOOKJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

           SELECT XFER-OUT-FILE ASSIGN TO "BOOKPRD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "PERIODRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROLLFWD-FILE ASSIGN TO "RFWDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFWD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-IN-FILE.
       COPY "period-control".

       FD  REQUEST-FILE.
       COPY "period-close-request".

       FD  GLAR-FILE.
       01  GLAR-LINE                    PIC X(160).
       FD  CASH-FILE.
       01  CASH-LINE                    PIC X(160).

       FD  DSH-FILE.
       01  DSH-LINE                     PIC X(160).

       FD  CASH-OUT-FILE.
       01  CASH-OUT-LINE                PIC X(160).

       FD  REVAL-OUT-FILE.
       01  REVAL-OUT-LINE               PIC X(160).

       FD  PROV-FILE.
       01  PROV-LINE                    PIC X(160).

       FD  PROV-OUT-FILE.
       01  PROV-OUT-LINE                PIC X(160).

       FD  REV-FILE.
       01  REV-LINE                     PIC X(160).

       FD  REV-OUT-FILE.
       01  REV-OUT-LINE                 PIC X(160).

       FD  SALE-FILE.
       01  SALE-LINE                    PIC X(160).

       FD  SALE-OUT-FILE.
       01  SALE-OUT-LINE                PIC X(160).

       FD  IC-FILE.
       01  IC-LINE                      PIC X(160).

       FD  IC-OUT-FILE.
       01  IC-OUT-LINE                  PIC X(160).

       FD  XFER-FILE.
       01  XFER-LINE                    PIC X(160).

       FD  XFER-OUT-FILE.
       01  XFER-OUT-LINE                PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  ROLLFWD-FILE.
       COPY "rollforward-control".

       WORKING-STORAGE SECTION.
       01  WS-PRD-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-PRD-IN-EOF                   VALUE "Y".
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-CASH-STATUS           PIC XX.
           88  WS-CASH-NOT-FOUND            VALUE "35".
       01  WS-DSH-STATUS            PIC XX.
           88  WS-DSH-NOT-FOUND             VALUE "35".
       01  WS-REVAL-STATUS          PIC XX.
           88  WS-REVAL-NOT-FOUND           VALUE "35".
       01  WS-PROV-STATUS           PIC XX.
           88  WS-PROV-NOT-FOUND            VALUE "35".
       01  WS-REV-STATUS            PIC XX.
           88  WS-REV-NOT-FOUND             VALUE "35".
       01  WS-SALE-STATUS           PIC XX.
           88  WS-SALE-NOT-FOUND            VALUE "35".
       01  WS-IC-STATUS             PIC XX.
           88  WS-IC-NOT-FOUND              VALUE "35".
       01  WS-XFER-STATUS           PIC XX.
           88  WS-XFER-NOT-FOUND            VALUE "35".
       01  WS-RFWD-EOF-FLAG         PIC X      VALUE "N".
           88  WS-RFWD-EOF                     VALUE "Y".
       01  WS-RFWD-FILE-STATUS      PIC XX.
           88  WS-RFWD-NOT-FOUND            VALUE "35".

       01  WS-PRD-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY         OCCURS 999 TIMES.
               10  WS-PRD-PERIOD        PIC 9(6).
               10  WS-PRD-SOURCE        PIC X(8).
               10  WS-PRD-BOOK          PIC X(2).
               10  WS-PRD-STATUS        PIC X(1).
               10  WS-PRD-CLOSED-DATE   PIC 9(8).
               10  WS-PRD-COUNT         PIC 9(9).
               10  WS-PRD-TOTAL         PIC S9(13)V9(2).

       01  WS-RFWD-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-RFWD-TABLE.
           05  WS-RFWD-ENTRY        OCCURS 600 TIMES.
               10  WS-RFWD-PERIOD       PIC 9(6).
               10  WS-RFWD-CURRENCY     PIC X(3).
               10  WS-RFWD-BOOK         PIC X(2).
               10  WS-RFWD-STATUS       PIC X(1).
               10  WS-RFWD-CLOSING      PIC S9(13)V9(2).
               10  WS-RFWD-CARRY        PIC S9(13)V9(2).
               10  WS-RFWD-DIFFERENCE   PIC S9(13)V9(2).
       01  WS-RFWD-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-RFWD-FOUND-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-RFWD-OUT-COUNT        PIC 9(3)   VALUE ZERO.

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-SOURCE        PIC X(8)   VALUE SPACES.
       01  WS-DEFAULT-BOOK          PIC X(2)   VALUE SPACES.
       01  WS-LINE-BOOK             PIC X(2)   VALUE SPACES.
       01  WS-CLOSE-BOOK-TEXT       PIC X(9)   VALUE SPACES.
       01  WS-JRNL-LINE             PIC X(160) VALUE SPACES.

       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-PASSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REDIRECTED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE SPACES TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE BKP-BOOK TO WS-DEFAULT-BOOK
           PERFORM 1000-LOAD-PERIOD-CONTROL
           PERFORM 1100-LOAD-ROLLFORWARD
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-GATE-GLAR-JOURNAL
           PERFORM 2200-GATE-ACCR-JOURNAL
           PERFORM 2400-GATE-WOFF-JOURNAL
           PERFORM 2450-GATE-CASH-JOURNAL
           PERFORM 2500-GATE-REVAL-JOURNAL
           PERFORM 2550-GATE-PROV-JOURNAL
           PERFORM 2560-GATE-REV-JOURNAL
           PERFORM 2570-GATE-SALE-JOURNAL
           PERFORM 2580-GATE-IC-JOURNAL
           PERFORM 2590-GATE-XFER-JOURNAL
           PERFORM 3000-APPLY-CLOSE-REQUESTS
           PERFORM 4000-WRITE-PERIOD-CONTROL
           CLOSE REPORT-FILE
           DISPLAY "R104: JOURNAL LINES PASSED   " WS-PASSED-COUNT
           DISPLAY "R104: LINES REDIRECTED (PPA) " WS-REDIRECTED-COUNT
           DISPLAY "R104: PERIODS CLOSED         " WS-CLOSED-COUNT
           DISPLAY "R104: CLOSES REFUSED         " WS-REFUSED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R104: PERIOD TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

               END-READ
           END-IF
           PERFORM UNTIL WS-PRD-IN-EOF
               IF WS-PRD-TABLE-COUNT >= 999
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PRD-TABLE-COUNT
                       TO WS-PRD-COUNT (WS-PRD-TABLE-COUNT)
                   MOVE PRD-POSTED-TOTAL OF PERIOD-IN-RECORD
                       TO WS-PRD-TOTAL (WS-PRD-TABLE-COUNT)
                   MOVE PRD-BOOK OF PERIOD-IN-RECORD
                       TO WS-PRD-BOOK (WS-PRD-TABLE-COUNT)
                   IF PRD-BOOK OF PERIOD-IN-RECORD = SPACES
                       MOVE WS-DEFAULT-BOOK
                           TO WS-PRD-BOOK (WS-PRD-TABLE-COUNT)
                   END-IF
               END-IF
               READ PERIOD-IN-FILE
                   AT END SET WS-PRD-IN-EOF TO TRUE
               CLOSE PERIOD-IN-FILE
           END-IF.

       1100-LOAD-ROLLFORWARD.
           OPEN INPUT ROLLFWD-FILE
           IF WS-RFWD-NOT-FOUND
               SET WS-RFWD-EOF TO TRUE
           ELSE
               READ ROLLFWD-FILE
                   AT END SET WS-RFWD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RFWD-EOF
               IF WS-RFWD-TABLE-COUNT >= 600
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-RFWD-TABLE-COUNT
                   MOVE RFC-PERIOD
                       TO WS-RFWD-PERIOD (WS-RFWD-TABLE-COUNT)
                   MOVE RFC-CURRENCY
                       TO WS-RFWD-CURRENCY (WS-RFWD-TABLE-COUNT)
                   MOVE RFC-BOOK
                       TO WS-RFWD-BOOK (WS-RFWD-TABLE-COUNT)
                   IF RFC-BOOK = SPACES
                       MOVE WS-DEFAULT-BOOK
                           TO WS-RFWD-BOOK (WS-RFWD-TABLE-COUNT)
                   END-IF
                   MOVE RFC-STATUS
                       TO WS-RFWD-STATUS (WS-RFWD-TABLE-COUNT)
                   MOVE RFC-CLOSING
                       TO WS-RFWD-CLOSING (WS-RFWD-TABLE-COUNT)
                   MOVE RFC-CARRY
                       TO WS-RFWD-CARRY (WS-RFWD-TABLE-COUNT)
                   MOVE RFC-DIFFERENCE
                       TO WS-RFWD-DIFFERENCE (WS-RFWD-TABLE-COUNT)
               END-IF
               READ ROLLFWD-FILE
                   AT END SET WS-RFWD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RFWD-NOT-FOUND
               CLOSE ROLLFWD-FILE
           END-IF.

       2000-GATE-GLAR-JOURNAL.
           MOVE "CONTRGLA" TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           END-IF
           CLOSE WOFF-OUT-FILE.

      ****************************************************************************
      * R161's dishonour reversals (DSHJRNL) are cash-journal lines written    *
      * apart only because R058 rewrites CASHJRNL each run; they gate under    *
      * the CASHJRNL source into the same CASHPRD.                              *
      ****************************************************************************
       2450-GATE-CASH-JOURNAL.
           MOVE "CASHJRNL" TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           IF NOT WS-CASH-NOT-FOUND
               CLOSE CASH-FILE
           END-IF
           MOVE "N" TO WS-JRNL-EOF-FLAG
           OPEN INPUT DSH-FILE
           IF WS-DSH-NOT-FOUND
               SET WS-JRNL-EOF TO TRUE
           ELSE
               READ DSH-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               MOVE DSH-LINE TO WS-JRNL-LINE
               PERFORM 2600-GATE-ONE-LINE
               MOVE WS-JRNL-LINE TO CASH-OUT-LINE
               WRITE CASH-OUT-LINE
               READ DSH-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSH-NOT-FOUND
               CLOSE DSH-FILE
           END-IF
           CLOSE CASH-OUT-FILE.

       2500-GATE-REVAL-JOURNAL.
           END-IF
           CLOSE REVAL-OUT-FILE.

       2550-GATE-PROV-JOURNAL.
           MOVE "PROVJRNL" TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           OPEN INPUT PROV-FILE
           OPEN OUTPUT PROV-OUT-FILE
           IF WS-PROV-NOT-FOUND
               SET WS-JRNL-EOF TO TRUE
           ELSE
               READ PROV-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               MOVE PROV-LINE TO WS-JRNL-LINE
               PERFORM 2600-GATE-ONE-LINE
               MOVE WS-JRNL-LINE TO PROV-OUT-LINE
               WRITE PROV-OUT-LINE
               READ PROV-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROV-NOT-FOUND
               CLOSE PROV-FILE
           END-IF
           CLOSE PROV-OUT-FILE.

       2560-GATE-REV-JOURNAL.
           MOVE "REVJRNL " TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           OPEN INPUT REV-FILE
           OPEN OUTPUT REV-OUT-FILE
           IF WS-REV-NOT-FOUND
               SET WS-JRNL-EOF TO TRUE
           ELSE
               READ REV-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               MOVE REV-LINE TO WS-JRNL-LINE
               PERFORM 2600-GATE-ONE-LINE
               MOVE WS-JRNL-LINE TO REV-OUT-LINE
               WRITE REV-OUT-LINE
               READ REV-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REV-NOT-FOUND
               CLOSE REV-FILE
           END-IF
           CLOSE REV-OUT-FILE.

       2570-GATE-SALE-JOURNAL.
           MOVE "SALEJRNL" TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           OPEN INPUT SALE-FILE
           OPEN OUTPUT SALE-OUT-FILE
           IF WS-SALE-NOT-FOUND
               SET WS-JRNL-EOF TO TRUE
           ELSE
               READ SALE-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               MOVE SALE-LINE TO WS-JRNL-LINE
               PERFORM 2600-GATE-ONE-LINE
               MOVE WS-JRNL-LINE TO SALE-OUT-LINE
               WRITE SALE-OUT-LINE
               READ SALE-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SALE-NOT-FOUND
               CLOSE SALE-FILE
           END-IF
           CLOSE SALE-OUT-FILE.

       2580-GATE-IC-JOURNAL.
           MOVE "ICJRNL  " TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           OPEN INPUT IC-FILE
           OPEN OUTPUT IC-OUT-FILE
           IF WS-IC-NOT-FOUND
               SET WS-JRNL-EOF TO TRUE
           ELSE
               READ IC-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               MOVE IC-LINE TO WS-JRNL-LINE
               PERFORM 2600-GATE-ONE-LINE
               MOVE WS-JRNL-LINE TO IC-OUT-LINE
               WRITE IC-OUT-LINE
               READ IC-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-IC-NOT-FOUND
               CLOSE IC-FILE
           END-IF
           CLOSE IC-OUT-FILE.

       2590-GATE-XFER-JOURNAL.
           MOVE "BOOKJRNL" TO WS-CURRENT-SOURCE
           MOVE "N" TO WS-JRNL-EOF-FLAG
           OPEN INPUT XFER-FILE
           OPEN OUTPUT XFER-OUT-FILE
           IF WS-XFER-NOT-FOUND
               SET WS-JRNL-EOF TO TRUE
           ELSE
               READ XFER-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-JRNL-EOF
               MOVE XFER-LINE TO WS-JRNL-LINE
               PERFORM 2600-GATE-ONE-LINE
               MOVE WS-JRNL-LINE TO XFER-OUT-LINE
               WRITE XFER-OUT-LINE
               READ XFER-FILE
                   AT END SET WS-JRNL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-XFER-NOT-FOUND
               CLOSE XFER-FILE
           END-IF
           CLOSE XFER-OUT-FILE.

      ****************************************************************************
      * The DUEDATE= field (YYYY-MM-DD) names the posting period. A line        *
      * into a closed period walks forward month by month to the first open     *
      * period, gains the PPA= marker naming the period it wanted, and is       *
      * reported. Trailer and unparsable lines pass through untouched.          *
      * The BK= field names the book whose periods the line is gated against;   *
      * a line without one belongs to the default book.                         *
      ****************************************************************************
       2600-GATE-ONE-LINE.
           MOVE ZERO TO WS-FIELD-POS
           IF WS-FIELD-POS = ZERO
               CONTINUE
           ELSE
               PERFORM 2650-FIND-LINE-BOOK
               MOVE WS-JRNL-LINE (WS-FIELD-POS:4) TO WS-LINE-YEAR
               MOVE WS-JRNL-LINE (WS-FIELD-POS + 5:2)
                   TO WS-LINE-MONTH
                   MOVE SPACES TO REPORT-LINE
                   STRING "PPA REDIRECT " DELIMITED BY SIZE
                       WS-CURRENT-SOURCE DELIMITED BY SIZE
                       " BK=" DELIMITED BY SIZE
                       WS-LINE-BOOK DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       WS-LINE-PERIOD DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-TARGET-PERIOD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JRNL-LINE (1:45) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
               PERFORM 2900-ACCUMULATE-PERIOD-TOTAL
           END-IF.

       2650-FIND-LINE-BOOK.
           MOVE WS-DEFAULT-BOOK TO WS-LINE-BOOK
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 155
               IF WS-JRNL-LINE (WS-SCAN-SUB:4) = " BK="
                   MOVE WS-JRNL-LINE (WS-SCAN-SUB + 4:2)
                       TO WS-LINE-BOOK
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A close shuts every source of the book's period at once, so any        *
      * closed record for the period and book means the book's period is      *
      * closed - to a source with nothing posted yet as much as any other.     *
      ****************************************************************************
       2700-TEST-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRD-TABLE-COUNT
               IF WS-PRD-PERIOD (WS-SUB) = WS-TARGET-PERIOD
                   AND WS-PRD-BOOK (WS-SUB) = WS-LINE-BOOK
                   AND WS-PRD-STATUS (WS-SUB) = "C"
                   SET WS-PERIOD-CLOSED TO TRUE
               END-IF

       2800-STAMP-PPA-MARKER.
           MOVE ZERO TO WS-LINE-END
           PERFORM VARYING WS-SCAN-SUB FROM 160 BY -1
                   UNTIL WS-SCAN-SUB < 1 OR WS-LINE-END > ZERO
               IF WS-JRNL-LINE (WS-SCAN-SUB:1) NOT = SPACE
                   MOVE WS-SCAN-SUB TO WS-LINE-END
               END-IF
           END-PERFORM
           IF WS-LINE-END > ZERO AND WS-LINE-END <= 149
               STRING " PPA=" DELIMITED BY SIZE
                   WS-LINE-PERIOD DELIMITED BY SIZE
                   INTO WS-JRNL-LINE (WS-LINE-END + 1:11)
           END-IF.

       2900-ACCUMULATE-PERIOD-TOTAL.
                   UNTIL WS-SUB > WS-PRD-TABLE-COUNT
               IF WS-PRD-PERIOD (WS-SUB) = WS-TARGET-PERIOD
                   AND WS-PRD-SOURCE (WS-SUB) = WS-CURRENT-SOURCE
                   AND WS-PRD-BOOK (WS-SUB) = WS-LINE-BOOK
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-PRD-TABLE-COUNT >= 999
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PRD-TABLE-COUNT
                       TO WS-PRD-PERIOD (WS-HIT-SUB)
                   MOVE WS-CURRENT-SOURCE
                       TO WS-PRD-SOURCE (WS-HIT-SUB)
                   MOVE WS-LINE-BOOK TO WS-PRD-BOOK (WS-HIT-SUB)
                   MOVE "O" TO WS-PRD-STATUS (WS-HIT-SUB)
                   MOVE ZERO TO WS-PRD-CLOSED-DATE (WS-HIT-SUB)
                   MOVE ZERO TO WS-PRD-COUNT (WS-HIT-SUB)
               CLOSE REQUEST-FILE
           END-IF.

      ****************************************************************************
      * A period closes only on a certified roll-forward: at least one         *
      * currency on RFWDOUT for the period and none of them out. A request     *
      * naming a book closes that book's period alone, on that book's          *
      * roll-forward; one with the book blank closes every book together.      *
      ****************************************************************************
       3100-CLOSE-ONE-PERIOD.
           IF PRQ-BOOK = SPACES
               MOVE "ALL BOOKS" TO WS-CLOSE-BOOK-TEXT
           ELSE
               MOVE SPACES TO WS-CLOSE-BOOK-TEXT
               STRING "BOOK " DELIMITED BY SIZE
                   PRQ-BOOK DELIMITED BY SIZE
                   INTO WS-CLOSE-BOOK-TEXT
           END-IF
           MOVE ZERO TO WS-RFWD-FOUND-COUNT
           MOVE ZERO TO WS-RFWD-OUT-COUNT
           PERFORM VARYING WS-RFWD-SUB FROM 1 BY 1
                   UNTIL WS-RFWD-SUB > WS-RFWD-TABLE-COUNT
               IF WS-RFWD-PERIOD (WS-RFWD-SUB) = PRQ-PERIOD
                   AND (PRQ-BOOK = SPACES
                       OR WS-RFWD-BOOK (WS-RFWD-SUB) = PRQ-BOOK)
                   ADD 1 TO WS-RFWD-FOUND-COUNT
                   IF WS-RFWD-STATUS (WS-RFWD-SUB) NOT = "C"
                       ADD 1 TO WS-RFWD-OUT-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RFWD-FOUND-COUNT = ZERO OR WS-RFWD-OUT-COUNT > ZERO
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " DELIMITED BY SIZE
                   PRQ-PERIOD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLOSE-BOOK-TEXT DELIMITED BY SIZE
                   " CLOSE REFUSED - ROLL-FORWARD NOT CERTIFIED"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-RFWD-SUB FROM 1 BY 1
                       UNTIL WS-RFWD-SUB > WS-RFWD-TABLE-COUNT
                   IF WS-RFWD-PERIOD (WS-RFWD-SUB) = PRQ-PERIOD
                       AND (PRQ-BOOK = SPACES
                           OR WS-RFWD-BOOK (WS-RFWD-SUB) = PRQ-BOOK)
                       AND WS-RFWD-STATUS (WS-RFWD-SUB) NOT = "C"
                       MOVE WS-RFWD-DIFFERENCE (WS-RFWD-SUB)
                           TO WS-TOTAL-EDIT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-RFWD-CURRENCY (WS-RFWD-SUB)
                           DELIMITED BY SIZE
                           " BK=" DELIMITED BY SIZE
                           WS-RFWD-BOOK (WS-RFWD-SUB) DELIMITED BY SIZE
                           " ROLL-FORWARD OUT UNEXPLAINED="
                           DELIMITED BY SIZE
                           WS-TOTAL-EDIT DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 3150-CLOSE-CERTIFIED-PERIOD
           END-IF.

       3150-CLOSE-CERTIFIED-PERIOD.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " DELIMITED BY SIZE
               PRQ-PERIOD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLOSE-BOOK-TEXT DELIMITED BY SIZE
               " CLOSED " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               " - FINAL TOTALS PER SOURCE FOLLOW" DELIMITED BY SIZE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRD-TABLE-COUNT
               IF WS-PRD-PERIOD (WS-SUB) = PRQ-PERIOD
                   AND (PRQ-BOOK = SPACES
                       OR WS-PRD-BOOK (WS-SUB) = PRQ-BOOK)
                   MOVE "C" TO WS-PRD-STATUS (WS-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-PRD-CLOSED-DATE (WS-SUB)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-PRD-SOURCE (WS-SUB) DELIMITED BY SIZE
                       " BK=" DELIMITED BY SIZE
                       WS-PRD-BOOK (WS-SUB) DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       WS-PRD-COUNT (WS-SUB) DELIMITED BY SIZE
                       " TOTAL=" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RFWD-SUB FROM 1 BY 1
                   UNTIL WS-RFWD-SUB > WS-RFWD-TABLE-COUNT
               IF WS-RFWD-PERIOD (WS-RFWD-SUB) = PRQ-PERIOD
                   AND (PRQ-BOOK = SPACES
                       OR WS-RFWD-BOOK (WS-RFWD-SUB) = PRQ-BOOK)
                   MOVE WS-RFWD-CLOSING (WS-RFWD-SUB) TO WS-TOTAL-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-RFWD-CURRENCY (WS-RFWD-SUB) DELIMITED BY SIZE
                       " BK=" DELIMITED BY SIZE
                       WS-RFWD-BOOK (WS-RFWD-SUB) DELIMITED BY SIZE
                       " RECEIVABLES CERTIFIED CLOSING="
                       DELIMITED BY SIZE
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE WS-RFWD-CARRY (WS-RFWD-SUB) TO WS-TOTAL-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-RFWD-CURRENCY (WS-RFWD-SUB) DELIMITED BY SIZE
                       " BK=" DELIMITED BY SIZE
                       WS-RFWD-BOOK (WS-RFWD-SUB) DELIMITED BY SIZE
                       " AFTER WRITE-OFFS CARRY=" DELIMITED BY SIZE
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 3160-RECORD-BOOK-CLOSE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A book closed before any line was posted to its period still needs a   *
      * closed record, or 2700 would let its later lines into the month: one   *
      * is added under source ALL with nothing posted.                         *
      ****************************************************************************
       3160-RECORD-BOOK-CLOSE.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRD-TABLE-COUNT
               IF WS-PRD-PERIOD (WS-SUB) = PRQ-PERIOD
                   AND WS-PRD-BOOK (WS-SUB) = WS-RFWD-BOOK (WS-RFWD-SUB)
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-PRD-TABLE-COUNT >= 999
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PRD-TABLE-COUNT
                   MOVE WS-PRD-TABLE-COUNT TO WS-HIT-SUB
                   MOVE PRQ-PERIOD TO WS-PRD-PERIOD (WS-HIT-SUB)
                   MOVE "ALL     " TO WS-PRD-SOURCE (WS-HIT-SUB)
                   MOVE WS-RFWD-BOOK (WS-RFWD-SUB)
                       TO WS-PRD-BOOK (WS-HIT-SUB)
                   MOVE "C" TO WS-PRD-STATUS (WS-HIT-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-PRD-CLOSED-DATE (WS-HIT-SUB)
                   MOVE ZERO TO WS-PRD-COUNT (WS-HIT-SUB)
                   MOVE ZERO TO WS-PRD-TOTAL (WS-HIT-SUB)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ALL      BK=" DELIMITED BY SIZE
                       WS-RFWD-BOOK (WS-RFWD-SUB) DELIMITED BY SIZE
                       " NO LINES POSTED - CLOSE RECORDED"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4000-WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   TO PRD-POSTED-COUNT OF PERIOD-CONTROL-RECORD
               MOVE WS-PRD-TOTAL (WS-SUB)
                   TO PRD-POSTED-TOTAL OF PERIOD-CONTROL-RECORD
               MOVE WS-PRD-BOOK (WS-SUB)
                   TO PRD-BOOK OF PERIOD-CONTROL-RECORD
               WRITE PERIOD-CONTROL-RECORD
           END-PERFORM
           CLOSE PERIOD-OUT-FILE.
