      ****************************************************************************
      *                                                                          *
      * Copyright 2018 ABSA Group Limited                                        *
      *                                                                          *
      * Licensed under the Apache License, Version 2.0 (the "License");          *
      * you may not use this file except in compliance with the License.         *
      * You may obtain a copy of the License at                                  *
      *                                                                          *
      *     http://www.apache.org/licenses/LICENSE-2.0                           *
      *                                                                          *
      * Unless required by applicable law or agreed to in writing, software      *
      * distributed under the License is distributed on an "AS IS" BASIS,        *
      * WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied. *
      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * R182-REVENUE-RECOGNITION                                                 *
      *                                                                          *
      * Month-end release of deferred revenue, run at the period close           *
      * ahead of R104 on the same close request (PERIODREQ, the period           *
      * YYYYMM). Every pending slice on the revenue schedule R181 maintains      *
      * (REVSCHIN to REVSCHOUT) for the period being closed or earlier is        *
      * released from deferred revenue to income: a journal line per slice       *
      * goes to REVJRNL in the CONTRGLAR layout, dated the last day of the       *
      * period so R104 gates it into that period like every other journal,       *
      * and the slice is marked released. REVRFWD carries the deferred           *
      * revenue roll-forward for the period - opening balance, new spreads,      *
      * superseded slices (amendments and terminations), released, closing       *
      * - with the closing proved against the slices still deferred and the      *
      * release proved against the journal total, so the balance ties to         *
      * the GL's REVJRNL postings; a break sets return code 4. Slices            *
      * superseded or released before the period are dropped from the            *
      * schedule once the period is closed. With no close request the            *
      * schedule passes through unchanged. A request naming a book (PRQ-BOOK)    *
      * closes that legal entity alone: only the slices of contracts booked     *
      * in it (R213-BOOK-SERVICE) are released, rolled forward and dropped,      *
      * the rest wait for their own book's close. Every journal line ends        *
      * with its contract's book (BK=) so R104 gates it into that book.          *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R182-REVENUE-RECOGNITION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PERIODREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT SCHED-IN-FILE ASSIGN TO "REVSCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-IN-STATUS.

           SELECT SCHED-OUT-FILE ASSIGN TO "REVSCHOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "REVJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "REVRFWD"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "period-close-request".

       FD  SCHED-IN-FILE.
       COPY "revenue-slice" REPLACING REVENUE-SLICE-RECORD
           BY SLICE-IN-RECORD.

       FD  SCHED-OUT-FILE.
       COPY "revenue-slice".

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-REQUEST-FLAG          PIC X      VALUE "N".
           88  WS-CLOSE-REQUESTED              VALUE "Y".
       01  WS-SCHED-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-SCHED-IN-EOF                 VALUE "Y".
       01  WS-SCHED-IN-STATUS       PIC XX.
           88  WS-SCHED-IN-NOT-FOUND        VALUE "35".

       01  WS-SLC-TABLE-COUNT       PIC 9(5)   VALUE ZERO.
       01  WS-SLC-TABLE.
           05  WS-SLC-ENTRY         OCCURS 20000 TIMES.
               10  WS-SLC-DATA.
                   15  WS-SLC-CONTRACT      PIC X(15).
                   15  WS-SLC-PERIOD        PIC 9(6).
                   15  WS-SLC-AMOUNT        PIC S9(10)V9(2).
                   15  WS-SLC-STATUS        PIC X(1).
                   15  WS-SLC-REASON        PIC X(1).
                   15  WS-SLC-BASE-AMOUNT   PIC 9(10)V9(2).
                   15  WS-SLC-BASE-DUE      PIC X(10).
                   15  WS-SLC-CREATED       PIC 9(8).
                   15  WS-SLC-CLOSED        PIC 9(8).
               10  WS-SLC-BOOK          PIC X(2).
               10  WS-SLC-IN-CLOSE      PIC X(1).
       01  WS-SUB                   PIC 9(5)   VALUE ZERO.

       01  WS-CLOSE-PERIOD          PIC 9(6)   VALUE ZERO.
       01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR        PIC 9(4).
           05  WS-CLOSE-MONTH       PIC 9(2).
       01  WS-CLOSE-BOOK            PIC X(2)   VALUE SPACES.
       01  WS-NEXT-MONTH-START      PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD-END-DATE       PIC 9(8)   VALUE ZERO.
       01  WS-CREATED-PERIOD        PIC 9(6)   VALUE ZERO.
       01  WS-CLOSED-PERIOD         PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.

       01  WS-GL-RELEASE-ACCT       PIC X(20)
               VALUE "DEFERRED-REV-RELEASE".
       01  WS-OPENING-TOTAL         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ADDED-TOTAL           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-SUPERSEDED-TOTAL      PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RELEASED-TOTAL        PIC S9(13)V9(2) VALUE ZERO.
       01  WS-CLOSING-TOTAL         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-DEFERRED-TOTAL        PIC S9(13)V9(2) VALUE ZERO.
       01  WS-JOURNAL-TOTAL         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-AMOUNT-EDIT           PIC -(10)9.99.
       01  WS-TOTAL-EDIT            PIC -(13)9.99.
       01  WS-LABEL                 PIC X(30)  VALUE SPACES.
       01  WS-TIE-FLAG              PIC X      VALUE "Y".
           88  WS-ROLL-TIES                    VALUE "Y".

       01  WS-SLICES-CARRIED        PIC 9(9)   VALUE ZERO.
       01  WS-SLICES-RELEASED       PIC 9(9)   VALUE ZERO.
       01  WS-SLICES-DROPPED        PIC 9(9)   VALUE ZERO.
       01  WS-SLICES-WRITTEN        PIC 9(9)   VALUE ZERO.
       01  WS-JOURNAL-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-SLICES-OTHER-BOOK     PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R182" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-READ-CLOSE-REQUEST
           PERFORM 1100-LOAD-SCHEDULE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-CLOSE-REQUESTED
               PERFORM 2000-RELEASE-PERIOD
               PERFORM 3000-WRITE-ROLL-FORWARD
           ELSE
               MOVE "NO CLOSE REQUEST - NOTHING RELEASED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           PERFORM 4000-WRITE-SCHEDULE
           DISPLAY "R182: PERIOD CLOSED          " WS-CLOSE-PERIOD
           DISPLAY "R182: BOOK CLOSED            " WS-CLOSE-BOOK
           DISPLAY "R182: SLICES CARRIED         " WS-SLICES-CARRIED
           DISPLAY "R182: SLICES RELEASED        " WS-SLICES-RELEASED
           DISPLAY "R182: JOURNAL LINES          " WS-JOURNAL-COUNT
           DISPLAY "R182: REVENUE RELEASED       " WS-RELEASED-TOTAL
           DISPLAY "R182: SLICES IN OTHER BOOKS  " WS-SLICES-OTHER-BOOK
           DISPLAY "R182: SLICES DROPPED         " WS-SLICES-DROPPED
           DISPLAY "R182: SLICES ON SCHEDULE     " WS-SLICES-WRITTEN
           IF NOT WS-ROLL-TIES
               DISPLAY "R182: ROLL-FORWARD DOES NOT TIE"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R182: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * The period's journal date is its last day, the day before the first      *
      * of the following month.                                                  *
      ****************************************************************************
       1000-READ-CLOSE-REQUEST.
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-NOT-FOUND
               READ REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET WS-CLOSE-REQUESTED TO TRUE
                       MOVE PRQ-PERIOD TO WS-CLOSE-PERIOD
                       MOVE PRQ-BOOK TO WS-CLOSE-BOOK
               END-READ
               CLOSE REQUEST-FILE
           END-IF
           IF WS-CLOSE-REQUESTED
               IF WS-CLOSE-MONTH = 12
                   COMPUTE WS-NEXT-MONTH-START =
                       ((WS-CLOSE-YEAR + 1) * 10000) + 101
               ELSE
                   COMPUTE WS-NEXT-MONTH-START =
                       (WS-CLOSE-YEAR * 10000)
                       + ((WS-CLOSE-MONTH + 1) * 100) + 1
               END-IF
               COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           END-IF.

       1100-LOAD-SCHEDULE.
           OPEN INPUT SCHED-IN-FILE
           IF WS-SCHED-IN-NOT-FOUND
               SET WS-SCHED-IN-EOF TO TRUE
           ELSE
               READ SCHED-IN-FILE
                   AT END SET WS-SCHED-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SCHED-IN-EOF
               IF WS-SLC-TABLE-COUNT >= 20000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SLICES-CARRIED
                   ADD 1 TO WS-SLC-TABLE-COUNT
                   MOVE SLICE-IN-RECORD
                       TO WS-SLC-DATA (WS-SLC-TABLE-COUNT)
                   MOVE SPACES TO WS-SLC-BOOK (WS-SLC-TABLE-COUNT)
                   MOVE "N" TO WS-SLC-IN-CLOSE (WS-SLC-TABLE-COUNT)
               END-IF
               READ SCHED-IN-FILE
                   AT END SET WS-SCHED-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SCHED-IN-NOT-FOUND
               CLOSE SCHED-IN-FILE
           END-IF.

      ****************************************************************************
      * Only slices created by the end of the period belong to its roll; a       *
      * slice closed after the period was still deferred at its end. A slice     *
      * released by an earlier run for the same period counts as released,       *
      * so a rerun reports the same roll without posting twice. A slice in     *
      * a book other than the one closing is left untouched.                     *
      ****************************************************************************
       2000-RELEASE-PERIOD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLC-TABLE-COUNT
               PERFORM 2050-FIND-SLICE-BOOK
               IF WS-SLC-IN-CLOSE (WS-SUB) = "Y"
                   PERFORM 2010-RELEASE-SLICE-IN-BOOK
               ELSE
                   ADD 1 TO WS-SLICES-OTHER-BOOK
               END-IF
           END-PERFORM.

       2010-RELEASE-SLICE-IN-BOOK.
           MOVE WS-SLC-CREATED (WS-SUB) (1:6) TO WS-CREATED-PERIOD
           IF WS-SLC-STATUS (WS-SUB) = "P"
               AND WS-SLC-PERIOD (WS-SUB) <= WS-CLOSE-PERIOD
               PERFORM 2100-RELEASE-ONE-SLICE
           END-IF
           MOVE WS-SLC-CLOSED (WS-SUB) (1:6) TO WS-CLOSED-PERIOD
           IF WS-CREATED-PERIOD <= WS-CLOSE-PERIOD
               IF WS-CREATED-PERIOD < WS-CLOSE-PERIOD
                   AND (WS-CLOSED-PERIOD = ZERO
                        OR WS-CLOSED-PERIOD >= WS-CLOSE-PERIOD)
                   ADD WS-SLC-AMOUNT (WS-SUB) TO WS-OPENING-TOTAL
               END-IF
               IF WS-CREATED-PERIOD = WS-CLOSE-PERIOD
                   ADD WS-SLC-AMOUNT (WS-SUB) TO WS-ADDED-TOTAL
               END-IF
               IF WS-CLOSED-PERIOD = WS-CLOSE-PERIOD
                   IF WS-SLC-STATUS (WS-SUB) = "S"
                       ADD WS-SLC-AMOUNT (WS-SUB)
                           TO WS-SUPERSEDED-TOTAL
                   ELSE
                       ADD WS-SLC-AMOUNT (WS-SUB)
                           TO WS-RELEASED-TOTAL
                   END-IF
               END-IF
               IF WS-CLOSED-PERIOD = ZERO
                   OR WS-CLOSED-PERIOD > WS-CLOSE-PERIOD
                   ADD WS-SLC-AMOUNT (WS-SUB) TO WS-DEFERRED-TOTAL
               END-IF
           END-IF.

      ****************************************************************************
      * The book the slice's contract is booked in; a blank book on the close  *
      * request closes every book.                                               *
      ****************************************************************************
       2050-FIND-SLICE-BOOK.
           MOVE WS-SLC-CONTRACT (WS-SUB) TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE BKP-BOOK TO WS-SLC-BOOK (WS-SUB)
           IF WS-CLOSE-BOOK = SPACES
               OR WS-SLC-BOOK (WS-SUB) = WS-CLOSE-BOOK
               MOVE "Y" TO WS-SLC-IN-CLOSE (WS-SUB)
           END-IF.

       2100-RELEASE-ONE-SLICE.
           ADD 1 TO WS-SLICES-RELEASED
           MOVE "R" TO WS-SLC-STATUS (WS-SUB)
           MOVE WS-PERIOD-END-DATE TO WS-SLC-CLOSED (WS-SUB)
           ADD WS-SLC-AMOUNT (WS-SUB) TO WS-JOURNAL-TOTAL
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-SLC-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-GL-RELEASE-ACCT DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               WS-SLC-CONTRACT (WS-SUB) DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " DUEDATE=" DELIMITED BY SIZE
               WS-PERIOD-END-DATE (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIOD-END-DATE (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIOD-END-DATE (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               WS-SLC-BOOK (WS-SUB) DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

       3000-WRITE-ROLL-FORWARD.
           MOVE SPACES TO REPORT-LINE
           STRING "DEFERRED REVENUE ROLL-FORWARD - PERIOD "
               DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-CLOSE-BOOK NOT = SPACES
               MOVE "BOOK" TO REPORT-LINE (59:4)
               MOVE WS-CLOSE-BOOK TO REPORT-LINE (64:2)
           END-IF
           WRITE REPORT-LINE
           COMPUTE WS-CLOSING-TOTAL = WS-OPENING-TOTAL + WS-ADDED-TOTAL
               - WS-SUPERSEDED-TOTAL - WS-RELEASED-TOTAL
           MOVE "OPENING DEFERRED REVENUE" TO WS-LABEL
           MOVE WS-OPENING-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           MOVE "ADD SPREAD IN PERIOD" TO WS-LABEL
           MOVE WS-ADDED-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           MOVE "LESS SUPERSEDED IN PERIOD" TO WS-LABEL
           MOVE WS-SUPERSEDED-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           MOVE "LESS RELEASED TO INCOME" TO WS-LABEL
           MOVE WS-RELEASED-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           MOVE "CLOSING DEFERRED REVENUE" TO WS-LABEL
           MOVE WS-CLOSING-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEFERRED ON SCHEDULE" TO WS-LABEL
           MOVE WS-DEFERRED-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           MOVE "REVJRNL POSTED THIS RUN" TO WS-LABEL
           MOVE WS-JOURNAL-TOTAL TO WS-TOTAL-EDIT
           PERFORM 3100-WRITE-ROLL-LINE
           IF WS-CLOSING-TOTAL NOT = WS-DEFERRED-TOTAL
               MOVE "N" TO WS-TIE-FLAG
               MOVE "CLOSING DOES NOT AGREE TO SCHEDULE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-JOURNAL-TOTAL NOT = WS-RELEASED-TOTAL
               AND WS-JOURNAL-COUNT > ZERO
               MOVE "N" TO WS-TIE-FLAG
               MOVE "RELEASED DOES NOT AGREE TO REVJRNL" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ROLL-TIES
               MOVE "ROLL-FORWARD TIES" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-WRITE-ROLL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-LABEL DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * History from before the closed period is no longer needed by any         *
      * roll-forward and leaves the schedule - in the book closed only.          *
      ****************************************************************************
       4000-WRITE-SCHEDULE.
           OPEN OUTPUT SCHED-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLC-TABLE-COUNT
               MOVE WS-SLC-CLOSED (WS-SUB) (1:6) TO WS-CLOSED-PERIOD
               IF WS-CLOSE-REQUESTED
                   AND WS-SLC-IN-CLOSE (WS-SUB) = "Y"
                   AND WS-SLC-STATUS (WS-SUB) NOT = "P"
                   AND WS-CLOSED-PERIOD < WS-CLOSE-PERIOD
                   ADD 1 TO WS-SLICES-DROPPED
               ELSE
                   MOVE WS-SLC-DATA (WS-SUB) TO REVENUE-SLICE-RECORD
                   WRITE REVENUE-SLICE-RECORD
                   ADD 1 TO WS-SLICES-WRITTEN
               END-IF
           END-PERFORM
           CLOSE SCHED-OUT-FILE.
