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
      * R181-REVENUE-SCHEDULE                                                    *
      *                                                                          *
      * Maintains the revenue recognition schedule (revenue-slice.cpy,           *
      * REVSCHIN to REVSCHOUT): every CONTRACT on the ENTITY extract has         *
      * its AMOUNT spread over its service term into monthly slices, held        *
      * as deferred revenue until R182 releases each month's slices to           *
      * income at the period close. The term runs from the month the             *
      * contract is first scheduled for the service term of its catalogue        *
      * product (R180-PRODUCT-SERVICE) when the product sets one, otherwise      *
      * to the month of its DUE-DATE; a contract already past its DUE-DATE       *
      * is recognised in the current month. Runs nightly behind R123, so a       *
      * changed AMOUNT or DUE-DATE on the amended extract is seen here: the      *
      * pending slices are superseded and what is not yet recognised is          *
      * spread again over the months left, an amount cut below what is           *
      * already recognised reversing in the current month. A contract            *
      * terminated early (REVTXN) has all its pending slices accelerated         *
      * into the current month. No slice is ever placed in a month already       *
      * released. Each spread, re-spread and acceleration is listed on           *
      * REVSCHRPT.                                                               *
      * R184 appends to REVTXN itself when an early termination settlement       *
      * is paid in full.                                                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R181-REVENUE-SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCHED-IN-FILE ASSIGN TO "REVSCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-IN-STATUS.

           SELECT SCHED-OUT-FILE ASSIGN TO "REVSCHOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "REVTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REVSCHRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  SCHED-IN-FILE.
       COPY "revenue-slice" REPLACING REVENUE-SLICE-RECORD
           BY SLICE-IN-RECORD.

       FD  SCHED-OUT-FILE.
       COPY "revenue-slice".

       FD  TXN-FILE.
       COPY "revenue-termination".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-SCHED-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-SCHED-IN-EOF                 VALUE "Y".
       01  WS-SCHED-IN-STATUS       PIC XX.
           88  WS-SCHED-IN-NOT-FOUND        VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

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

       01  WS-SUB                   PIC 9(5)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.

      ****************************************************************************
      * A period YYYYMM is worked as a month index, year * 12 + month - 1,       *
      * so a term is plain addition.                                             *
      ****************************************************************************
       01  WS-PERIOD-WORK           PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-WORK-X REDEFINES WS-PERIOD-WORK.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-MONTH-INDEX           PIC 9(6)   VALUE ZERO.
       01  WS-MONTH-REMAINDER       PIC 9(2)   VALUE ZERO.
       01  WS-CURRENT-INDEX         PIC 9(6)   VALUE ZERO.
       01  WS-START-INDEX           PIC 9(6)   VALUE ZERO.
       01  WS-END-INDEX             PIC 9(6)   VALUE ZERO.
       01  WS-SLICE-INDEX           PIC 9(6)   VALUE ZERO.
       01  WS-MONTHS                PIC 9(4)   VALUE ZERO.
       01  WS-MONTH-SUB             PIC 9(4)   VALUE ZERO.

      ****************************************************************************
      * What the schedule already holds for the contract in hand.                *
      ****************************************************************************
       01  WS-LIVE-COUNT            PIC 9(5)   VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(5)   VALUE ZERO.
       01  WS-RELEASED-TOTAL        PIC S9(11)V9(2) VALUE ZERO.
       01  WS-PENDING-TOTAL         PIC S9(11)V9(2) VALUE ZERO.
       01  WS-LAST-RELEASED-INDEX   PIC 9(6)   VALUE ZERO.
       01  WS-FIRST-INDEX           PIC 9(6)   VALUE ZERO.
       01  WS-BASE-AMOUNT           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-BASE-DUE              PIC X(10)  VALUE SPACES.
       01  WS-TERMINATED-FLAG       PIC X      VALUE "N".
           88  WS-TERMINATED                   VALUE "Y".

       01  WS-NEW-BASE-AMOUNT       PIC 9(10)V9(2) VALUE ZERO.
       01  WS-NEW-BASE-DUE          PIC X(10)  VALUE SPACES.
       01  WS-REMAINING             PIC S9(11)V9(2) VALUE ZERO.
       01  WS-SLICE-AMOUNT          PIC S9(11)V9(2) VALUE ZERO.
       01  WS-SPREAD-SO-FAR         PIC S9(11)V9(2) VALUE ZERO.
       01  WS-SLICE-REASON          PIC X(1)   VALUE SPACE.
       01  WS-DUE-YEAR-X            PIC X(4)   VALUE SPACES.
       01  WS-DUE-MONTH-X           PIC X(2)   VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-ACTION-LABEL          PIC X(12)  VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC -(10)9.99.
       01  WS-MONTHS-EDIT           PIC ZZZ9.

       01  WS-SLICES-CARRIED        PIC 9(9)   VALUE ZERO.
       01  WS-NEW-COUNT             PIC 9(9)   VALUE ZERO.
       01  WS-RESPREAD-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-ACCELERATED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-TO-DUE-DATE-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-SLICES-CREATED        PIC 9(9)   VALUE ZERO.
       01  WS-SLICES-WRITTEN        PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       COPY "product-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R181" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-PERIOD-WORK
           PERFORM 1800-PERIOD-TO-INDEX
           MOVE WS-MONTH-INDEX TO WS-CURRENT-INDEX
           PERFORM 1000-LOAD-SCHEDULE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "REVENUE SCHEDULE MAINTENANCE AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-APPLY-TERMINATIONS
           PERFORM 3000-SCAN-CONTRACTS
           PERFORM 4000-WRITE-SCHEDULE
           CLOSE REPORT-FILE
           DISPLAY "R181: SLICES CARRIED         " WS-SLICES-CARRIED
           DISPLAY "R181: CONTRACTS NEWLY SPREAD " WS-NEW-COUNT
           DISPLAY "R181: CONTRACTS RE-SPREAD    " WS-RESPREAD-COUNT
           DISPLAY "R181: TERMINATIONS ACCELERATE"
               WS-ACCELERATED-COUNT
           DISPLAY "R181: TERMINATIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R181: SPREAD TO DUE-DATE     " WS-TO-DUE-DATE-COUNT
           DISPLAY "R181: SLICES CREATED         " WS-SLICES-CREATED
           DISPLAY "R181: SLICES ON SCHEDULE     " WS-SLICES-WRITTEN
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R181: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-SCHEDULE.
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
               END-IF
               READ SCHED-IN-FILE
                   AT END SET WS-SCHED-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SCHED-IN-NOT-FOUND
               CLOSE SCHED-IN-FILE
           END-IF.

       1800-PERIOD-TO-INDEX.
           COMPUTE WS-MONTH-INDEX =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MONTH - 1.

       1810-INDEX-TO-PERIOD.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-PERIOD-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-PERIOD-MONTH = WS-MONTH-REMAINDER + 1.

      ****************************************************************************
      * Live slices are pending or released; superseded ones are history.        *
      * A contract once accelerated stays terminated on the schedule.            *
      ****************************************************************************
       1900-SUMMARISE-CONTRACT.
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-RELEASED-TOTAL
           MOVE ZERO TO WS-PENDING-TOTAL
           MOVE ZERO TO WS-LAST-RELEASED-INDEX
           MOVE ZERO TO WS-FIRST-INDEX
           MOVE ZERO TO WS-BASE-AMOUNT
           MOVE SPACES TO WS-BASE-DUE
           MOVE "N" TO WS-TERMINATED-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLC-TABLE-COUNT
               IF WS-SLC-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   AND WS-SLC-STATUS (WS-SUB) NOT = "S"
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE WS-SLC-BASE-AMOUNT (WS-SUB) TO WS-BASE-AMOUNT
                   MOVE WS-SLC-BASE-DUE (WS-SUB) TO WS-BASE-DUE
                   IF WS-SLC-REASON (WS-SUB) = "T"
                       SET WS-TERMINATED TO TRUE
                   END-IF
                   MOVE WS-SLC-PERIOD (WS-SUB) TO WS-PERIOD-WORK
                   PERFORM 1800-PERIOD-TO-INDEX
                   IF WS-FIRST-INDEX = ZERO
                       OR WS-MONTH-INDEX < WS-FIRST-INDEX
                       MOVE WS-MONTH-INDEX TO WS-FIRST-INDEX
                   END-IF
                   IF WS-SLC-STATUS (WS-SUB) = "R"
                       ADD WS-SLC-AMOUNT (WS-SUB) TO WS-RELEASED-TOTAL
                       IF WS-MONTH-INDEX > WS-LAST-RELEASED-INDEX
                           MOVE WS-MONTH-INDEX
                               TO WS-LAST-RELEASED-INDEX
                       END-IF
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                       ADD WS-SLC-AMOUNT (WS-SUB) TO WS-PENDING-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-INDEX TO WS-START-INDEX
           IF WS-LAST-RELEASED-INDEX >= WS-START-INDEX
               COMPUTE WS-START-INDEX = WS-LAST-RELEASED-INDEX + 1
           END-IF.

       1950-SUPERSEDE-PENDING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLC-TABLE-COUNT
               IF WS-SLC-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   AND WS-SLC-STATUS (WS-SUB) = "P"
                   MOVE "S" TO WS-SLC-STATUS (WS-SUB)
                   MOVE WS-CURRENT-DATE-NUM TO WS-SLC-CLOSED (WS-SUB)
               END-IF
           END-PERFORM.

       1960-REBASE-LIVE-SLICES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLC-TABLE-COUNT
               IF WS-SLC-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   AND WS-SLC-STATUS (WS-SUB) NOT = "S"
                   MOVE WS-NEW-BASE-AMOUNT
                       TO WS-SLC-BASE-AMOUNT (WS-SUB)
                   MOVE WS-NEW-BASE-DUE TO WS-SLC-BASE-DUE (WS-SUB)
               END-IF
           END-PERFORM.

       2000-APPLY-TERMINATIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 2100-ACCELERATE-ONE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-ACCELERATE-ONE.
           MOVE RVT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1900-SUMMARISE-CONTRACT
           IF WS-PENDING-COUNT = ZERO
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED     " DELIMITED BY SIZE
                   RVT-CONTRACT-NUMBER DELIMITED BY SIZE
                   " NO DEFERRED REVENUE PENDING" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-ACCELERATED-COUNT
               PERFORM 1950-SUPERSEDE-PENDING
               MOVE WS-PENDING-TOTAL TO WS-REMAINING
               MOVE WS-START-INDEX TO WS-END-INDEX
               MOVE "T" TO WS-SLICE-REASON
               MOVE WS-BASE-AMOUNT TO WS-NEW-BASE-AMOUNT
               MOVE WS-BASE-DUE TO WS-NEW-BASE-DUE
               PERFORM 3500-SPREAD-REMAINING
               MOVE "ACCELERATED " TO WS-ACTION-LABEL
               PERFORM 3900-REPORT-SPREAD
           END-IF.

       3000-SCAN-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 7
                   PERFORM 3100-SCHEDULE-ONE-CONTRACT
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

      ****************************************************************************
      * An amended AMOUNT or DUE-DATE re-spreads what is not yet recognised;     *
      * a cut below what is already recognised reverses at once.                 *
      ****************************************************************************
       3100-SCHEDULE-ONE-CONTRACT.
           MOVE CONTRACT-NUMBER OF CONTRACT TO WS-KEY-CONTRACT
           MOVE AMOUNT OF CONTRACT TO WS-NEW-BASE-AMOUNT
           MOVE DUE-DATE OF CONTRACT TO WS-NEW-BASE-DUE
           PERFORM 1900-SUMMARISE-CONTRACT
           EVALUATE TRUE
               WHEN WS-LIVE-COUNT = ZERO
                   AND WS-NEW-BASE-AMOUNT = ZERO
                   CONTINUE
               WHEN WS-LIVE-COUNT = ZERO
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-START-INDEX TO WS-FIRST-INDEX
                   PERFORM 3200-FIND-END-OF-TERM
                   MOVE WS-NEW-BASE-AMOUNT TO WS-REMAINING
                   MOVE "N" TO WS-SLICE-REASON
                   PERFORM 3500-SPREAD-REMAINING
                   MOVE "NEW SPREAD  " TO WS-ACTION-LABEL
                   PERFORM 3900-REPORT-SPREAD
               WHEN WS-NEW-BASE-AMOUNT = WS-BASE-AMOUNT
                   AND WS-NEW-BASE-DUE = WS-BASE-DUE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RESPREAD-COUNT
                   PERFORM 1950-SUPERSEDE-PENDING
                   PERFORM 1960-REBASE-LIVE-SLICES
                   COMPUTE WS-REMAINING =
                       WS-NEW-BASE-AMOUNT - WS-RELEASED-TOTAL
                   IF WS-TERMINATED OR WS-REMAINING < ZERO
                       MOVE WS-START-INDEX TO WS-END-INDEX
                   ELSE
                       PERFORM 3200-FIND-END-OF-TERM
                   END-IF
                   MOVE "A" TO WS-SLICE-REASON
                   PERFORM 3500-SPREAD-REMAINING
                   MOVE "RE-SPREAD   " TO WS-ACTION-LABEL
                   PERFORM 3900-REPORT-SPREAD
           END-EVALUATE.

      ****************************************************************************
      * The product's service term runs from the contract's first scheduled      *
      * month; without one the term ends in the month of DUE-DATE.               *
      ****************************************************************************
       3200-FIND-END-OF-TERM.
           MOVE WS-KEY-CONTRACT TO PRP-CONTRACT-NUMBER
           CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
           IF PRP-STATUS = ZERO
               AND PRP-SERVICE-TERM-MONTHS > ZERO
               COMPUTE WS-END-INDEX =
                   WS-FIRST-INDEX + PRP-SERVICE-TERM-MONTHS - 1
           ELSE
               ADD 1 TO WS-TO-DUE-DATE-COUNT
               MOVE WS-NEW-BASE-DUE (1:4) TO WS-DUE-YEAR-X
               MOVE WS-NEW-BASE-DUE (6:2) TO WS-DUE-MONTH-X
               IF WS-DUE-YEAR-X IS NUMERIC
                   AND WS-DUE-MONTH-X IS NUMERIC
                   MOVE WS-DUE-YEAR-X TO WS-PERIOD-YEAR
                   MOVE WS-DUE-MONTH-X TO WS-PERIOD-MONTH
                   PERFORM 1800-PERIOD-TO-INDEX
                   MOVE WS-MONTH-INDEX TO WS-END-INDEX
               ELSE
                   MOVE WS-START-INDEX TO WS-END-INDEX
               END-IF
           END-IF
           IF WS-END-INDEX < WS-START-INDEX
               MOVE WS-START-INDEX TO WS-END-INDEX
           END-IF.

      ****************************************************************************
      * Equal slices to the cent, the rounding left on the last month.           *
      ****************************************************************************
       3500-SPREAD-REMAINING.
           COMPUTE WS-MONTHS = WS-END-INDEX - WS-START-INDEX + 1
           MOVE ZERO TO WS-SPREAD-SO-FAR
           IF WS-REMAINING NOT = ZERO
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > WS-MONTHS
                   COMPUTE WS-SLICE-INDEX =
                       WS-START-INDEX + WS-MONTH-SUB - 1
                   IF WS-MONTH-SUB = WS-MONTHS
                       COMPUTE WS-SLICE-AMOUNT =
                           WS-REMAINING - WS-SPREAD-SO-FAR
                   ELSE
                       COMPUTE WS-SLICE-AMOUNT =
                           WS-REMAINING / WS-MONTHS
                   END-IF
                   ADD WS-SLICE-AMOUNT TO WS-SPREAD-SO-FAR
                   PERFORM 3600-ADD-SLICE
               END-PERFORM
           END-IF.

       3600-ADD-SLICE.
           IF WS-SLC-TABLE-COUNT >= 20000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-SLICES-CREATED
               ADD 1 TO WS-SLC-TABLE-COUNT
               MOVE WS-SLC-TABLE-COUNT TO WS-SUB
               MOVE WS-SLICE-INDEX TO WS-MONTH-INDEX
               PERFORM 1810-INDEX-TO-PERIOD
               MOVE WS-KEY-CONTRACT TO WS-SLC-CONTRACT (WS-SUB)
               MOVE WS-PERIOD-WORK TO WS-SLC-PERIOD (WS-SUB)
               MOVE WS-SLICE-AMOUNT TO WS-SLC-AMOUNT (WS-SUB)
               MOVE "P" TO WS-SLC-STATUS (WS-SUB)
               MOVE WS-SLICE-REASON TO WS-SLC-REASON (WS-SUB)
               MOVE WS-NEW-BASE-AMOUNT TO WS-SLC-BASE-AMOUNT (WS-SUB)
               MOVE WS-NEW-BASE-DUE TO WS-SLC-BASE-DUE (WS-SUB)
               MOVE WS-CURRENT-DATE-NUM TO WS-SLC-CREATED (WS-SUB)
               MOVE ZERO TO WS-SLC-CLOSED (WS-SUB)
           END-IF.

       3900-REPORT-SPREAD.
           MOVE WS-REMAINING TO WS-AMOUNT-EDIT
           IF WS-REMAINING = ZERO
               MOVE ZERO TO WS-MONTHS-EDIT
           ELSE
               MOVE WS-MONTHS TO WS-MONTHS-EDIT
           END-IF
           MOVE WS-START-INDEX TO WS-MONTH-INDEX
           PERFORM 1810-INDEX-TO-PERIOD
           MOVE SPACES TO REPORT-LINE
           STRING WS-ACTION-LABEL DELIMITED BY SIZE
               WS-KEY-CONTRACT DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               WS-PERIOD-WORK DELIMITED BY SIZE
               " MONTHS=" DELIMITED BY SIZE
               WS-MONTHS-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4000-WRITE-SCHEDULE.
           OPEN OUTPUT SCHED-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SLC-TABLE-COUNT
               MOVE WS-SLC-DATA (WS-SUB) TO REVENUE-SLICE-RECORD
               WRITE REVENUE-SLICE-RECORD
               ADD 1 TO WS-SLICES-WRITTEN
           END-PERFORM
           CLOSE SCHED-OUT-FILE.
