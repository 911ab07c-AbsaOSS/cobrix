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
      * R164-RM-COMMISSION-STATEMENT                                             *
      *                                                                          *
      * Monthly relationship-manager commission run. Reads the COMMLOG           *
      * ledger R163 feeds every night (commission-event.cpy) for the             *
      * business month - or the month named by parameter COMM-PERIOD             *
      * (YYYYMM) for a rerun - and nets each manager's receipts and renewals     *
      * against the reversals, dishonours and write-offs clawed back from        *
      * them. The net base earns commission on a marginal tiered schedule:       *
      * COMM-TIER-1-PCT up to COMM-TIER-1-LIMIT, COMM-TIER-2-PCT up to           *
      * COMM-TIER-2-LIMIT and COMM-TIER-3-PCT above it. A month in which         *
      * clawbacks exceed credits gives a negative base, recovered at the         *
      * first-tier rate. Each manager gets a statement on COMMSTMT listing       *
      * every ledger entry behind the figure, and payroll gets one               *
      * COMMISSION-PAYROLL-RECORD per manager on COMMPAY.                        *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R164-RM-COMMISSION-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "COMMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "COMMSTMT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYROLL-FILE ASSIGN TO "COMMPAY"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY "commission-event".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(132).

       FD  PAYROLL-FILE.
       COPY "commission-payroll".

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-EOF-FLAG       PIC X      VALUE "N".
           88  WS-LEDGER-EOF                   VALUE "Y".
       01  WS-LEDGER-STATUS         PIC XX.
           88  WS-LEDGER-NOT-FOUND          VALUE "35".

       01  WS-EVENT-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY       OCCURS 5000 TIMES.
               10  WS-EVENT-RECORD      PIC X(91).

       01  WS-RM-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY          OCCURS 200 TIMES.
               10  WS-RM-FIRST          PIC X(16).
               10  WS-RM-LAST           PIC X(16).
               10  WS-RM-RECEIPTS       PIC S9(11)V9(2).
               10  WS-RM-RENEWALS       PIC S9(11)V9(2).
               10  WS-RM-CLAWBACKS      PIC S9(11)V9(2).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-RM-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-RM-HIT                PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REPORT-PERIOD         PIC 9(6)   VALUE ZERO.

       01  WS-TIER-1-LIMIT          PIC 9(9)V9(2) VALUE 100000.00.
       01  WS-TIER-2-LIMIT          PIC 9(9)V9(2) VALUE 250000.00.
       01  WS-TIER-1-PCT            PIC 9(2)V9(4) VALUE 0.5000.
       01  WS-TIER-2-PCT            PIC 9(2)V9(4) VALUE 0.7500.
       01  WS-TIER-3-PCT            PIC 9(2)V9(4) VALUE 1.0000.

       01  WS-NET-BASE              PIC S9(11)V9(2) VALUE ZERO.
       01  WS-TIER-BASE             PIC S9(11)V9(2) VALUE ZERO.
       01  WS-COMMISSION            PIC S9(9)V9(2) VALUE ZERO.
       01  WS-TOTAL-COMMISSION      PIC S9(9)V9(2) VALUE ZERO.

       01  WS-EVENT-DESC            PIC X(10)  VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC -ZZZZZZZZZZ9.99.
       01  WS-RECEIPTS-EDIT         PIC -ZZZZZZZZZZ9.99.
       01  WS-RENEWALS-EDIT         PIC -ZZZZZZZZZZ9.99.
       01  WS-CLAWBACKS-EDIT        PIC -ZZZZZZZZZZ9.99.
       01  WS-COMMISSION-EDIT       PIC -ZZZZZZZZ9.99.

       01  WS-MANAGERS-PAID         PIC 9(5)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "commission-event" REPLACING COMMISSION-EVENT-RECORD
           BY WS-EVENT-WORK.

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R164" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-REPORT-PERIOD
           PERFORM 0100-LOAD-PARAMETERS
           PERFORM 1000-LOAD-PERIOD-EVENTS
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT PAYROLL-FILE
           PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-TABLE-COUNT
               PERFORM 2000-PRODUCE-STATEMENT
           END-PERFORM
           CLOSE STATEMENT-FILE
           CLOSE PAYROLL-FILE
           DISPLAY "R164: COMMISSION PERIOD      " WS-REPORT-PERIOD
           DISPLAY "R164: LEDGER ENTRIES         " WS-EVENT-TABLE-COUNT
           DISPLAY "R164: MANAGERS PAID          " WS-MANAGERS-PAID
           DISPLAY "R164: TOTAL COMMISSION       " WS-TOTAL-COMMISSION
           IF WS-OVERFLOW
               DISPLAY "R164: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "COMM-PERIOD" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-REPORT-PERIOD
           END-IF
           MOVE "COMM-TIER-1-LIMIT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TIER-1-LIMIT
           END-IF
           MOVE "COMM-TIER-2-LIMIT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TIER-2-LIMIT
           END-IF
           MOVE "COMM-TIER-1-PCT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TIER-1-PCT
           END-IF
           MOVE "COMM-TIER-2-PCT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TIER-2-PCT
           END-IF
           MOVE "COMM-TIER-3-PCT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TIER-3-PCT
           END-IF.

      ****************************************************************************
      * Entries belong to the month of their event date: a receipt to the        *
      * month it was paid, a clawback to the month it was charged - so a         *
      * reversal of last month's receipt reduces this month's pay.               *
      ****************************************************************************
       1000-LOAD-PERIOD-EVENTS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-NOT-FOUND
               SET WS-LEDGER-EOF TO TRUE
           ELSE
               READ LEDGER-FILE
                   AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF
               IF CE-EVENT-DATE OF COMMISSION-EVENT-RECORD (1:6)
                       = WS-REPORT-PERIOD
                   PERFORM 1100-KEEP-EVENT
               END-IF
               READ LEDGER-FILE
                   AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LEDGER-NOT-FOUND
               CLOSE LEDGER-FILE
           END-IF.

       1100-KEEP-EVENT.
           IF WS-EVENT-TABLE-COUNT >= 5000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-EVENT-TABLE-COUNT
               MOVE COMMISSION-EVENT-RECORD
                   TO WS-EVENT-RECORD (WS-EVENT-TABLE-COUNT)
               MOVE ZERO TO WS-RM-HIT
               PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                       UNTIL WS-RM-SUB > WS-RM-TABLE-COUNT
                   IF WS-RM-FIRST (WS-RM-SUB) = CE-RM-FIRST-NAME
                           OF COMMISSION-EVENT-RECORD
                       AND WS-RM-LAST (WS-RM-SUB) = CE-RM-LAST-NAME
                           OF COMMISSION-EVENT-RECORD
                       MOVE WS-RM-SUB TO WS-RM-HIT
                   END-IF
               END-PERFORM
               IF WS-RM-HIT = ZERO
                   IF WS-RM-TABLE-COUNT >= 200
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-RM-TABLE-COUNT
                       MOVE WS-RM-TABLE-COUNT TO WS-RM-HIT
                       MOVE CE-RM-FIRST-NAME OF COMMISSION-EVENT-RECORD
                           TO WS-RM-FIRST (WS-RM-HIT)
                       MOVE CE-RM-LAST-NAME OF COMMISSION-EVENT-RECORD
                           TO WS-RM-LAST (WS-RM-HIT)
                       MOVE ZERO TO WS-RM-RECEIPTS (WS-RM-HIT)
                       MOVE ZERO TO WS-RM-RENEWALS (WS-RM-HIT)
                       MOVE ZERO TO WS-RM-CLAWBACKS (WS-RM-HIT)
                   END-IF
               END-IF
               IF WS-RM-HIT > ZERO
                   EVALUATE TRUE
                       WHEN CE-RECEIPT OF COMMISSION-EVENT-RECORD
                           ADD CE-BASE-AMOUNT OF COMMISSION-EVENT-RECORD
                               TO WS-RM-RECEIPTS (WS-RM-HIT)
                       WHEN CE-RENEWAL OF COMMISSION-EVENT-RECORD
                           ADD CE-BASE-AMOUNT OF COMMISSION-EVENT-RECORD
                               TO WS-RM-RENEWALS (WS-RM-HIT)
                       WHEN OTHER
                           ADD CE-BASE-AMOUNT OF COMMISSION-EVENT-RECORD
                               TO WS-RM-CLAWBACKS (WS-RM-HIT)
                   END-EVALUATE
               END-IF
           END-IF.

       2000-PRODUCE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           STRING "*** COMMISSION STATEMENT - PERIOD " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-RM-FIRST (WS-RM-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RM-LAST (WS-RM-SUB) DELIMITED BY SPACE
               " ***" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EVENT-TABLE-COUNT
               MOVE WS-EVENT-RECORD (WS-SUB) TO WS-EVENT-WORK
               IF CE-RM-FIRST-NAME OF WS-EVENT-WORK
                       = WS-RM-FIRST (WS-RM-SUB)
                   AND CE-RM-LAST-NAME OF WS-EVENT-WORK
                       = WS-RM-LAST (WS-RM-SUB)
                   PERFORM 2100-WRITE-EVENT-LINE
               END-IF
           END-PERFORM
           COMPUTE WS-NET-BASE = WS-RM-RECEIPTS (WS-RM-SUB)
               + WS-RM-RENEWALS (WS-RM-SUB)
               + WS-RM-CLAWBACKS (WS-RM-SUB)
           PERFORM 2500-APPLY-TIERS
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION
           ADD 1 TO WS-MANAGERS-PAID
           MOVE WS-RM-RECEIPTS (WS-RM-SUB) TO WS-RECEIPTS-EDIT
           MOVE WS-RM-RENEWALS (WS-RM-SUB) TO WS-RENEWALS-EDIT
           MOVE WS-RM-CLAWBACKS (WS-RM-SUB) TO WS-CLAWBACKS-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "RECEIPTS=" DELIMITED BY SIZE
               WS-RECEIPTS-EDIT DELIMITED BY SIZE
               " RENEWALS=" DELIMITED BY SIZE
               WS-RENEWALS-EDIT DELIMITED BY SIZE
               " CLAWBACKS=" DELIMITED BY SIZE
               WS-CLAWBACKS-EDIT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-NET-BASE TO WS-AMOUNT-EDIT
           MOVE WS-COMMISSION TO WS-COMMISSION-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "NET BASE=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " COMMISSION=" DELIMITED BY SIZE
               WS-COMMISSION-EDIT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "COMM" TO CPY-RECORD-TYPE
           MOVE WS-REPORT-PERIOD TO CPY-PERIOD
           MOVE WS-RM-FIRST (WS-RM-SUB) TO CPY-RM-FIRST-NAME
           MOVE WS-RM-LAST (WS-RM-SUB) TO CPY-RM-LAST-NAME
           MOVE WS-NET-BASE TO CPY-NET-BASE
           MOVE WS-COMMISSION TO CPY-COMMISSION
           WRITE COMMISSION-PAYROLL-RECORD.

       2100-WRITE-EVENT-LINE.
           EVALUATE TRUE
               WHEN CE-RECEIPT OF WS-EVENT-WORK
                   MOVE "RECEIPT" TO WS-EVENT-DESC
               WHEN CE-RENEWAL OF WS-EVENT-WORK
                   MOVE "RENEWAL" TO WS-EVENT-DESC
               WHEN CE-REVERSAL OF WS-EVENT-WORK
                   MOVE "REVERSAL" TO WS-EVENT-DESC
               WHEN OTHER
                   MOVE "WRITE-OFF" TO WS-EVENT-DESC
           END-EVALUATE
           MOVE CE-BASE-AMOUNT OF WS-EVENT-WORK TO WS-AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING CE-EVENT-DATE OF WS-EVENT-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVENT-DESC DELIMITED BY SIZE
               " CONTRACT=" DELIMITED BY SIZE
               CE-CONTRACT-NUMBER OF WS-EVENT-WORK DELIMITED BY SIZE
               " COMPANY=" DELIMITED BY SIZE
               CE-COMPANY-ID OF WS-EVENT-WORK DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               CE-REFERENCE OF WS-EVENT-WORK DELIMITED BY SIZE
               " BASE=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      ****************************************************************************
      * Marginal tiers: each slice of the base earns its own tier's rate.        *
      ****************************************************************************
       2500-APPLY-TIERS.
           MOVE ZERO TO WS-COMMISSION
           IF WS-NET-BASE NOT > ZERO
               COMPUTE WS-COMMISSION ROUNDED =
                   WS-NET-BASE * WS-TIER-1-PCT / 100
           ELSE
               IF WS-NET-BASE > WS-TIER-1-LIMIT
                   MOVE WS-TIER-1-LIMIT TO WS-TIER-BASE
               ELSE
                   MOVE WS-NET-BASE TO WS-TIER-BASE
               END-IF
               COMPUTE WS-COMMISSION ROUNDED =
                   WS-TIER-BASE * WS-TIER-1-PCT / 100
               IF WS-NET-BASE > WS-TIER-1-LIMIT
                   IF WS-NET-BASE > WS-TIER-2-LIMIT
                       COMPUTE WS-TIER-BASE =
                           WS-TIER-2-LIMIT - WS-TIER-1-LIMIT
                   ELSE
                       COMPUTE WS-TIER-BASE =
                           WS-NET-BASE - WS-TIER-1-LIMIT
                   END-IF
                   COMPUTE WS-COMMISSION ROUNDED = WS-COMMISSION
                       + WS-TIER-BASE * WS-TIER-2-PCT / 100
               END-IF
               IF WS-NET-BASE > WS-TIER-2-LIMIT
                   COMPUTE WS-TIER-BASE =
                       WS-NET-BASE - WS-TIER-2-LIMIT
                   COMPUTE WS-COMMISSION ROUNDED = WS-COMMISSION
                       + WS-TIER-BASE * WS-TIER-3-PCT / 100
               END-IF
           END-IF.
