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
      * R207-VALUE-DATE-RECALC                                                   *
      *                                                                          *
      * Keeps the dated balance history. Each posting R096 made this cycle is on *
      * BALMOVE with its value date - the date it belongs to - and the date it   *
      * was processed. For every account that moved, the history carried in on   *
      * BALHSTIN is rebuilt day by day from the earliest value date so that each *
      * day holds the balance the account truly had, and written with the        *
      * untouched accounts to BALHSTOUT, which becomes the next cycle's          *
      * BALHSTIN. Where a posting was valued back, the balance-driven charges    *
      * already taken from that date are taken again: each maintenance fee       *
      * decision on FEEHIST is retested against the rebuilt balance, any         *
      * difference is posted through ADJNORM for R096 to pick up with the next   *
      * AMTNORM, and the new decision appended to FEEHIST. Each month of         *
      * overdraft interest R210 charged (ODIHIST) that the back-valuation        *
      * reaches is worked again through R211-OD-INTEREST-SERVICE on the rebuilt  *
      * daily balances, any difference posted the same way and the new figure   *
      * appended to ODIHIST. Runs after R096 and before R205 so that R205's own  *
      * fee postings are in the history it reads. Findings go to VDRPT.          *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R207-VALUE-DATE-RECALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO "BALMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "BALHSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "BALHSTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BAL-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT OPTIONAL FEE-HIST-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEH-STATUS.

           SELECT OPTIONAL INTEREST-HIST-FILE ASSIGN TO "ODIHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODIH-STATUS.

           SELECT ADJ-FILE ASSIGN TO "ADJNORM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "VDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE.
       COPY "balance-movement".

       FD  HIST-IN-FILE.
       COPY "balance-history" REPLACING BALANCE-HISTORY-RECORD
           BY HIST-IN-RECORD.

       FD  HIST-OUT-FILE.
       COPY "balance-history".

       FD  BAL-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCOUNT              PIC X(8).
           05  BAL-BALANCE              PIC S9(11)V9(2).

       FD  FEE-HIST-FILE.
       COPY "fee-history".

       FD  INTEREST-HIST-FILE.
       COPY "od-interest-history".

       FD  ADJ-FILE.
       01  ADJ-LINE                     PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-MOVE-STATUS           PIC XX.
           88  WS-MOVE-NOT-FOUND            VALUE "35".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-NOT-FOUND            VALUE "35".
       01  WS-BAL-STATUS            PIC XX.
           88  WS-BAL-NOT-FOUND             VALUE "35".
       01  WS-FEEH-STATUS           PIC XX.
       01  WS-ODIH-STATUS           PIC XX.

       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.

      ****************************************************************************
      * The cycle's postings off BALMOVE. A posting valued before the           *
      * processing date that is not itself a charge (FEE, CLOS, ADJ, ODI) is    *
      * a back-valuation and sets its account's recalculation date.             *
      ****************************************************************************
       01  WS-MV-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY          OCCURS 5000 TIMES.
               10  WS-MV-ACCOUNT        PIC X(8).
               10  WS-MV-VALUE-DATE     PIC 9(8).
               10  WS-MV-AMOUNT         PIC S9(9)V9(2).

       01  WS-AA-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-AA-TABLE.
           05  WS-AA-ENTRY          OCCURS 2000 TIMES.
               10  WS-AA-ACCOUNT        PIC X(8).
               10  WS-AA-ON-LEDGER      PIC X(1).
               10  WS-AA-BALANCE        PIC S9(11)V9(2).
               10  WS-AA-MOVED          PIC S9(11)V9(2).
               10  WS-AA-FIRST-DATE     PIC 9(8).
               10  WS-AA-RECALC-DATE    PIC 9(8).

      ****************************************************************************
      * The history carried in for the accounts that moved; every other         *
      * account's entries are copied straight through.                          *
      ****************************************************************************
       01  WS-HS-TABLE-COUNT        PIC 9(5)   VALUE ZERO.
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY          OCCURS 30000 TIMES.
               10  WS-HS-ACCOUNT        PIC X(8).
               10  WS-HS-VALUE-DATE     PIC 9(8).
               10  WS-HS-BALANCE        PIC S9(11)V9(2).
               10  WS-HS-PROCESSED-DATE PIC 9(8).

      ****************************************************************************
      * One account's history as rebuilt: the dates it carried and the          *
      * dates it moved on, each with the balance before and after this          *
      * cycle's postings are valued in.                                         *
      ****************************************************************************
       01  WS-WK-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-WK-TABLE.
           05  WS-WK-ENTRY          OCCURS 3000 TIMES.
               10  WS-WK-VALUE-DATE     PIC 9(8).
               10  WS-WK-HAS-OLD        PIC X(1).
               10  WS-WK-OLD-BALANCE    PIC S9(11)V9(2).
               10  WS-WK-NEW-BALANCE    PIC S9(11)V9(2).
               10  WS-WK-PROCESSED-DATE PIC 9(8).
       01  WS-WK-SWAP.
           05  WS-SWAP-VALUE-DATE       PIC 9(8).
           05  WS-SWAP-HAS-OLD          PIC X(1).
           05  WS-SWAP-OLD-BALANCE      PIC S9(11)V9(2).
           05  WS-SWAP-NEW-BALANCE      PIC S9(11)V9(2).
           05  WS-SWAP-PROCESSED-DATE   PIC 9(8).

      ****************************************************************************
      * The standing fee decision for each account and fee date, and the        *
      * outcome R205 first recorded - its FEE posting is in the fee date's      *
      * balance when it charged.                                                *
      ****************************************************************************
       01  WS-FH-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-FH-TABLE.
           05  WS-FH-ENTRY          OCCURS 2000 TIMES.
               10  WS-FH-ACCOUNT        PIC X(8).
               10  WS-FH-FEE-DATE       PIC 9(8).
               10  WS-FH-TYPE-CODE      PIC 9(5).
               10  WS-FH-FULL-FEE       PIC 9(9)V9(2).
               10  WS-FH-WAIVER-FLAG    PIC X(1).
               10  WS-FH-WAIVER-BALANCE PIC 9(11)V9(2).
               10  WS-FH-FIRST-OUTCOME  PIC X(1).
               10  WS-FH-OUTCOME        PIC X(1).

      ****************************************************************************
      * The interest standing for each account and month R210 charged, for     *
      * the months a back-valuation reaches.                                    *
      ****************************************************************************
       01  WS-OI-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY          OCCURS 2000 TIMES.
               10  WS-OI-ACCOUNT        PIC X(8).
               10  WS-OI-PERIOD         PIC 9(6).
               10  WS-OI-RATE           PIC 9(2)V9(4).
               10  WS-OI-INTEREST       PIC 9(9)V9(2).
       01  WS-OI-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-PERIOD-START          PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD-END            PIC 9(8)   VALUE ZERO.
       01  WS-NEXT-PERIOD           PIC 9(6)   VALUE ZERO.
       01  WS-DAYS-IN-PERIOD        PIC 9(2)   VALUE ZERO.
       01  WS-DAY-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-FROM-DAY              PIC 9(2)   VALUE ZERO.
       01  WS-NEW-INTEREST          PIC 9(9)V9(2) VALUE ZERO.
       01  WS-INTEREST-EDIT         PIC Z(8)9.99.
       01  WS-INTEREST-EDIT-2       PIC Z(8)9.99.

       01  WS-SUB                   PIC 9(5)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(5)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(5)   VALUE ZERO.
       01  WS-AA-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-MV-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-WK-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-FH-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-SWAPPED-FLAG          PIC X      VALUE "N".
           88  WS-SWAPPED                      VALUE "Y".

       01  WS-CARRY-OLD             PIC S9(11)V9(2) VALUE ZERO.
       01  WS-MOVED-TO-DATE         PIC S9(11)V9(2) VALUE ZERO.
       01  WS-SEED-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-DECISION-BALANCE      PIC S9(11)V9(2) VALUE ZERO.
       01  WS-DECISION-FOUND        PIC X      VALUE "N".
       01  WS-NEW-OUTCOME           PIC X(1)   VALUE SPACE.
       01  WS-ADJ-AMOUNT            PIC S9(9)V9(2) VALUE ZERO.
       01  WS-ADJ-SEQ               PIC 9(9)   VALUE ZERO.
       01  WS-ADJ-SEQ-EDIT          PIC ZZZZZZZZ9.
       01  WS-ADJ-EDIT              PIC -(7)9.99.
       01  WS-BALANCE-EDIT          PIC -(10)9.99.
       01  WS-BALANCE-EDIT-2        PIC -(10)9.99.
       01  WS-OUTCOME-WORD          PIC X(20)  VALUE SPACES.

       01  WS-ACCOUNTS-REBUILT      PIC 9(9)   VALUE ZERO.
       01  WS-ENTRIES-WRITTEN       PIC 9(9)   VALUE ZERO.
       01  WS-BACKVALUED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-ADJUSTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-INT-ADJUSTED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-DIFFER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "od-interest-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R207" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM 1000-LOAD-MOVEMENTS
           PERFORM 1100-JOIN-BALANCES
           PERFORM 1200-LOAD-FEE-DECISIONS
           PERFORM 1300-LOAD-INTEREST-CHARGES
           OPEN OUTPUT HIST-OUT-FILE
           OPEN OUTPUT ADJ-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND FEE-HIST-FILE
           OPEN EXTEND INTEREST-HIST-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** VALUE-DATED BALANCE HISTORY AND RECALCULATION "
               DELIMITED BY SIZE
               "FOR " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-COPY-HISTORY
           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-TABLE-COUNT
               PERFORM 3000-REBUILD-ACCOUNT
               IF WS-AA-RECALC-DATE (WS-AA-SUB) > ZERO
                   PERFORM 4000-RECALC-FEES
                   PERFORM 4500-RECALC-INTEREST
               END-IF
           END-PERFORM
           CLOSE HIST-OUT-FILE
           CLOSE ADJ-FILE
           CLOSE REPORT-FILE
           CLOSE FEE-HIST-FILE
           CLOSE INTEREST-HIST-FILE
           DISPLAY "R207: POSTINGS READ          " WS-MV-TABLE-COUNT
           DISPLAY "R207: ACCOUNTS REBUILT       " WS-ACCOUNTS-REBUILT
           DISPLAY "R207: BACK-VALUED ACCOUNTS   " WS-BACKVALUED-COUNT
           DISPLAY "R207: FEE ADJUSTMENTS        " WS-ADJUSTED-COUNT
           DISPLAY "R207: INTEREST ADJUSTMENTS   "
               WS-INT-ADJUSTED-COUNT
           DISPLAY "R207: HISTORY NOT AT LEDGER  " WS-DIFFER-COUNT
           IF WS-OVERFLOW
               DISPLAY "R207: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-MOVEMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ MOVEMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-MV-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-MV-TABLE-COUNT
                   MOVE WS-MV-TABLE-COUNT TO WS-MV-SUB
                   MOVE BM-ACCOUNT TO WS-MV-ACCOUNT (WS-MV-SUB)
                   MOVE BM-VALUE-DATE TO WS-MV-VALUE-DATE (WS-MV-SUB)
                   MOVE BM-AMOUNT TO WS-MV-AMOUNT (WS-MV-SUB)
                   PERFORM 1050-ADD-ACCOUNT
               END-IF
               READ MOVEMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MOVE-NOT-FOUND
               CLOSE MOVEMENT-FILE
           END-IF.

       1050-ADD-ACCOUNT.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-TABLE-COUNT
               IF WS-AA-ACCOUNT (WS-AA-SUB) = BM-ACCOUNT
                   MOVE WS-AA-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-AA-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-AA-TABLE-COUNT
                   MOVE WS-AA-TABLE-COUNT TO WS-HIT-SUB
                   MOVE BM-ACCOUNT TO WS-AA-ACCOUNT (WS-HIT-SUB)
                   MOVE "N" TO WS-AA-ON-LEDGER (WS-HIT-SUB)
                   MOVE ZERO TO WS-AA-BALANCE (WS-HIT-SUB)
                   MOVE ZERO TO WS-AA-MOVED (WS-HIT-SUB)
                   MOVE BM-VALUE-DATE TO WS-AA-FIRST-DATE (WS-HIT-SUB)
                   MOVE ZERO TO WS-AA-RECALC-DATE (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               ADD BM-AMOUNT TO WS-AA-MOVED (WS-HIT-SUB)
               IF BM-VALUE-DATE < WS-AA-FIRST-DATE (WS-HIT-SUB)
                   MOVE BM-VALUE-DATE TO WS-AA-FIRST-DATE (WS-HIT-SUB)
               END-IF
               IF BM-VALUE-DATE < BM-PROCESSED-DATE
                   AND NOT BM-CHARGE-SOURCE
                   IF WS-AA-RECALC-DATE (WS-HIT-SUB) = ZERO
                       ADD 1 TO WS-BACKVALUED-COUNT
                       MOVE BM-VALUE-DATE
                           TO WS-AA-RECALC-DATE (WS-HIT-SUB)
                   END-IF
                   IF BM-VALUE-DATE < WS-AA-RECALC-DATE (WS-HIT-SUB)
                       MOVE BM-VALUE-DATE
                           TO WS-AA-RECALC-DATE (WS-HIT-SUB)
                   END-IF
               END-IF
           END-IF.

       1100-JOIN-BALANCES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT BAL-FILE
           IF WS-BAL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ BAL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                       UNTIL WS-AA-SUB > WS-AA-TABLE-COUNT
                   IF WS-AA-ACCOUNT (WS-AA-SUB) = BAL-ACCOUNT
                       MOVE "Y" TO WS-AA-ON-LEDGER (WS-AA-SUB)
                       MOVE BAL-BALANCE TO WS-AA-BALANCE (WS-AA-SUB)
                   END-IF
               END-PERFORM
               READ BAL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BAL-NOT-FOUND
               CLOSE BAL-FILE
           END-IF.

      ****************************************************************************
      * Only the accounts valued back this cycle need their fee decisions;      *
      * a later record for the same account and fee date replaces the           *
      * earlier one, the first outcome being kept as R205's.                    *
      ****************************************************************************
       1200-LOAD-FEE-DECISIONS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT FEE-HIST-FILE
           READ FEE-HIST-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-AA-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-AA-TABLE-COUNT
                   IF WS-AA-ACCOUNT (WS-SUB) = FH-ACCOUNT
                       AND WS-AA-RECALC-DATE (WS-SUB) > ZERO
                       AND FH-FEE-DATE >= WS-AA-RECALC-DATE (WS-SUB)
                       MOVE WS-SUB TO WS-AA-SUB
                   END-IF
               END-PERFORM
               IF WS-AA-SUB > ZERO
                   PERFORM 1250-KEEP-FEE-DECISION
               END-IF
               READ FEE-HIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE FEE-HIST-FILE.

       1250-KEEP-FEE-DECISION.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-FH-SUB FROM 1 BY 1
                   UNTIL WS-FH-SUB > WS-FH-TABLE-COUNT
               IF WS-FH-ACCOUNT (WS-FH-SUB) = FH-ACCOUNT
                   AND WS-FH-FEE-DATE (WS-FH-SUB) = FH-FEE-DATE
                   MOVE WS-FH-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-FH-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FH-TABLE-COUNT
                   MOVE WS-FH-TABLE-COUNT TO WS-HIT-SUB
                   MOVE FH-ACCOUNT TO WS-FH-ACCOUNT (WS-HIT-SUB)
                   MOVE FH-FEE-DATE TO WS-FH-FEE-DATE (WS-HIT-SUB)
                   MOVE FH-OUTCOME TO WS-FH-FIRST-OUTCOME (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               MOVE FH-TYPE-CODE TO WS-FH-TYPE-CODE (WS-HIT-SUB)
               MOVE FH-FULL-FEE TO WS-FH-FULL-FEE (WS-HIT-SUB)
               MOVE FH-WAIVER-FLAG TO WS-FH-WAIVER-FLAG (WS-HIT-SUB)
               MOVE FH-WAIVER-BALANCE
                   TO WS-FH-WAIVER-BALANCE (WS-HIT-SUB)
               MOVE FH-OUTCOME TO WS-FH-OUTCOME (WS-HIT-SUB)
           END-IF.

      ****************************************************************************
      * Only the months of interest a back-valuation reaches - those ending     *
      * on or after its value date - are kept; the latest ODIHIST record for    *
      * an account and month is the figure standing.                            *
      ****************************************************************************
       1300-LOAD-INTEREST-CHARGES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT INTEREST-HIST-FILE
           READ INTEREST-HIST-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-AA-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-AA-TABLE-COUNT
                   IF WS-AA-ACCOUNT (WS-SUB) = OIH-ACCOUNT
                       AND WS-AA-RECALC-DATE (WS-SUB) > ZERO
                       AND OIH-PERIOD
                           >= WS-AA-RECALC-DATE (WS-SUB) (1:6)
                       MOVE WS-SUB TO WS-AA-SUB
                   END-IF
               END-PERFORM
               IF WS-AA-SUB > ZERO
                   PERFORM 1350-KEEP-INTEREST-CHARGE
               END-IF
               READ INTEREST-HIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE INTEREST-HIST-FILE.

       1350-KEEP-INTEREST-CHARGE.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-TABLE-COUNT
               IF WS-OI-ACCOUNT (WS-OI-SUB) = OIH-ACCOUNT
                   AND WS-OI-PERIOD (WS-OI-SUB) = OIH-PERIOD
                   MOVE WS-OI-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-OI-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-OI-TABLE-COUNT
                   MOVE WS-OI-TABLE-COUNT TO WS-HIT-SUB
                   MOVE OIH-ACCOUNT TO WS-OI-ACCOUNT (WS-HIT-SUB)
                   MOVE OIH-PERIOD TO WS-OI-PERIOD (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               MOVE OIH-RATE TO WS-OI-RATE (WS-HIT-SUB)
               MOVE OIH-INTEREST TO WS-OI-INTEREST (WS-HIT-SUB)
           END-IF.

       2000-COPY-HISTORY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                       UNTIL WS-AA-SUB > WS-AA-TABLE-COUNT
                   IF WS-AA-ACCOUNT (WS-AA-SUB)
                           = BH-ACCOUNT OF HIST-IN-RECORD
                       MOVE WS-AA-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-HIT-SUB = ZERO
                       MOVE HIST-IN-RECORD TO BALANCE-HISTORY-RECORD
                       WRITE BALANCE-HISTORY-RECORD
                       ADD 1 TO WS-ENTRIES-WRITTEN
                   WHEN WS-HS-TABLE-COUNT >= 30000
                       SET WS-OVERFLOW TO TRUE
                       MOVE HIST-IN-RECORD TO BALANCE-HISTORY-RECORD
                       WRITE BALANCE-HISTORY-RECORD
                       ADD 1 TO WS-ENTRIES-WRITTEN
                   WHEN OTHER
                       ADD 1 TO WS-HS-TABLE-COUNT
                       MOVE WS-HS-TABLE-COUNT TO WS-SUB
                       MOVE BH-ACCOUNT OF HIST-IN-RECORD
                           TO WS-HS-ACCOUNT (WS-SUB)
                       MOVE BH-VALUE-DATE OF HIST-IN-RECORD
                           TO WS-HS-VALUE-DATE (WS-SUB)
                       MOVE BH-BALANCE OF HIST-IN-RECORD
                           TO WS-HS-BALANCE (WS-SUB)
                       MOVE BH-PROCESSED-DATE OF HIST-IN-RECORD
                           TO WS-HS-PROCESSED-DATE (WS-SUB)
               END-EVALUATE
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

      ****************************************************************************
      * The account's dates are those it carried and those this cycle's         *
      * postings are valued on. An account new to the history is seeded the     *
      * day before its earliest value date with the balance it held before      *
      * them - its ledger balance less the cycle's postings. Each day's         *
      * balance is the carried balance on or before it plus every posting       *
      * valued on or before it; the last must agree with the ledger.            *
      ****************************************************************************
       3000-REBUILD-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REBUILT
           MOVE ZERO TO WS-WK-TABLE-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HS-TABLE-COUNT
               IF WS-HS-ACCOUNT (WS-SUB) = WS-AA-ACCOUNT (WS-AA-SUB)
                   AND WS-WK-TABLE-COUNT < 3000
                   ADD 1 TO WS-WK-TABLE-COUNT
                   MOVE WS-WK-TABLE-COUNT TO WS-WK-SUB
                   MOVE WS-HS-VALUE-DATE (WS-SUB)
                       TO WS-WK-VALUE-DATE (WS-WK-SUB)
                   MOVE "Y" TO WS-WK-HAS-OLD (WS-WK-SUB)
                   MOVE WS-HS-BALANCE (WS-SUB)
                       TO WS-WK-OLD-BALANCE (WS-WK-SUB)
                   MOVE WS-HS-PROCESSED-DATE (WS-SUB)
                       TO WS-WK-PROCESSED-DATE (WS-WK-SUB)
               END-IF
           END-PERFORM
           IF WS-WK-TABLE-COUNT = ZERO
               COMPUTE WS-SEED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-AA-FIRST-DATE (WS-AA-SUB)) - 1)
               ADD 1 TO WS-WK-TABLE-COUNT
               MOVE WS-SEED-DATE TO WS-WK-VALUE-DATE (1)
               MOVE "Y" TO WS-WK-HAS-OLD (1)
               COMPUTE WS-WK-OLD-BALANCE (1) =
                   WS-AA-BALANCE (WS-AA-SUB) - WS-AA-MOVED (WS-AA-SUB)
               MOVE WS-CYCLE-DATE TO WS-WK-PROCESSED-DATE (1)
           END-IF
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
                   UNTIL WS-MV-SUB > WS-MV-TABLE-COUNT
               IF WS-MV-ACCOUNT (WS-MV-SUB) = WS-AA-ACCOUNT (WS-AA-SUB)
                   PERFORM 3100-ADD-MOVEMENT-DATE
               END-IF
           END-PERFORM
           PERFORM 3200-SORT-DATES
           MOVE ZERO TO WS-CARRY-OLD
           PERFORM VARYING WS-WK-SUB FROM WS-WK-TABLE-COUNT BY -1
                   UNTIL WS-WK-SUB < 1
               IF WS-WK-HAS-OLD (WS-WK-SUB) = "Y"
                   MOVE WS-WK-OLD-BALANCE (WS-WK-SUB) TO WS-CARRY-OLD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-TABLE-COUNT
               IF WS-WK-HAS-OLD (WS-WK-SUB) = "Y"
                   MOVE WS-WK-OLD-BALANCE (WS-WK-SUB) TO WS-CARRY-OLD
               ELSE
                   MOVE WS-CARRY-OLD TO WS-WK-OLD-BALANCE (WS-WK-SUB)
                   MOVE WS-CYCLE-DATE
                       TO WS-WK-PROCESSED-DATE (WS-WK-SUB)
               END-IF
               MOVE ZERO TO WS-MOVED-TO-DATE
               PERFORM VARYING WS-MV-SUB FROM 1 BY 1
                       UNTIL WS-MV-SUB > WS-MV-TABLE-COUNT
                   IF WS-MV-ACCOUNT (WS-MV-SUB)
                           = WS-AA-ACCOUNT (WS-AA-SUB)
                       AND WS-MV-VALUE-DATE (WS-MV-SUB)
                           <= WS-WK-VALUE-DATE (WS-WK-SUB)
                       ADD WS-MV-AMOUNT (WS-MV-SUB) TO WS-MOVED-TO-DATE
                   END-IF
               END-PERFORM
               COMPUTE WS-WK-NEW-BALANCE (WS-WK-SUB) =
                   WS-CARRY-OLD + WS-MOVED-TO-DATE
               IF WS-MOVED-TO-DATE NOT = ZERO
                   MOVE WS-CYCLE-DATE
                       TO WS-WK-PROCESSED-DATE (WS-WK-SUB)
               END-IF
               MOVE WS-AA-ACCOUNT (WS-AA-SUB) TO BH-ACCOUNT
                   OF BALANCE-HISTORY-RECORD
               MOVE WS-WK-VALUE-DATE (WS-WK-SUB) TO BH-VALUE-DATE
                   OF BALANCE-HISTORY-RECORD
               MOVE WS-WK-NEW-BALANCE (WS-WK-SUB) TO BH-BALANCE
                   OF BALANCE-HISTORY-RECORD
               MOVE WS-WK-PROCESSED-DATE (WS-WK-SUB)
                   TO BH-PROCESSED-DATE OF BALANCE-HISTORY-RECORD
               WRITE BALANCE-HISTORY-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-PERFORM
           IF WS-AA-ON-LEDGER (WS-AA-SUB) = "Y"
               AND WS-WK-NEW-BALANCE (WS-WK-TABLE-COUNT)
                   NOT = WS-AA-BALANCE (WS-AA-SUB)
               ADD 1 TO WS-DIFFER-COUNT
               MOVE WS-WK-NEW-BALANCE (WS-WK-TABLE-COUNT)
                   TO WS-BALANCE-EDIT
               MOVE WS-AA-BALANCE (WS-AA-SUB) TO WS-BALANCE-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "HISTORY NOT AT LEDGER " DELIMITED BY SIZE
                   WS-AA-ACCOUNT (WS-AA-SUB) DELIMITED BY SIZE
                   " HISTORY " DELIMITED BY SIZE
                   WS-BALANCE-EDIT DELIMITED BY SIZE
                   " LEDGER " DELIMITED BY SIZE
                   WS-BALANCE-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-ADD-MOVEMENT-DATE.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-TABLE-COUNT
               IF WS-WK-VALUE-DATE (WS-WK-SUB)
                       = WS-MV-VALUE-DATE (WS-MV-SUB)
                   MOVE WS-WK-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-WK-TABLE-COUNT >= 3000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-WK-TABLE-COUNT
                   MOVE WS-WK-TABLE-COUNT TO WS-WK-SUB
                   MOVE WS-MV-VALUE-DATE (WS-MV-SUB)
                       TO WS-WK-VALUE-DATE (WS-WK-SUB)
                   MOVE "N" TO WS-WK-HAS-OLD (WS-WK-SUB)
                   MOVE ZERO TO WS-WK-OLD-BALANCE (WS-WK-SUB)
                   MOVE ZERO TO WS-WK-PROCESSED-DATE (WS-WK-SUB)
               END-IF
           END-IF.

       3200-SORT-DATES.
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE "N" TO WS-SWAPPED-FLAG
               PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                       UNTIL WS-WK-SUB >= WS-WK-TABLE-COUNT
                   IF WS-WK-VALUE-DATE (WS-WK-SUB)
                           > WS-WK-VALUE-DATE (WS-WK-SUB + 1)
                       MOVE WS-WK-ENTRY (WS-WK-SUB) TO WS-WK-SWAP
                       MOVE WS-WK-ENTRY (WS-WK-SUB + 1)
                           TO WS-WK-ENTRY (WS-WK-SUB)
                       MOVE WS-WK-SWAP TO WS-WK-ENTRY (WS-WK-SUB + 1)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****************************************************************************
      * Each fee decision dated on or after the earliest back-valuation is      *
      * taken again on R205's rule against the rebuilt balance for its fee      *
      * date - R205's own FEE posting, valued that day, added back. Where the   *
      * outcome changes, the difference is posted to ADJNORM in the AMTNORM     *
      * columns, marked ADJ and dated today, and the new decision recorded.     *
      ****************************************************************************
       4000-RECALC-FEES.
           PERFORM VARYING WS-FH-SUB FROM 1 BY 1
                   UNTIL WS-FH-SUB > WS-FH-TABLE-COUNT
               IF WS-FH-ACCOUNT (WS-FH-SUB) = WS-AA-ACCOUNT (WS-AA-SUB)
                   AND WS-FH-WAIVER-FLAG (WS-FH-SUB) = "Y"
                   AND WS-FH-FULL-FEE (WS-FH-SUB) > ZERO
                   PERFORM 4100-RETAKE-DECISION
               END-IF
           END-PERFORM.

       4100-RETAKE-DECISION.
           MOVE "N" TO WS-DECISION-FOUND
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-TABLE-COUNT
               IF WS-WK-VALUE-DATE (WS-WK-SUB)
                       <= WS-FH-FEE-DATE (WS-FH-SUB)
                   MOVE "Y" TO WS-DECISION-FOUND
                   MOVE WS-WK-NEW-BALANCE (WS-WK-SUB)
                       TO WS-DECISION-BALANCE
               END-IF
           END-PERFORM
           IF WS-DECISION-FOUND = "Y"
               IF WS-FH-FIRST-OUTCOME (WS-FH-SUB) = "C"
                   ADD WS-FH-FULL-FEE (WS-FH-SUB)
                       TO WS-DECISION-BALANCE
               END-IF
               IF WS-DECISION-BALANCE
                       > WS-FH-WAIVER-BALANCE (WS-FH-SUB)
                   MOVE "W" TO WS-NEW-OUTCOME
               ELSE
                   MOVE "C" TO WS-NEW-OUTCOME
               END-IF
               IF WS-NEW-OUTCOME NOT = WS-FH-OUTCOME (WS-FH-SUB)
                   PERFORM 4200-POST-ADJUSTMENT
               END-IF
           END-IF.

       4200-POST-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTED-COUNT
           IF WS-NEW-OUTCOME = "C"
               COMPUTE WS-ADJ-AMOUNT = ZERO - WS-FH-FULL-FEE (WS-FH-SUB)
               MOVE "FEE NOW CHARGED" TO WS-OUTCOME-WORD
           ELSE
               MOVE WS-FH-FULL-FEE (WS-FH-SUB) TO WS-ADJ-AMOUNT
               MOVE "FEE NOW WAIVED" TO WS-OUTCOME-WORD
           END-IF
           ADD 1 TO WS-ADJ-SEQ
           MOVE WS-ADJ-SEQ TO WS-ADJ-SEQ-EDIT
           MOVE WS-ADJ-AMOUNT TO WS-ADJ-EDIT
           MOVE SPACES TO ADJ-LINE
           STRING "ADJ    " DELIMITED BY SIZE
               WS-ADJ-SEQ-EDIT DELIMITED BY SIZE
               " NORMALIZED-AMOUNT=" DELIMITED BY SIZE
               WS-ADJ-EDIT DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               WS-AA-ACCOUNT (WS-AA-SUB) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO ADJ-LINE
           WRITE ADJ-LINE
           MOVE WS-AA-ACCOUNT (WS-AA-SUB) TO FH-ACCOUNT
           MOVE WS-FH-FEE-DATE (WS-FH-SUB) TO FH-FEE-DATE
           MOVE WS-FH-TYPE-CODE (WS-FH-SUB) TO FH-TYPE-CODE
           MOVE WS-FH-FULL-FEE (WS-FH-SUB) TO FH-FULL-FEE
           MOVE WS-FH-WAIVER-FLAG (WS-FH-SUB) TO FH-WAIVER-FLAG
           MOVE WS-FH-WAIVER-BALANCE (WS-FH-SUB) TO FH-WAIVER-BALANCE
           MOVE WS-DECISION-BALANCE TO FH-BALANCE
           MOVE WS-NEW-OUTCOME TO FH-OUTCOME
           MOVE "R207" TO FH-RECORDED-BY
           MOVE WS-CYCLE-DATE TO FH-RECORDED-DATE
           WRITE FEE-HISTORY-RECORD
           MOVE WS-NEW-OUTCOME TO WS-FH-OUTCOME (WS-FH-SUB)
           MOVE WS-DECISION-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ADJUSTED " DELIMITED BY SIZE
               WS-AA-ACCOUNT (WS-AA-SUB) DELIMITED BY SIZE
               " FEE DATE " DELIMITED BY SIZE
               WS-FH-FEE-DATE (WS-FH-SUB) DELIMITED BY SIZE
               " VALUED FROM " DELIMITED BY SIZE
               WS-AA-RECALC-DATE (WS-AA-SUB) DELIMITED BY SIZE
               " BALANCE " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OUTCOME-WORD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ADJ-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Each month of interest the back-valuation reaches is worked again by    *
      * R211 on the rebuilt balances - a day's balance that of the latest       *
      * date on or before it, the days before the history began taking its     *
      * first balance, as R210 reads them. A changed figure is posted as the    *
      * difference through ADJNORM, marked ADJ and dated today, and recorded.   *
      ****************************************************************************
       4500-RECALC-INTEREST.
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-TABLE-COUNT
               IF WS-OI-ACCOUNT (WS-OI-SUB) = WS-AA-ACCOUNT (WS-AA-SUB)
                   PERFORM 4600-RETAKE-INTEREST
               END-IF
           END-PERFORM.

       4600-RETAKE-INTEREST.
           COMPUTE WS-PERIOD-START = WS-OI-PERIOD (WS-OI-SUB) * 100 + 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 31)
           MOVE WS-PERIOD-END (1:6) TO WS-NEXT-PERIOD
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-PERIOD * 100 + 1) - 1)
           MOVE WS-PERIOD-END (7:2) TO WS-DAYS-IN-PERIOD
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-TABLE-COUNT
               MOVE ZERO TO WS-FROM-DAY
               EVALUATE TRUE
                   WHEN WS-WK-SUB = 1
                       MOVE 1 TO WS-FROM-DAY
                   WHEN WS-WK-VALUE-DATE (WS-WK-SUB) < WS-PERIOD-START
                       MOVE 1 TO WS-FROM-DAY
                   WHEN WS-WK-VALUE-DATE (WS-WK-SUB) <= WS-PERIOD-END
                       MOVE WS-WK-VALUE-DATE (WS-WK-SUB) (7:2)
                           TO WS-FROM-DAY
               END-EVALUATE
               IF WS-FROM-DAY > ZERO
                   PERFORM VARYING WS-DAY-SUB FROM WS-FROM-DAY BY 1
                           UNTIL WS-DAY-SUB > WS-DAYS-IN-PERIOD
                       MOVE WS-WK-NEW-BALANCE (WS-WK-SUB)
                           TO OIP-DAY-BALANCE (WS-DAY-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-OI-RATE (WS-OI-SUB) TO OIP-RATE
           MOVE WS-DAYS-IN-PERIOD TO OIP-DAY-COUNT
           CALL "R211-OD-INTEREST-SERVICE" USING OD-INTEREST-PARM
           MOVE ZERO TO WS-NEW-INTEREST
           IF OIP-CALCULATED
               MOVE OIP-INTEREST TO WS-NEW-INTEREST
           END-IF
           IF NOT OIP-PARM-ERROR
               AND WS-NEW-INTEREST NOT = WS-OI-INTEREST (WS-OI-SUB)
               PERFORM 4700-POST-INTEREST-ADJUSTMENT
           END-IF.

       4700-POST-INTEREST-ADJUSTMENT.
           ADD 1 TO WS-INT-ADJUSTED-COUNT
           COMPUTE WS-ADJ-AMOUNT =
               WS-OI-INTEREST (WS-OI-SUB) - WS-NEW-INTEREST
           ADD 1 TO WS-ADJ-SEQ
           MOVE WS-ADJ-SEQ TO WS-ADJ-SEQ-EDIT
           MOVE WS-ADJ-AMOUNT TO WS-ADJ-EDIT
           MOVE SPACES TO ADJ-LINE
           STRING "ADJ    " DELIMITED BY SIZE
               WS-ADJ-SEQ-EDIT DELIMITED BY SIZE
               " NORMALIZED-AMOUNT=" DELIMITED BY SIZE
               WS-ADJ-EDIT DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               WS-AA-ACCOUNT (WS-AA-SUB) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO ADJ-LINE
           WRITE ADJ-LINE
           MOVE WS-AA-ACCOUNT (WS-AA-SUB) TO OIH-ACCOUNT
           MOVE WS-OI-PERIOD (WS-OI-SUB) TO OIH-PERIOD
           MOVE WS-OI-RATE (WS-OI-SUB) TO OIH-RATE
           MOVE WS-NEW-INTEREST TO OIH-INTEREST
           MOVE "R207" TO OIH-RECORDED-BY
           MOVE WS-CYCLE-DATE TO OIH-RECORDED-DATE
           WRITE OD-INTEREST-HISTORY-RECORD
           MOVE WS-OI-INTEREST (WS-OI-SUB) TO WS-INTEREST-EDIT
           MOVE WS-NEW-INTEREST TO WS-INTEREST-EDIT-2
           MOVE WS-NEW-INTEREST TO WS-OI-INTEREST (WS-OI-SUB)
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST ADJUSTED " DELIMITED BY SIZE
               WS-AA-ACCOUNT (WS-AA-SUB) DELIMITED BY SIZE
               " MONTH " DELIMITED BY SIZE
               WS-OI-PERIOD (WS-OI-SUB) DELIMITED BY SIZE
               " VALUED FROM " DELIMITED BY SIZE
               WS-AA-RECALC-DATE (WS-AA-SUB) DELIMITED BY SIZE
               " WAS " DELIMITED BY SIZE
               WS-INTEREST-EDIT DELIMITED BY SIZE
               " NOW " DELIMITED BY SIZE
               WS-INTEREST-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ADJ-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
