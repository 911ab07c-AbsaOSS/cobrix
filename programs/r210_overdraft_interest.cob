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
      * R210-OVERDRAFT-INTEREST                                                  *
      *                                                                          *
      * The monthly overdraft interest run, early in the month for the month     *
      * just ended. For every ledger account on R209's ODLIMITS - those with an  *
      * arranged facility and those whose account type allows unarranged         *
      * overdraft - the end-of-day balance of each day of the month is read off  *
      * the dated balance history R207 keeps (BALHSTOUT; an account that has not *
      * moved since its history began holds its BALOUT balance all month), and   *
      * R211-OD-INTEREST-SERVICE charges each overdrawn day at the account's     *
      * ODLIMITS rate. The month's interest is posted as a debit through ODINORM *
      * in the AMTNORM columns, marked ODI, for R096 to apply with the next      *
      * AMTNORM, and recorded on ODIHIST (od-interest-history.cpy) so that R207  *
      * can recalculate the month if a back-valued posting later changes its     *
      * balances. A month already on ODIHIST for an account is never charged     *
      * again. Each charge and the total go to ODIRPT.                           *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R210-OVERDRAFT-INTEREST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "ODLIMITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODL-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT HIST-FILE ASSIGN TO "BALHSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL INTEREST-HIST-FILE ASSIGN TO "ODIHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODIH-STATUS.

           SELECT POSTING-FILE ASSIGN TO "ODINORM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ODIRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       COPY "overdraft-limit".

       FD  BAL-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCOUNT              PIC X(8).
           05  BAL-BALANCE              PIC S9(11)V9(2).

       FD  HIST-FILE.
       COPY "balance-history".

       FD  INTEREST-HIST-FILE.
       COPY "od-interest-history".

       FD  POSTING-FILE.
       01  POSTING-LINE                 PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-ODL-STATUS            PIC XX.
           88  WS-ODL-NOT-FOUND             VALUE "35".
       01  WS-BAL-STATUS            PIC XX.
           88  WS-BAL-NOT-FOUND             VALUE "35".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-NOT-FOUND            VALUE "35".
       01  WS-ODIH-STATUS           PIC XX.

       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.

      ****************************************************************************
      * The month charged is the one before the cycle's: run early in a         *
      * month, R210 charges the month just ended.                               *
      ****************************************************************************
       01  WS-PERIOD                PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-START          PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD-END            PIC 9(8)   VALUE ZERO.
       01  WS-DAYS-IN-PERIOD        PIC 9(2)   VALUE ZERO.
       01  WS-YEAR                  PIC 9(4)   VALUE ZERO.
       01  WS-MONTH                 PIC 9(2)   VALUE ZERO.

      ****************************************************************************
      * Every ledger account on ODLIMITS, with its closing balance for an       *
      * account that has not moved since its history began, and whether the    *
      * month has already been charged to it.                                   *
      ****************************************************************************
       01  WS-LM-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-LM-TABLE.
           05  WS-LM-ENTRY          OCCURS 5000 TIMES.
               10  WS-LM-ACCOUNT        PIC X(8).
               10  WS-LM-RATE           PIC 9(2)V9(4).
               10  WS-LM-ON-LEDGER      PIC X(1).
               10  WS-LM-BALANCE        PIC S9(11)V9(2).
               10  WS-LM-IN-HISTORY     PIC X(1).
               10  WS-LM-CHARGED        PIC X(1).

       01  WS-LM-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-DAY-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-FROM-DAY              PIC 9(2)   VALUE ZERO.
       01  WS-CUR-ACCOUNT           PIC X(8)   VALUE SPACES.
       01  WS-FIRST-ENTRY-FLAG      PIC X      VALUE "N".
           88  WS-FIRST-ENTRY                  VALUE "Y".
       01  WS-DAY-BALANCE           PIC S9(11)V9(2) VALUE ZERO.

       01  WS-POST-AMOUNT           PIC S9(9)V9(2) VALUE ZERO.
       01  WS-POST-SEQ              PIC 9(9)   VALUE ZERO.
       01  WS-POST-SEQ-EDIT         PIC ZZZZZZZZ9.
       01  WS-POST-EDIT             PIC -(7)9.99.
       01  WS-RATE-EDIT             PIC Z9.9999.

       01  WS-CHARGED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-INTEREST-TOTAL        PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOTAL-EDIT            PIC Z(10)9.99.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "od-interest-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R210" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE (1:4) TO WS-YEAR
           MOVE WS-CYCLE-DATE (5:2) TO WS-MONTH
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (WS-YEAR * 10000 + WS-MONTH * 100 + 1) - 1)
           COMPUTE WS-PERIOD = WS-PERIOD-END / 100
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           MOVE WS-PERIOD-END (7:2) TO WS-DAYS-IN-PERIOD
           PERFORM 1000-LOAD-LIMITS
           PERFORM 1100-JOIN-BALANCES
           PERFORM 1200-LOAD-INTEREST-HISTORY
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND INTEREST-HIST-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** OVERDRAFT INTEREST FOR " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " CHARGED " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-HISTORY
           PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                   UNTIL WS-LM-SUB > WS-LM-TABLE-COUNT
               IF WS-LM-IN-HISTORY (WS-LM-SUB) = "N"
                   AND WS-LM-ON-LEDGER (WS-LM-SUB) = "Y"
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > WS-DAYS-IN-PERIOD
                       MOVE WS-LM-BALANCE (WS-LM-SUB)
                           TO OIP-DAY-BALANCE (WS-DAY-SUB)
                   END-PERFORM
                   PERFORM 2500-CHARGE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INTEREST CHARGED " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE POSTING-FILE
           CLOSE REPORT-FILE
           CLOSE INTEREST-HIST-FILE
           DISPLAY "R210: PERIOD CHARGED         " WS-PERIOD
           DISPLAY "R210: ACCOUNTS WITH LIMITS   " WS-LM-TABLE-COUNT
           DISPLAY "R210: ACCOUNTS CHARGED       " WS-CHARGED-COUNT
           DISPLAY "R210: ALREADY CHARGED        " WS-ALREADY-COUNT
           DISPLAY "R210: INTEREST CHARGED       " WS-TOTAL-EDIT
           IF WS-OVERFLOW
               DISPLAY "R210: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-LIMITS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT LIMIT-FILE
           IF WS-ODL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
               DISPLAY "R210: NO ODLIMITS - NO INTEREST CHARGED"
           ELSE
               READ LIMIT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-LM-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-LM-TABLE-COUNT
                   MOVE WS-LM-TABLE-COUNT TO WS-LM-SUB
                   MOVE ODL-LEDGER-ACCOUNT TO WS-LM-ACCOUNT (WS-LM-SUB)
                   MOVE ODL-RATE TO WS-LM-RATE (WS-LM-SUB)
                   MOVE "N" TO WS-LM-ON-LEDGER (WS-LM-SUB)
                   MOVE ZERO TO WS-LM-BALANCE (WS-LM-SUB)
                   MOVE "N" TO WS-LM-IN-HISTORY (WS-LM-SUB)
                   MOVE "N" TO WS-LM-CHARGED (WS-LM-SUB)
               END-IF
               READ LIMIT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ODL-NOT-FOUND
               CLOSE LIMIT-FILE
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
               PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                       UNTIL WS-LM-SUB > WS-LM-TABLE-COUNT
                   IF WS-LM-ACCOUNT (WS-LM-SUB) = BAL-ACCOUNT
                       MOVE "Y" TO WS-LM-ON-LEDGER (WS-LM-SUB)
                       MOVE BAL-BALANCE TO WS-LM-BALANCE (WS-LM-SUB)
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
      * A month already on ODIHIST for an account is not charged again, so a    *
      * rerun - or a second run in the month - posts nothing twice.             *
      ****************************************************************************
       1200-LOAD-INTEREST-HISTORY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT INTEREST-HIST-FILE
           READ INTEREST-HIST-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               IF OIH-PERIOD = WS-PERIOD
                   PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                           UNTIL WS-LM-SUB > WS-LM-TABLE-COUNT
                       IF WS-LM-ACCOUNT (WS-LM-SUB) = OIH-ACCOUNT
                           MOVE "Y" TO WS-LM-CHARGED (WS-LM-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ INTEREST-HIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE INTEREST-HIST-FILE.

      ****************************************************************************
      * BALHSTOUT holds each account's entries together in value-date order.    *
      * A day's balance is that of the latest entry on or before it; the days   *
      * before an account's history began take its first balance.              *
      ****************************************************************************
       2000-READ-HISTORY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           MOVE ZERO TO WS-HIT-SUB
           OPEN INPUT HIST-FILE
           IF WS-HIST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ HIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF BH-ACCOUNT NOT = WS-CUR-ACCOUNT
                   IF WS-HIT-SUB > ZERO
                       MOVE WS-HIT-SUB TO WS-LM-SUB
                       PERFORM 2500-CHARGE-ACCOUNT
                   END-IF
                   PERFORM 2100-START-ACCOUNT
               END-IF
               IF WS-HIT-SUB > ZERO
                   PERFORM 2200-APPLY-ENTRY
               END-IF
               READ HIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               MOVE WS-HIT-SUB TO WS-LM-SUB
               PERFORM 2500-CHARGE-ACCOUNT
           END-IF
           IF NOT WS-HIST-NOT-FOUND
               CLOSE HIST-FILE
           END-IF.

       2100-START-ACCOUNT.
           MOVE BH-ACCOUNT TO WS-CUR-ACCOUNT
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                   UNTIL WS-LM-SUB > WS-LM-TABLE-COUNT
               IF WS-LM-ACCOUNT (WS-LM-SUB) = BH-ACCOUNT
                   MOVE WS-LM-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               MOVE "Y" TO WS-LM-IN-HISTORY (WS-HIT-SUB)
               SET WS-FIRST-ENTRY TO TRUE
           END-IF.

       2200-APPLY-ENTRY.
           MOVE ZERO TO WS-FROM-DAY
           EVALUATE TRUE
               WHEN WS-FIRST-ENTRY
                   MOVE 1 TO WS-FROM-DAY
               WHEN BH-VALUE-DATE < WS-PERIOD-START
                   MOVE 1 TO WS-FROM-DAY
               WHEN BH-VALUE-DATE <= WS-PERIOD-END
                   MOVE BH-VALUE-DATE (7:2) TO WS-FROM-DAY
           END-EVALUATE
           MOVE "N" TO WS-FIRST-ENTRY-FLAG
           IF WS-FROM-DAY > ZERO
               PERFORM VARYING WS-DAY-SUB FROM WS-FROM-DAY BY 1
                       UNTIL WS-DAY-SUB > WS-DAYS-IN-PERIOD
                   MOVE BH-BALANCE TO OIP-DAY-BALANCE (WS-DAY-SUB)
               END-PERFORM
           END-IF.

      ****************************************************************************
      * The month's interest comes from R211 at the account's ODLIMITS rate     *
      * and is posted as a debit through ODINORM in the AMTNORM columns,        *
      * marked ODI and dated today, for R096 to pick up with the next           *
      * AMTNORM; the charge is recorded on ODIHIST for R207.                    *
      ****************************************************************************
       2500-CHARGE-ACCOUNT.
           IF WS-LM-CHARGED (WS-LM-SUB) = "Y"
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               IF WS-LM-RATE (WS-LM-SUB) > ZERO
                   MOVE WS-LM-RATE (WS-LM-SUB) TO OIP-RATE
                   MOVE WS-DAYS-IN-PERIOD TO OIP-DAY-COUNT
                   CALL "R211-OD-INTEREST-SERVICE"
                       USING OD-INTEREST-PARM
                   IF OIP-CALCULATED AND OIP-INTEREST > ZERO
                       PERFORM 2600-POST-INTEREST
                   END-IF
               END-IF
           END-IF.

       2600-POST-INTEREST.
           ADD 1 TO WS-CHARGED-COUNT
           ADD OIP-INTEREST TO WS-INTEREST-TOTAL
           MOVE "Y" TO WS-LM-CHARGED (WS-LM-SUB)
           COMPUTE WS-POST-AMOUNT = ZERO - OIP-INTEREST
           ADD 1 TO WS-POST-SEQ
           MOVE WS-POST-SEQ TO WS-POST-SEQ-EDIT
           MOVE WS-POST-AMOUNT TO WS-POST-EDIT
           MOVE SPACES TO POSTING-LINE
           STRING "ODI    " DELIMITED BY SIZE
               WS-POST-SEQ-EDIT DELIMITED BY SIZE
               " NORMALIZED-AMOUNT=" DELIMITED BY SIZE
               WS-POST-EDIT DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               WS-LM-ACCOUNT (WS-LM-SUB) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO POSTING-LINE
           WRITE POSTING-LINE
           MOVE WS-LM-ACCOUNT (WS-LM-SUB) TO OIH-ACCOUNT
           MOVE WS-PERIOD TO OIH-PERIOD
           MOVE OIP-RATE TO OIH-RATE
           MOVE OIP-INTEREST TO OIH-INTEREST
           MOVE "R210" TO OIH-RECORDED-BY
           MOVE WS-CYCLE-DATE TO OIH-RECORDED-DATE
           WRITE OD-INTEREST-HISTORY-RECORD
           MOVE OIP-RATE TO WS-RATE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CHARGED " DELIMITED BY SIZE
               WS-LM-ACCOUNT (WS-LM-SUB) DELIMITED BY SIZE
               " RATE " DELIMITED BY SIZE
               WS-RATE-EDIT DELIMITED BY SIZE
               "% INTEREST " DELIMITED BY SIZE
               WS-POST-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
