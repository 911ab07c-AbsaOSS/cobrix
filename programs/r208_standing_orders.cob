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
      * R208-STANDING-ORDERS                                                     *
      *                                                                          *
      * The daily standing-order run. Maintenance on STORDMNT is applied first:  *
      * a new order (both accounts by their full RECORD-A ACCOUNT-NO, Luhn-      *
      * checked as R008 checks them, on RECORD-A (RECAIN) and not closed on      *
      * ACCTSTOUT) takes the next sequence under its paying account; a change    *
      * alters the amount, destination or end date; a cancellation stops the     *
      * order. Every active order whose execution date has come is then run      *
      * against the paying account's balance on R096's BALOUT, moved by each     *
      * order already run today. An order that leaves the account at or above    *
      * nil writes its debit and credit to SORDNORM in the AMTNORM columns,      *
      * marked SORD, for R096, and moves to its next schedule date, rolled to a  *
      * business day by R090. One that would overdraw the account is retried on  *
      * the following business days up to SORD-RETRY-LIMIT (R120, compiled 2);   *
      * then the instalment has failed, the customer is sent an advice on        *
      * SOADVICE and, after SORD-FAIL-LIMIT failures in a row (R120, compiled    *
      * 3), the order is cancelled. An order either of whose accounts has been   *
      * closed is cancelled. The master is carried from STORDIN to STORDOUT      *
      * (standing-order.cpy); SORDRPT lists every order paid, retried, failed,   *
      * ended, added, changed, cancelled or rejected.                            *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R208-STANDING-ORDERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-IN-FILE ASSIGN TO "STORDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORD-IN-STATUS.

           SELECT ORDER-OUT-FILE ASSIGN TO "STORDOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINT-FILE ASSIGN TO "STORDMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT RECA-FILE ASSIGN TO "RECAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECA-STATUS.

           SELECT STATUS-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT POSTING-FILE ASSIGN TO "SORDNORM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ADVICE-FILE ASSIGN TO "SOADVICE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "SORDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-IN-FILE.
       COPY "standing-order" REPLACING STANDING-ORDER-RECORD
           BY ORDER-IN-RECORD.

       FD  ORDER-OUT-FILE.
       COPY "standing-order".

       FD  MAINT-FILE.
       COPY "standing-order-maint".

       FD  RECA-FILE.
       COPY "test12_copybook_a".

       FD  STATUS-FILE.
       COPY "account-status".

       FD  BAL-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCOUNT              PIC X(8).
           05  BAL-BALANCE              PIC S9(11)V9(2).

       FD  POSTING-FILE.
       01  POSTING-LINE                 PIC X(80).

       FD  ADVICE-FILE.
       01  ADVICE-LINE                  PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-ORD-IN-STATUS         PIC XX.
           88  WS-ORD-IN-NOT-FOUND          VALUE "35".
       01  WS-MNT-STATUS            PIC XX.
           88  WS-MNT-NOT-FOUND             VALUE "35".
       01  WS-RECA-STATUS           PIC XX.
           88  WS-RECA-NOT-FOUND            VALUE "35".
       01  WS-STAT-STATUS           PIC XX.
           88  WS-STAT-NOT-FOUND            VALUE "35".
       01  WS-BAL-STATUS            PIC XX.
           88  WS-BAL-NOT-FOUND             VALUE "35".

       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-RETRY-LIMIT           PIC 9(2)   VALUE 2.
       01  WS-FAIL-LIMIT            PIC 9(2)   VALUE 3.

      ****************************************************************************
      * The standing-order master as carried in, kept in paying account and      *
      * sequence order as orders are added, and written back out whole.         *
      ****************************************************************************
       01  WS-SO-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY          OCCURS 5000 TIMES.
               10  WS-SO-SOURCE-NO      PIC 9(16).
               10  WS-SO-SEQUENCE       PIC 9(3).
               10  WS-SO-DEST-NO        PIC 9(16).
               10  WS-SO-AMOUNT         PIC 9(7)V9(2).
               10  WS-SO-FREQUENCY      PIC X(1).
               10  WS-SO-ANCHOR-DAY     PIC 9(2).
               10  WS-SO-SCHEDULE-DATE  PIC 9(8).
               10  WS-SO-NEXT-EXEC-DATE PIC 9(8).
               10  WS-SO-END-DATE       PIC 9(8).
               10  WS-SO-STATUS         PIC X(1).
               10  WS-SO-RETRY-COUNT    PIC 9(2).
               10  WS-SO-FAIL-COUNT     PIC 9(2).
               10  WS-SO-LAST-PAID-DATE PIC 9(8).
               10  WS-SO-CREATED-BY     PIC X(8).
               10  WS-SO-CHANGED-DATE   PIC 9(8).
               10  WS-SO-NAME           PIC X(30).

      ****************************************************************************
      * The day's maintenance transactions, with what RECORD-A says about        *
      * the accounts each one names.                                             *
      ****************************************************************************
       01  WS-TX-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY          OCCURS 500 TIMES.
               10  WS-TX-ACTION         PIC X(1).
               10  WS-TX-SOURCE-NO      PIC 9(16).
               10  WS-TX-SEQUENCE       PIC 9(3).
               10  WS-TX-DEST-NO        PIC 9(16).
               10  WS-TX-AMOUNT         PIC 9(7)V9(2).
               10  WS-TX-FREQUENCY      PIC X(1).
               10  WS-TX-FIRST-DATE     PIC 9(8).
               10  WS-TX-END-DATE       PIC 9(8).
               10  WS-TX-USER-ID        PIC X(8).
               10  WS-TX-SOURCE-ON-RECA PIC X(1).
               10  WS-TX-DEST-ON-RECA   PIC X(1).
               10  WS-TX-SOURCE-NAME    PIC X(30).

       01  WS-CL-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-CL-TABLE.
           05  WS-CL-ACCOUNT-NO     PIC 9(16)  OCCURS 5000 TIMES.

      ****************************************************************************
      * Each paying ledger account's balance off BALOUT, moved by every          *
      * order paid from or into it as the day's orders run.                      *
      ****************************************************************************
       01  WS-LB-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY          OCCURS 5000 TIMES.
               10  WS-LB-ACCOUNT        PIC X(8).
               10  WS-LB-BALANCE        PIC S9(11)V9(2).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SO-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-TX-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-LB-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-DEST-LB-SUB           PIC 9(4)   VALUE ZERO.
       01  WS-NEXT-SEQUENCE         PIC 9(3)   VALUE ZERO.
       01  WS-KEY-ACCOUNT           PIC X(8)   VALUE SPACES.

       01  WS-ACCOUNT-NO            PIC 9(16).
       01  WS-ACCOUNT-DIGITS REDEFINES WS-ACCOUNT-NO.
           05  WS-DIGIT             PIC 9      OCCURS 16 TIMES.
       01  WS-ACCOUNT-TEXT REDEFINES WS-ACCOUNT-NO PIC X(16).
       01  WS-DEST-ACCOUNT-NO       PIC 9(16).
       01  WS-DEST-ACCOUNT-TEXT REDEFINES WS-DEST-ACCOUNT-NO
                                    PIC X(16).
       01  WS-SUBSCRIPT             PIC 9(2).
       01  WS-POSITION-FROM-RIGHT   PIC 9(2).
       01  WS-WORK-DIGIT            PIC 9(2).
       01  WS-CHECKSUM              PIC 9(4).
       01  WS-VALID-FLAG            PIC X      VALUE "N".
           88  WS-VALID                        VALUE "Y".
       01  WS-SOURCE-VALID-FLAG     PIC X      VALUE "N".
           88  WS-SOURCE-VALID                 VALUE "Y".
       01  WS-CLOSED-FLAG           PIC X      VALUE "N".
           88  WS-ACCOUNT-IS-CLOSED            VALUE "Y".

       01  WS-DATE-WORK             PIC 9(8)   VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR         PIC 9(4).
           05  WS-DATE-MONTH        PIC 9(2).
           05  WS-DATE-DAY          PIC 9(2).
       01  WS-DATE-OK-FLAG          PIC X      VALUE "N".
           88  WS-DATE-OK                      VALUE "Y".
       01  WS-MONTH-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-MONTH-STEP            PIC 9(2)   VALUE ZERO.
       01  WS-MONTH-END             PIC 9(8)   VALUE ZERO.
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
           05  FILLER               PIC 9(6).
           05  WS-MONTH-END-DAY     PIC 9(2).

       01  WS-REJECT-REASON         PIC X(40)  VALUE SPACES.
       01  WS-EVENT                 PIC X(16)  VALUE SPACES.
       01  WS-POST-AMOUNT           PIC S9(9)V9(2) VALUE ZERO.
       01  WS-POST-ACCOUNT          PIC X(8)   VALUE SPACES.
       01  WS-POST-SEQ              PIC 9(9)   VALUE ZERO.
       01  WS-POST-SEQ-EDIT         PIC ZZZZZZZZ9.
       01  WS-POST-EDIT             PIC -(7)9.99.
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.
       01  WS-BALANCE-EDIT          PIC -(10)9.99.
       01  WS-COUNT-EDIT            PIC Z9.

       01  WS-ADDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CANCELLED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-PAID-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-RETRY-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-AUTO-CANCEL-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-ENDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-PAID-TOTAL            PIC 9(11)V9(2) VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".
       COPY "busday-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R208" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO PP-AS-OF-DATE
           MOVE "SORD-RETRY-LIMIT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RETRY-LIMIT
           END-IF
           MOVE "SORD-FAIL-LIMIT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-FAIL-LIMIT
           END-IF
           PERFORM 1000-LOAD-ORDER-MASTER
           PERFORM 1100-LOAD-MAINTENANCE
           PERFORM 1200-JOIN-RECORD-A
           PERFORM 1300-LOAD-CLOSED-ACCOUNTS
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT ADVICE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** STANDING ORDERS FOR " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
               PERFORM 2000-APPLY-MAINTENANCE
           END-PERFORM
           PERFORM 3000-JOIN-BALANCES
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-TABLE-COUNT
               IF WS-SO-STATUS (WS-SO-SUB) = "A"
                   AND WS-SO-NEXT-EXEC-DATE (WS-SO-SUB)
                       <= WS-CYCLE-DATE
                   PERFORM 4000-RUN-ORDER
               END-IF
           END-PERFORM
           PERFORM 5000-WRITE-ORDER-MASTER
           CLOSE POSTING-FILE
           CLOSE ADVICE-FILE
           CLOSE REPORT-FILE
           DISPLAY "R208: ORDERS ADDED           " WS-ADDED-COUNT
           DISPLAY "R208: ORDERS CHANGED         " WS-CHANGED-COUNT
           DISPLAY "R208: ORDERS CANCELLED       " WS-CANCELLED-COUNT
           DISPLAY "R208: MAINTENANCE REJECTED   " WS-REJECTED-COUNT
           DISPLAY "R208: ORDERS PAID            " WS-PAID-COUNT
           DISPLAY "R208: ORDERS TO RETRY        " WS-RETRY-COUNT
           DISPLAY "R208: INSTALMENTS FAILED     " WS-FAILED-COUNT
           DISPLAY "R208: ORDERS AUTO-CANCELLED  " WS-AUTO-CANCEL-COUNT
           DISPLAY "R208: ORDERS ENDED           " WS-ENDED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R208: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-ORDER-MASTER.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ORDER-IN-FILE
           IF WS-ORD-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ORDER-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-SO-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SO-TABLE-COUNT
                   MOVE WS-SO-TABLE-COUNT TO WS-SO-SUB
                   MOVE SO-SOURCE-ACCOUNT-NO OF ORDER-IN-RECORD
                       TO WS-SO-SOURCE-NO (WS-SO-SUB)
                   MOVE SO-SEQUENCE OF ORDER-IN-RECORD
                       TO WS-SO-SEQUENCE (WS-SO-SUB)
                   MOVE SO-DEST-ACCOUNT-NO OF ORDER-IN-RECORD
                       TO WS-SO-DEST-NO (WS-SO-SUB)
                   MOVE SO-AMOUNT OF ORDER-IN-RECORD
                       TO WS-SO-AMOUNT (WS-SO-SUB)
                   MOVE SO-FREQUENCY OF ORDER-IN-RECORD
                       TO WS-SO-FREQUENCY (WS-SO-SUB)
                   MOVE SO-ANCHOR-DAY OF ORDER-IN-RECORD
                       TO WS-SO-ANCHOR-DAY (WS-SO-SUB)
                   MOVE SO-SCHEDULE-DATE OF ORDER-IN-RECORD
                       TO WS-SO-SCHEDULE-DATE (WS-SO-SUB)
                   MOVE SO-NEXT-EXEC-DATE OF ORDER-IN-RECORD
                       TO WS-SO-NEXT-EXEC-DATE (WS-SO-SUB)
                   MOVE SO-END-DATE OF ORDER-IN-RECORD
                       TO WS-SO-END-DATE (WS-SO-SUB)
                   MOVE SO-STATUS OF ORDER-IN-RECORD
                       TO WS-SO-STATUS (WS-SO-SUB)
                   MOVE SO-RETRY-COUNT OF ORDER-IN-RECORD
                       TO WS-SO-RETRY-COUNT (WS-SO-SUB)
                   MOVE SO-FAIL-COUNT OF ORDER-IN-RECORD
                       TO WS-SO-FAIL-COUNT (WS-SO-SUB)
                   MOVE SO-LAST-PAID-DATE OF ORDER-IN-RECORD
                       TO WS-SO-LAST-PAID-DATE (WS-SO-SUB)
                   MOVE SO-CREATED-BY OF ORDER-IN-RECORD
                       TO WS-SO-CREATED-BY (WS-SO-SUB)
                   MOVE SO-CHANGED-DATE OF ORDER-IN-RECORD
                       TO WS-SO-CHANGED-DATE (WS-SO-SUB)
                   MOVE SPACES TO WS-SO-NAME (WS-SO-SUB)
               END-IF
               READ ORDER-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ORD-IN-NOT-FOUND
               CLOSE ORDER-IN-FILE
           END-IF.

       1100-LOAD-MAINTENANCE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT MAINT-FILE
           IF WS-MNT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ MAINT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-TX-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TX-TABLE-COUNT
                   MOVE WS-TX-TABLE-COUNT TO WS-TX-SUB
                   MOVE SOM-ACTION TO WS-TX-ACTION (WS-TX-SUB)
                   COMPUTE WS-TX-SOURCE-NO (WS-TX-SUB) =
                       (SOM-SOURCE-FIRST-6 * 10000000000)
                       + (SOM-SOURCE-MIDDLE * 10000)
                       + SOM-SOURCE-LAST-4
                   MOVE SOM-SEQUENCE TO WS-TX-SEQUENCE (WS-TX-SUB)
                   COMPUTE WS-TX-DEST-NO (WS-TX-SUB) =
                       (SOM-DEST-FIRST-6 * 10000000000)
                       + (SOM-DEST-MIDDLE * 10000)
                       + SOM-DEST-LAST-4
                   MOVE SOM-AMOUNT TO WS-TX-AMOUNT (WS-TX-SUB)
                   MOVE SOM-FREQUENCY TO WS-TX-FREQUENCY (WS-TX-SUB)
                   MOVE SOM-FIRST-DATE TO WS-TX-FIRST-DATE (WS-TX-SUB)
                   MOVE SOM-END-DATE TO WS-TX-END-DATE (WS-TX-SUB)
                   MOVE SOM-USER-ID TO WS-TX-USER-ID (WS-TX-SUB)
                   MOVE "N" TO WS-TX-SOURCE-ON-RECA (WS-TX-SUB)
                   MOVE "N" TO WS-TX-DEST-ON-RECA (WS-TX-SUB)
                   MOVE SPACES TO WS-TX-SOURCE-NAME (WS-TX-SUB)
               END-IF
               READ MAINT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MNT-NOT-FOUND
               CLOSE MAINT-FILE
           END-IF.

      ****************************************************************************
      * RECORD-A confirms the accounts a maintenance transaction names and       *
      * gives the paying customer's name for the advices.                        *
      ****************************************************************************
       1200-JOIN-RECORD-A.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RECA-FILE
           IF WS-RECA-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RECA-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               COMPUTE WS-ACCOUNT-NO =
                   (FIRST-6 * 10000000000)
                   + (ACCOUNT-MIDDLE * 10000) + LAST-4
               PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                       UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
                   IF WS-TX-SOURCE-NO (WS-TX-SUB) = WS-ACCOUNT-NO
                       MOVE "Y" TO WS-TX-SOURCE-ON-RECA (WS-TX-SUB)
                       MOVE NAME OF RECORD-A
                           TO WS-TX-SOURCE-NAME (WS-TX-SUB)
                   END-IF
                   IF WS-TX-DEST-NO (WS-TX-SUB) = WS-ACCOUNT-NO
                       MOVE "Y" TO WS-TX-DEST-ON-RECA (WS-TX-SUB)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                       UNTIL WS-SO-SUB > WS-SO-TABLE-COUNT
                   IF WS-SO-SOURCE-NO (WS-SO-SUB) = WS-ACCOUNT-NO
                       MOVE NAME OF RECORD-A TO WS-SO-NAME (WS-SO-SUB)
                   END-IF
               END-PERFORM
               READ RECA-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RECA-NOT-FOUND
               CLOSE RECA-FILE
           END-IF.

       1300-LOAD-CLOSED-ACCOUNTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT STATUS-FILE
           IF WS-STAT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ STATUS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF AST-CLOSED
                   IF WS-CL-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CL-TABLE-COUNT
                       MOVE AST-ACCOUNT-NO
                           TO WS-CL-ACCOUNT-NO (WS-CL-TABLE-COUNT)
                   END-IF
               END-IF
               READ STATUS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-STAT-NOT-FOUND
               CLOSE STATUS-FILE
           END-IF.

      ****************************************************************************
      * A new order needs both accounts to pass the Luhn check as R008           *
      * applies it, to be on RECORD-A and open, to differ, and a positive        *
      * amount, a known frequency and a first date not before today. A          *
      * change or cancellation must name an order still active.                 *
      ****************************************************************************
       2000-APPLY-MAINTENANCE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-TX-SOURCE-NO (WS-TX-SUB) TO WS-ACCOUNT-NO
           PERFORM 2900-VALIDATE-CHECK-DIGIT
           MOVE WS-VALID-FLAG TO WS-SOURCE-VALID-FLAG
           MOVE ZERO TO WS-SO-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SO-TABLE-COUNT
               IF WS-SO-SOURCE-NO (WS-SUB) = WS-TX-SOURCE-NO (WS-TX-SUB)
                   AND WS-SO-SEQUENCE (WS-SUB)
                       = WS-TX-SEQUENCE (WS-TX-SUB)
                   MOVE WS-SUB TO WS-SO-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TX-ACTION (WS-TX-SUB) NOT = "A"
                   AND WS-TX-ACTION (WS-TX-SUB) NOT = "C"
                   AND WS-TX-ACTION (WS-TX-SUB) NOT = "X"
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               WHEN NOT WS-SOURCE-VALID
                   MOVE "PAYING ACCOUNT FAILED LUHN CHECK DIGIT"
                       TO WS-REJECT-REASON
               WHEN WS-TX-ACTION (WS-TX-SUB) = "A"
                   PERFORM 2100-VALIDATE-NEW-ORDER
               WHEN WS-SO-SUB = ZERO
                   MOVE "NO SUCH STANDING ORDER" TO WS-REJECT-REASON
               WHEN WS-SO-STATUS (WS-SO-SUB) NOT = "A"
                   MOVE "STANDING ORDER NOT ACTIVE" TO WS-REJECT-REASON
               WHEN WS-TX-ACTION (WS-TX-SUB) = "C"
                   PERFORM 2200-VALIDATE-CHANGE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 2800-REJECT
               WHEN WS-TX-ACTION (WS-TX-SUB) = "A"
                   PERFORM 2300-ADD-ORDER
               WHEN WS-TX-ACTION (WS-TX-SUB) = "C"
                   PERFORM 2400-CHANGE-ORDER
               WHEN OTHER
                   MOVE "C" TO WS-SO-STATUS (WS-SO-SUB)
                   MOVE WS-CYCLE-DATE TO WS-SO-CHANGED-DATE (WS-SO-SUB)
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE "CANCELLED" TO WS-EVENT
                   PERFORM 4900-REPORT-ORDER
           END-EVALUATE.

       2100-VALIDATE-NEW-ORDER.
           MOVE WS-TX-DEST-NO (WS-TX-SUB) TO WS-ACCOUNT-NO
           PERFORM 2900-VALIDATE-CHECK-DIGIT
           MOVE WS-TX-FIRST-DATE (WS-TX-SUB) TO WS-DATE-WORK
           PERFORM 2950-CHECK-DATE
           EVALUATE TRUE
               WHEN NOT WS-VALID
                   MOVE "DESTINATION FAILED LUHN CHECK DIGIT"
                       TO WS-REJECT-REASON
               WHEN WS-TX-SOURCE-ON-RECA (WS-TX-SUB) = "N"
                   MOVE "PAYING ACCOUNT NOT ON RECORD-A"
                       TO WS-REJECT-REASON
               WHEN WS-TX-DEST-ON-RECA (WS-TX-SUB) = "N"
                   MOVE "DESTINATION NOT ON RECORD-A"
                       TO WS-REJECT-REASON
               WHEN WS-TX-DEST-NO (WS-TX-SUB)
                       = WS-TX-SOURCE-NO (WS-TX-SUB)
                   MOVE "PAYS THE ACCOUNT IT IS PAID FROM"
                       TO WS-REJECT-REASON
               WHEN WS-TX-AMOUNT (WS-TX-SUB) = ZERO
                   MOVE "NO AMOUNT" TO WS-REJECT-REASON
               WHEN WS-TX-FREQUENCY (WS-TX-SUB) NOT = "W"
                   AND WS-TX-FREQUENCY (WS-TX-SUB) NOT = "F"
                   AND WS-TX-FREQUENCY (WS-TX-SUB) NOT = "M"
                   AND WS-TX-FREQUENCY (WS-TX-SUB) NOT = "Q"
                   AND WS-TX-FREQUENCY (WS-TX-SUB) NOT = "Y"
                   MOVE "UNKNOWN FREQUENCY" TO WS-REJECT-REASON
               WHEN NOT WS-DATE-OK
                   MOVE "FIRST DATE NOT A DATE" TO WS-REJECT-REASON
               WHEN WS-TX-FIRST-DATE (WS-TX-SUB) < WS-CYCLE-DATE
                   MOVE "FIRST DATE IN THE PAST" TO WS-REJECT-REASON
               WHEN WS-TX-END-DATE (WS-TX-SUB) > ZERO
                   AND WS-TX-END-DATE (WS-TX-SUB)
                       < WS-TX-FIRST-DATE (WS-TX-SUB)
                   MOVE "ENDS BEFORE IT STARTS" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-TX-SOURCE-NO (WS-TX-SUB) TO WS-ACCOUNT-NO
                   PERFORM 2960-CHECK-CLOSED
                   IF NOT WS-ACCOUNT-IS-CLOSED
                       MOVE WS-TX-DEST-NO (WS-TX-SUB) TO WS-ACCOUNT-NO
                       PERFORM 2960-CHECK-CLOSED
                   END-IF
                   IF WS-ACCOUNT-IS-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2200-VALIDATE-CHANGE.
           IF WS-TX-DEST-NO (WS-TX-SUB) > ZERO
               MOVE WS-TX-DEST-NO (WS-TX-SUB) TO WS-ACCOUNT-NO
               PERFORM 2900-VALIDATE-CHECK-DIGIT
               PERFORM 2960-CHECK-CLOSED
               EVALUATE TRUE
                   WHEN NOT WS-VALID
                       MOVE "DESTINATION FAILED LUHN CHECK DIGIT"
                           TO WS-REJECT-REASON
                   WHEN WS-TX-DEST-ON-RECA (WS-TX-SUB) = "N"
                       MOVE "DESTINATION NOT ON RECORD-A"
                           TO WS-REJECT-REASON
                   WHEN WS-TX-DEST-NO (WS-TX-SUB)
                           = WS-TX-SOURCE-NO (WS-TX-SUB)
                       MOVE "PAYS THE ACCOUNT IT IS PAID FROM"
                           TO WS-REJECT-REASON
                   WHEN WS-ACCOUNT-IS-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-TX-END-DATE (WS-TX-SUB) > ZERO
               AND WS-TX-END-DATE (WS-TX-SUB)
                   < WS-SO-SCHEDULE-DATE (WS-SO-SUB)
               MOVE "ENDS BEFORE NEXT INSTALMENT" TO WS-REJECT-REASON
           END-IF.

      ****************************************************************************
      * A new order takes the next sequence under its paying account and is      *
      * placed in key order; its first execution is the first date rolled        *
      * to a business day.                                                       *
      ****************************************************************************
       2300-ADD-ORDER.
           IF WS-SO-TABLE-COUNT >= 5000
               SET WS-OVERFLOW TO TRUE
               MOVE "MASTER TABLE FULL" TO WS-REJECT-REASON
               PERFORM 2800-REJECT
           ELSE
               MOVE ZERO TO WS-NEXT-SEQUENCE
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SO-TABLE-COUNT
                   IF WS-SO-SOURCE-NO (WS-SUB)
                           = WS-TX-SOURCE-NO (WS-TX-SUB)
                       AND WS-SO-SEQUENCE (WS-SUB) > WS-NEXT-SEQUENCE
                       MOVE WS-SO-SEQUENCE (WS-SUB) TO WS-NEXT-SEQUENCE
                   END-IF
                   IF WS-SO-SOURCE-NO (WS-SUB)
                           > WS-TX-SOURCE-NO (WS-TX-SUB)
                       AND WS-HIT-SUB = ZERO
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NEXT-SEQUENCE
               IF WS-HIT-SUB = ZERO
                   COMPUTE WS-HIT-SUB = WS-SO-TABLE-COUNT + 1
               END-IF
               PERFORM VARYING WS-SUB FROM WS-SO-TABLE-COUNT BY -1
                       UNTIL WS-SUB < WS-HIT-SUB
                   MOVE WS-SO-ENTRY (WS-SUB) TO WS-SO-ENTRY (WS-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-SO-TABLE-COUNT
               MOVE WS-HIT-SUB TO WS-SO-SUB
               MOVE WS-TX-SOURCE-NO (WS-TX-SUB)
                   TO WS-SO-SOURCE-NO (WS-SO-SUB)
               MOVE WS-NEXT-SEQUENCE TO WS-SO-SEQUENCE (WS-SO-SUB)
               MOVE WS-TX-DEST-NO (WS-TX-SUB)
                   TO WS-SO-DEST-NO (WS-SO-SUB)
               MOVE WS-TX-AMOUNT (WS-TX-SUB) TO WS-SO-AMOUNT (WS-SO-SUB)
               MOVE WS-TX-FREQUENCY (WS-TX-SUB)
                   TO WS-SO-FREQUENCY (WS-SO-SUB)
               MOVE WS-TX-FIRST-DATE (WS-TX-SUB) TO WS-DATE-WORK
               MOVE WS-DATE-DAY TO WS-SO-ANCHOR-DAY (WS-SO-SUB)
               MOVE WS-TX-FIRST-DATE (WS-TX-SUB)
                   TO WS-SO-SCHEDULE-DATE (WS-SO-SUB)
               MOVE WS-TX-END-DATE (WS-TX-SUB)
                   TO WS-SO-END-DATE (WS-SO-SUB)
               MOVE "A" TO WS-SO-STATUS (WS-SO-SUB)
               MOVE ZERO TO WS-SO-RETRY-COUNT (WS-SO-SUB)
               MOVE ZERO TO WS-SO-FAIL-COUNT (WS-SO-SUB)
               MOVE ZERO TO WS-SO-LAST-PAID-DATE (WS-SO-SUB)
               MOVE WS-TX-USER-ID (WS-TX-SUB)
                   TO WS-SO-CREATED-BY (WS-SO-SUB)
               MOVE WS-CYCLE-DATE TO WS-SO-CHANGED-DATE (WS-SO-SUB)
               MOVE WS-TX-SOURCE-NAME (WS-TX-SUB)
                   TO WS-SO-NAME (WS-SO-SUB)
               PERFORM 4600-SET-EXECUTION-DATE
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED" TO WS-EVENT
               PERFORM 4900-REPORT-ORDER
           END-IF.

       2400-CHANGE-ORDER.
           IF WS-TX-DEST-NO (WS-TX-SUB) > ZERO
               MOVE WS-TX-DEST-NO (WS-TX-SUB)
                   TO WS-SO-DEST-NO (WS-SO-SUB)
           END-IF
           IF WS-TX-AMOUNT (WS-TX-SUB) > ZERO
               MOVE WS-TX-AMOUNT (WS-TX-SUB) TO WS-SO-AMOUNT (WS-SO-SUB)
           END-IF
           IF WS-TX-END-DATE (WS-TX-SUB) > ZERO
               MOVE WS-TX-END-DATE (WS-TX-SUB)
                   TO WS-SO-END-DATE (WS-SO-SUB)
           END-IF
           MOVE WS-CYCLE-DATE TO WS-SO-CHANGED-DATE (WS-SO-SUB)
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "CHANGED" TO WS-EVENT
           PERFORM 4900-REPORT-ORDER.

       2800-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED         " DELIMITED BY SIZE
               WS-TX-SOURCE-NO (WS-TX-SUB) DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               WS-TX-ACTION (WS-TX-SUB) DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               WS-TX-USER-ID (WS-TX-SUB) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Standard Luhn (mod-10) check, as R008 applies it: scanning from the
      * rightmost digit, double every second digit and subtract 9 from a
      * doubled value over 9; the number is valid when the sum of all
      * resulting digits is a multiple of 10.
       2900-VALIDATE-CHECK-DIGIT.
           MOVE ZERO TO WS-CHECKSUM
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > 16
               COMPUTE WS-POSITION-FROM-RIGHT = 17 - WS-SUBSCRIPT
               MOVE WS-DIGIT (WS-SUBSCRIPT) TO WS-WORK-DIGIT
               IF FUNCTION MOD (WS-POSITION-FROM-RIGHT, 2) = 0
                   COMPUTE WS-WORK-DIGIT = WS-WORK-DIGIT * 2
                   IF WS-WORK-DIGIT > 9
                       COMPUTE WS-WORK-DIGIT = WS-WORK-DIGIT - 9
                   END-IF
               END-IF
               ADD WS-WORK-DIGIT TO WS-CHECKSUM
           END-PERFORM
           MOVE "N" TO WS-VALID-FLAG
           IF FUNCTION MOD (WS-CHECKSUM, 10) = 0
               MOVE "Y" TO WS-VALID-FLAG
           END-IF.

       2950-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-FLAG
           IF WS-DATE-YEAR > 1600
               AND WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
               AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
               SET WS-DATE-OK TO TRUE
           END-IF.

       2960-CHECK-CLOSED.
           MOVE "N" TO WS-CLOSED-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CL-TABLE-COUNT
               IF WS-CL-ACCOUNT-NO (WS-SUB) = WS-ACCOUNT-NO
                   SET WS-ACCOUNT-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Every paying account of an active order, at its BALOUT balance - the     *
      * ledger account being the leading 8 digits of the ACCOUNT-NO. An          *
      * account not on BALOUT has nothing to pay from.                           *
      ****************************************************************************
       3000-JOIN-BALANCES.
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-TABLE-COUNT
               IF WS-SO-STATUS (WS-SO-SUB) = "A"
                   MOVE WS-SO-SOURCE-NO (WS-SO-SUB) TO WS-ACCOUNT-NO
                   MOVE WS-ACCOUNT-TEXT (1:8) TO WS-KEY-ACCOUNT
                   PERFORM 3100-FIND-LEDGER-ACCOUNT
                   IF WS-LB-SUB = ZERO
                       IF WS-LB-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-LB-TABLE-COUNT
                           MOVE WS-KEY-ACCOUNT
                               TO WS-LB-ACCOUNT (WS-LB-TABLE-COUNT)
                           MOVE ZERO
                               TO WS-LB-BALANCE (WS-LB-TABLE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
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
               MOVE BAL-ACCOUNT TO WS-KEY-ACCOUNT
               PERFORM 3100-FIND-LEDGER-ACCOUNT
               IF WS-LB-SUB > ZERO
                   MOVE BAL-BALANCE TO WS-LB-BALANCE (WS-LB-SUB)
               END-IF
               READ BAL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BAL-NOT-FOUND
               CLOSE BAL-FILE
           END-IF.

       3100-FIND-LEDGER-ACCOUNT.
           MOVE ZERO TO WS-LB-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LB-TABLE-COUNT
               IF WS-LB-ACCOUNT (WS-SUB) = WS-KEY-ACCOUNT
                   MOVE WS-SUB TO WS-LB-SUB
               END-IF
           END-PERFORM.

      ****************************************************************************
      * An order due today pays only if the paying account stays at or above     *
      * nil after it - its BALOUT balance as moved by the orders already run.    *
      * An order either account of which R206 has since closed is cancelled.     *
      ****************************************************************************
       4000-RUN-ORDER.
           MOVE WS-SO-SOURCE-NO (WS-SO-SUB) TO WS-ACCOUNT-NO
           PERFORM 2960-CHECK-CLOSED
           IF NOT WS-ACCOUNT-IS-CLOSED
               MOVE WS-SO-DEST-NO (WS-SO-SUB) TO WS-ACCOUNT-NO
               PERFORM 2960-CHECK-CLOSED
           END-IF
           MOVE WS-SO-SOURCE-NO (WS-SO-SUB) TO WS-ACCOUNT-NO
           MOVE WS-ACCOUNT-TEXT (1:8) TO WS-KEY-ACCOUNT
           PERFORM 3100-FIND-LEDGER-ACCOUNT
           MOVE WS-SO-DEST-NO (WS-SO-SUB) TO WS-DEST-ACCOUNT-NO
           EVALUATE TRUE
               WHEN WS-ACCOUNT-IS-CLOSED
                   MOVE "C" TO WS-SO-STATUS (WS-SO-SUB)
                   MOVE WS-CYCLE-DATE TO WS-SO-CHANGED-DATE (WS-SO-SUB)
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE "ACCOUNT CLOSED" TO WS-EVENT
                   PERFORM 4900-REPORT-ORDER
               WHEN WS-LB-SUB = ZERO
                   PERFORM 4200-REFUSE-ORDER
               WHEN WS-LB-BALANCE (WS-LB-SUB) - WS-SO-AMOUNT (WS-SO-SUB)
                       < ZERO
                   PERFORM 4200-REFUSE-ORDER
               WHEN OTHER
                   PERFORM 4100-PAY-ORDER
           END-EVALUATE.

      ****************************************************************************
      * The debit and the credit go to SORDNORM in the AMTNORM columns,          *
      * marked SORD, for operations to pass to R096 with the day's feed.         *
      ****************************************************************************
       4100-PAY-ORDER.
           COMPUTE WS-POST-AMOUNT = ZERO - WS-SO-AMOUNT (WS-SO-SUB)
           MOVE WS-ACCOUNT-TEXT (1:8) TO WS-POST-ACCOUNT
           PERFORM 4150-WRITE-POSTING
           MOVE WS-SO-AMOUNT (WS-SO-SUB) TO WS-POST-AMOUNT
           MOVE WS-DEST-ACCOUNT-TEXT (1:8) TO WS-POST-ACCOUNT
           PERFORM 4150-WRITE-POSTING
           SUBTRACT WS-SO-AMOUNT (WS-SO-SUB)
               FROM WS-LB-BALANCE (WS-LB-SUB)
           MOVE WS-DEST-ACCOUNT-TEXT (1:8) TO WS-KEY-ACCOUNT
           PERFORM 3100-FIND-LEDGER-ACCOUNT
           IF WS-LB-SUB > ZERO
               ADD WS-SO-AMOUNT (WS-SO-SUB) TO WS-LB-BALANCE (WS-LB-SUB)
           END-IF
           ADD 1 TO WS-PAID-COUNT
           ADD WS-SO-AMOUNT (WS-SO-SUB) TO WS-PAID-TOTAL
           MOVE WS-CYCLE-DATE TO WS-SO-LAST-PAID-DATE (WS-SO-SUB)
           MOVE ZERO TO WS-SO-RETRY-COUNT (WS-SO-SUB)
           MOVE ZERO TO WS-SO-FAIL-COUNT (WS-SO-SUB)
           MOVE "PAID" TO WS-EVENT
           PERFORM 4900-REPORT-ORDER
           PERFORM 4500-ROLL-SCHEDULE.

       4150-WRITE-POSTING.
           ADD 1 TO WS-POST-SEQ
           MOVE WS-POST-SEQ TO WS-POST-SEQ-EDIT
           MOVE WS-POST-AMOUNT TO WS-POST-EDIT
           MOVE SPACES TO POSTING-LINE
           STRING "SORD   " DELIMITED BY SIZE
               WS-POST-SEQ-EDIT DELIMITED BY SIZE
               " NORMALIZED-AMOUNT=" DELIMITED BY SIZE
               WS-POST-EDIT DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               WS-POST-ACCOUNT DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO POSTING-LINE
           WRITE POSTING-LINE.

      ****************************************************************************
      * Turned down for want of funds, the instalment is tried again on each     *
      * of the next SORD-RETRY-LIMIT business days (R120, compiled 2). When      *
      * those are spent it has failed: the customer is sent an advice and the    *
      * order moves to its next due date - unless SORD-FAIL-LIMIT instalments    *
      * (R120, compiled 3) have now failed in a row, when the order is           *
      * cancelled and the advice says so.                                        *
      ****************************************************************************
       4200-REFUSE-ORDER.
           IF WS-SO-RETRY-COUNT (WS-SO-SUB) < WS-RETRY-LIMIT
               ADD 1 TO WS-SO-RETRY-COUNT (WS-SO-SUB)
               ADD 1 TO WS-RETRY-COUNT
               MOVE "N" TO BD-FUNCTION
               MOVE "ALL" TO BD-REGION
               MOVE WS-CYCLE-DATE TO BD-DATE-1
               CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
               IF BD-STATUS = ZERO
                   MOVE BD-RESULT-DATE
                       TO WS-SO-NEXT-EXEC-DATE (WS-SO-SUB)
               ELSE
                   COMPUTE WS-SO-NEXT-EXEC-DATE (WS-SO-SUB) =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE) + 1)
               END-IF
               MOVE "RETRY" TO WS-EVENT
               PERFORM 4900-REPORT-ORDER
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               ADD 1 TO WS-SO-FAIL-COUNT (WS-SO-SUB)
               MOVE ZERO TO WS-SO-RETRY-COUNT (WS-SO-SUB)
               IF WS-SO-FAIL-COUNT (WS-SO-SUB) >= WS-FAIL-LIMIT
                   MOVE "X" TO WS-SO-STATUS (WS-SO-SUB)
                   MOVE WS-CYCLE-DATE TO WS-SO-CHANGED-DATE (WS-SO-SUB)
                   ADD 1 TO WS-AUTO-CANCEL-COUNT
                   MOVE "AUTO-CANCELLED" TO WS-EVENT
                   PERFORM 4900-REPORT-ORDER
                   PERFORM 4800-WRITE-ADVICE
               ELSE
                   MOVE "FAILED" TO WS-EVENT
                   PERFORM 4900-REPORT-ORDER
                   PERFORM 4800-WRITE-ADVICE
                   PERFORM 4500-ROLL-SCHEDULE
               END-IF
           END-IF.

      ****************************************************************************
      * The next instalment: a week or two on, or one, three or twelve months    *
      * on at the anchor day - the month's last day when the month is shorter.   *
      * An order whose next instalment falls after its end date has ended.       *
      ****************************************************************************
       4500-ROLL-SCHEDULE.
           MOVE WS-SO-SCHEDULE-DATE (WS-SO-SUB) TO WS-DATE-WORK
           EVALUATE WS-SO-FREQUENCY (WS-SO-SUB)
               WHEN "W"
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) + 7)
               WHEN "F"
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) + 14)
               WHEN OTHER
                   EVALUATE WS-SO-FREQUENCY (WS-SO-SUB)
                       WHEN "Q"
                           MOVE 3 TO WS-MONTH-STEP
                       WHEN "Y"
                           MOVE 12 TO WS-MONTH-STEP
                       WHEN OTHER
                           MOVE 1 TO WS-MONTH-STEP
                   END-EVALUATE
                   COMPUTE WS-MONTH-COUNT = (WS-DATE-YEAR * 12)
                       + WS-DATE-MONTH - 1 + WS-MONTH-STEP
                   COMPUTE WS-DATE-YEAR = WS-MONTH-COUNT / 12
                   COMPUTE WS-DATE-MONTH =
                       WS-MONTH-COUNT - (WS-DATE-YEAR * 12) + 1
                   MOVE 1 TO WS-DATE-DAY
                   COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) + 31)
                   MOVE 1 TO WS-MONTH-END-DAY
                   COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1)
                   IF WS-SO-ANCHOR-DAY (WS-SO-SUB) > WS-MONTH-END-DAY
                       MOVE WS-MONTH-END-DAY TO WS-DATE-DAY
                   ELSE
                       MOVE WS-SO-ANCHOR-DAY (WS-SO-SUB) TO WS-DATE-DAY
                   END-IF
           END-EVALUATE
           MOVE WS-DATE-WORK TO WS-SO-SCHEDULE-DATE (WS-SO-SUB)
           IF WS-SO-END-DATE (WS-SO-SUB) > ZERO
               AND WS-SO-SCHEDULE-DATE (WS-SO-SUB)
                   > WS-SO-END-DATE (WS-SO-SUB)
               MOVE "E" TO WS-SO-STATUS (WS-SO-SUB)
               MOVE WS-CYCLE-DATE TO WS-SO-CHANGED-DATE (WS-SO-SUB)
               ADD 1 TO WS-ENDED-COUNT
               MOVE "ENDED" TO WS-EVENT
               PERFORM 4900-REPORT-ORDER
           ELSE
               PERFORM 4600-SET-EXECUTION-DATE
           END-IF.

      ****************************************************************************
      * The schedule date itself when it is a business day, else the next       *
      * business day after it (R090).                                           *
      ****************************************************************************
       4600-SET-EXECUTION-DATE.
           MOVE "N" TO BD-FUNCTION
           MOVE "ALL" TO BD-REGION
           COMPUTE BD-DATE-1 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (WS-SO-SCHEDULE-DATE (WS-SO-SUB)) - 1)
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           IF BD-STATUS = ZERO
               MOVE BD-RESULT-DATE TO WS-SO-NEXT-EXEC-DATE (WS-SO-SUB)
           ELSE
               MOVE WS-SO-SCHEDULE-DATE (WS-SO-SUB)
                   TO WS-SO-NEXT-EXEC-DATE (WS-SO-SUB)
           END-IF.

      ****************************************************************************
      * The failure advice to the paying customer, by the RECORD-A name.         *
      ****************************************************************************
       4800-WRITE-ADVICE.
           MOVE WS-SO-AMOUNT (WS-SO-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO ADVICE-LINE
           STRING "TO: " DELIMITED BY SIZE
               WS-SO-NAME (WS-SO-SUB) DELIMITED BY "  "
               " RE: ACCOUNT " DELIMITED BY SIZE
               WS-SO-SOURCE-NO (WS-SO-SUB) DELIMITED BY SIZE
               INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "    YOUR STANDING ORDER " DELIMITED BY SIZE
               WS-SO-SEQUENCE (WS-SO-SUB) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " TO ACCOUNT " DELIMITED BY SIZE
               WS-SO-DEST-NO (WS-SO-SUB) DELIMITED BY SIZE
               INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           STRING "    DUE " DELIMITED BY SIZE
               WS-SO-SCHEDULE-DATE (WS-SO-SUB) DELIMITED BY SIZE
               " COULD NOT BE PAID - THERE WERE NOT ENOUGH FUNDS."
                   DELIMITED BY SIZE
               INTO ADVICE-LINE
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           IF WS-SO-STATUS (WS-SO-SUB) = "X"
               MOVE WS-SO-FAIL-COUNT (WS-SO-SUB) TO WS-COUNT-EDIT
               STRING "    THE ORDER HAS BEEN CANCELLED AFTER "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " FAILED PAYMENTS IN A ROW." DELIMITED BY SIZE
                   INTO ADVICE-LINE
           ELSE
               STRING "    THE ORDER STANDS AND WILL BE PAID ON ITS "
                   DELIMITED BY SIZE
                   "NEXT DUE DATE." DELIMITED BY SIZE
                   INTO ADVICE-LINE
           END-IF
           WRITE ADVICE-LINE
           MOVE SPACES TO ADVICE-LINE
           WRITE ADVICE-LINE.

       4900-REPORT-ORDER.
           MOVE WS-SO-AMOUNT (WS-SO-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-EVENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SO-SOURCE-NO (WS-SO-SUB) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-SO-SEQUENCE (WS-SO-SUB) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SO-DEST-NO (WS-SO-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SO-FREQUENCY (WS-SO-SUB) DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               WS-SO-SCHEDULE-DATE (WS-SO-SUB) DELIMITED BY SIZE
               " NEXT RUN " DELIMITED BY SIZE
               WS-SO-NEXT-EXEC-DATE (WS-SO-SUB) DELIMITED BY SIZE
               " FAILS " DELIMITED BY SIZE
               WS-SO-FAIL-COUNT (WS-SO-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-ORDER-MASTER.
           OPEN OUTPUT ORDER-OUT-FILE
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-TABLE-COUNT
               MOVE WS-SO-SOURCE-NO (WS-SO-SUB)
                   TO SO-SOURCE-ACCOUNT-NO OF STANDING-ORDER-RECORD
               MOVE WS-SO-SEQUENCE (WS-SO-SUB)
                   TO SO-SEQUENCE OF STANDING-ORDER-RECORD
               MOVE WS-SO-DEST-NO (WS-SO-SUB)
                   TO SO-DEST-ACCOUNT-NO OF STANDING-ORDER-RECORD
               MOVE WS-SO-AMOUNT (WS-SO-SUB)
                   TO SO-AMOUNT OF STANDING-ORDER-RECORD
               MOVE WS-SO-FREQUENCY (WS-SO-SUB)
                   TO SO-FREQUENCY OF STANDING-ORDER-RECORD
               MOVE WS-SO-ANCHOR-DAY (WS-SO-SUB)
                   TO SO-ANCHOR-DAY OF STANDING-ORDER-RECORD
               MOVE WS-SO-SCHEDULE-DATE (WS-SO-SUB)
                   TO SO-SCHEDULE-DATE OF STANDING-ORDER-RECORD
               MOVE WS-SO-NEXT-EXEC-DATE (WS-SO-SUB)
                   TO SO-NEXT-EXEC-DATE OF STANDING-ORDER-RECORD
               MOVE WS-SO-END-DATE (WS-SO-SUB)
                   TO SO-END-DATE OF STANDING-ORDER-RECORD
               MOVE WS-SO-STATUS (WS-SO-SUB)
                   TO SO-STATUS OF STANDING-ORDER-RECORD
               MOVE WS-SO-RETRY-COUNT (WS-SO-SUB)
                   TO SO-RETRY-COUNT OF STANDING-ORDER-RECORD
               MOVE WS-SO-FAIL-COUNT (WS-SO-SUB)
                   TO SO-FAIL-COUNT OF STANDING-ORDER-RECORD
               MOVE WS-SO-LAST-PAID-DATE (WS-SO-SUB)
                   TO SO-LAST-PAID-DATE OF STANDING-ORDER-RECORD
               MOVE WS-SO-CREATED-BY (WS-SO-SUB)
                   TO SO-CREATED-BY OF STANDING-ORDER-RECORD
               MOVE WS-SO-CHANGED-DATE (WS-SO-SUB)
                   TO SO-CHANGED-DATE OF STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE ORDER-OUT-FILE.
