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
      * R163-RM-COMMISSION-LEDGER                                                *
      *                                                                          *
      * Nightly feed of the relationship-manager commission ledger               *
      * (commission-event.cpy, COMMLOG, appended - never rewritten) that         *
      * R164 turns into the monthly statements. Every receipt R058 settled       *
      * tonight (SETTLE) is credited to the manager who owned the contract's     *
      * company on the payment date (the date off R113's register,               *
      * RCPTREGOUT, or tonight's cycle date), and every renewal offer R060       *
      * carries as accepted on OFFEROUT is credited once, on the night it is     *
      * first seen. Ownership on a date is read from R128's RMHIST history,      *
      * so a mid-month reassignment splits the month between the two             *
      * managers; a company with no history is taken from the current            *
      * master RMASGOUT. Clawbacks go to the manager who was credited: a         *
      * receipt R111 reversed (REVREG) or R161 dishonoured (DSHNRCPT) is         *
      * charged back at the credited amount, and a contract R101 has written     *
      * off (WOFFOUT status W) has every credit of the last WS-CLAWBACK-DAYS     *
      * (parameter COMM-CLAWBACK-DAYS) charged back. The ledger itself           *
      * guards against double counting - a receipt, renewal or clawback          *
      * already on it is not written again - so a rerun is harmless.             *
      * Contracts and companies are joined through ENTIN and COMPIN the way      *
      * R128's portfolio report joins them.                                      *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R163-RM-COMMISSION-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ASG-FILE ASSIGN TO "RMASGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.

           SELECT RMHIST-FILE ASSIGN TO "RMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMHIST-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT REG-FILE ASSIGN TO "RCPTREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OFFER-FILE ASSIGN TO "OFFEROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.

           SELECT REV-REG-FILE ASSIGN TO "REVREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVREG-STATUS.

           SELECT DSH-FILE ASSIGN TO "DSHNRCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSH-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "COMMLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEDGER-READ-FILE ASSIGN TO "COMMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-READ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ASG-FILE.
       COPY "rm-assignment".

       FD  RMHIST-FILE.
       01  RMHIST-LINE                  PIC X(110).

       FD  SETTLE-FILE.
       01  SETTLE-LINE                  PIC X(100).

       FD  REG-FILE.
       COPY "receipt-register".

       FD  OFFER-FILE.
       COPY "renewal-offer".

       FD  REV-REG-FILE.
       01  REV-REG-LINE                 PIC X(100).

       FD  DSH-FILE.
       COPY "dishonour-record".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  LEDGER-FILE.
       COPY "commission-event".

       FD  LEDGER-READ-FILE.
       COPY "commission-event" REPLACING COMMISSION-EVENT-RECORD
           BY LEDGER-READ-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ASG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ASG-EOF                      VALUE "Y".
       01  WS-ASG-STATUS            PIC XX.
           88  WS-ASG-NOT-FOUND             VALUE "35".
       01  WS-RMHIST-EOF-FLAG       PIC X      VALUE "N".
           88  WS-RMHIST-EOF                   VALUE "Y".
       01  WS-RMHIST-STATUS         PIC XX.
           88  WS-RMHIST-NOT-FOUND          VALUE "35".
       01  WS-SETTLE-EOF-FLAG       PIC X      VALUE "N".
           88  WS-SETTLE-EOF                   VALUE "Y".
       01  WS-SETTLE-STATUS         PIC XX.
           88  WS-SETTLE-NOT-FOUND          VALUE "35".
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-OFFER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OFFER-EOF                    VALUE "Y".
       01  WS-OFFER-STATUS          PIC XX.
           88  WS-OFFER-NOT-FOUND           VALUE "35".
       01  WS-REVREG-EOF-FLAG       PIC X      VALUE "N".
           88  WS-REVREG-EOF                   VALUE "Y".
       01  WS-REVREG-STATUS         PIC XX.
           88  WS-REVREG-NOT-FOUND          VALUE "35".
       01  WS-DSH-EOF-FLAG          PIC X      VALUE "N".
           88  WS-DSH-EOF                      VALUE "Y".
       01  WS-DSH-STATUS            PIC XX.
           88  WS-DSH-NOT-FOUND             VALUE "35".
       01  WS-WOFF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-WOFF-EOF                     VALUE "Y".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-LEDGER-READ-EOF-FLAG  PIC X      VALUE "N".
           88  WS-LEDGER-READ-EOF              VALUE "Y".
       01  WS-LEDGER-READ-STATUS    PIC XX.
           88  WS-LEDGER-READ-NOT-FOUND     VALUE "35".

       01  WS-CLAWBACK-DAYS         PIC 9(3)   VALUE 180.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-COMPANY       PIC X(10).

       01  WS-ASG-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY         OCCURS 500 TIMES.
               10  WS-ASG-COMPANY       PIC X(10).
               10  WS-ASG-FIRST         PIC X(16).
               10  WS-ASG-LAST          PIC X(16).

       01  WS-RMH-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-RMH-TABLE.
           05  WS-RMH-ENTRY         OCCURS 2000 TIMES.
               10  WS-RMH-DATE          PIC 9(8).
               10  WS-RMH-TYPE          PIC X(1).
               10  WS-RMH-COMPANY       PIC X(10).
               10  WS-RMH-FROM-FIRST    PIC X(16).
               10  WS-RMH-FROM-LAST     PIC X(16).
               10  WS-RMH-TO-FIRST      PIC X(16).
               10  WS-RMH-TO-LAST       PIC X(16).

       01  WS-REG-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 500 TIMES.
               10  WS-REG-BANK-REF      PIC X(12).
               10  WS-REG-DATE          PIC 9(8).

       01  WS-LDG-TABLE-COUNT       PIC 9(5)   VALUE ZERO.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY         OCCURS 20000 TIMES.
               10  WS-LDG-RECORD        PIC X(91).

       COPY "commission-event" REPLACING COMMISSION-EVENT-RECORD
           BY WS-LDG-WORK.

       01  WS-SUB                   PIC 9(5)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(5)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(5)   VALUE ZERO.
       01  WS-LDG-SUB               PIC 9(5)   VALUE ZERO.
       01  WS-LDG-LIMIT             PIC 9(5)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-ID    PIC X(10)  VALUE SPACES.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.

       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-WORK           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-WOFF-CUTOFF           PIC 9(8)   VALUE ZERO.

       01  WS-EVT-DATE              PIC 9(8)   VALUE ZERO.
       01  WS-EVT-TYPE              PIC X(1)   VALUE SPACE.
       01  WS-EVT-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-EVT-COMPANY           PIC X(10)  VALUE SPACES.
       01  WS-EVT-REFERENCE         PIC X(12)  VALUE SPACES.
       01  WS-EVT-BASE              PIC S9(11)V9(2) VALUE ZERO.
       01  WS-RM-FIRST              PIC X(16)  VALUE SPACES.
       01  WS-RM-LAST               PIC X(16)  VALUE SPACES.
       01  WS-RM-RESOLVED-FLAG      PIC X      VALUE "N".
           88  WS-RM-RESOLVED                  VALUE "Y".
       01  WS-ON-LEDGER-FLAG        PIC X      VALUE "N".
           88  WS-ON-LEDGER                    VALUE "Y".

       01  WS-RECEIPTS-CREDITED     PIC 9(9)   VALUE ZERO.
       01  WS-RENEWALS-CREDITED     PIC 9(9)   VALUE ZERO.
       01  WS-REVERSALS-CHARGED     PIC 9(9)   VALUE ZERO.
       01  WS-WRITEOFFS-CHARGED     PIC 9(9)   VALUE ZERO.
       01  WS-UNOWNED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R163" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "COMM-CLAWBACK-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-CLAWBACK-DAYS
           END-IF
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-CONTRACTS
           PERFORM 1200-LOAD-ASSIGNMENTS
           PERFORM 1300-LOAD-RM-HISTORY
           PERFORM 1400-LOAD-RECEIPT-REGISTER
           PERFORM 1500-LOAD-LEDGER
           OPEN EXTEND LEDGER-FILE
           PERFORM 2000-CREDIT-SETTLED-RECEIPTS
           PERFORM 2200-CREDIT-ACCEPTED-RENEWALS
           PERFORM 3000-CHARGE-REVERSED-RECEIPTS
           PERFORM 3200-CHARGE-DISHONOURED-RECEIPTS
           PERFORM 3400-CHARGE-WRITTEN-OFF-CONTRACTS
           CLOSE LEDGER-FILE
           DISPLAY "R163: RECEIPTS CREDITED      " WS-RECEIPTS-CREDITED
           DISPLAY "R163: RENEWALS CREDITED      " WS-RENEWALS-CREDITED
           DISPLAY "R163: REVERSALS CHARGED BACK " WS-REVERSALS-CHARGED
           DISPLAY "R163: WRITE-OFFS CHARGED BACK"
               WS-WRITEOFFS-CHARGED
           DISPLAY "R163: EVENTS WITH NO MANAGER " WS-UNOWNED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R163: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1100-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
                   MOVE SPACES TO WS-CURRENT-COMPANY-ID
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           MOVE WS-COMP-ID (WS-SUB)
                               TO WS-CURRENT-COMPANY-ID
                       END-IF
                   END-PERFORM
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   AND WS-CURRENT-COMPANY-ID NOT = SPACES
                   IF WS-CON-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CON-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT
                           TO WS-CON-CONTRACT (WS-CON-TABLE-COUNT)
                       MOVE WS-CURRENT-COMPANY-ID
                           TO WS-CON-COMPANY (WS-CON-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1200-LOAD-ASSIGNMENTS.
           OPEN INPUT ASG-FILE
           IF WS-ASG-NOT-FOUND
               SET WS-ASG-EOF TO TRUE
           ELSE
               READ ASG-FILE
                   AT END SET WS-ASG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ASG-EOF
               IF WS-ASG-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ASG-TABLE-COUNT
                   MOVE RM-COMPANY-ID
                       TO WS-ASG-COMPANY (WS-ASG-TABLE-COUNT)
                   MOVE RM-FIRST-NAME
                       TO WS-ASG-FIRST (WS-ASG-TABLE-COUNT)
                   MOVE RM-LAST-NAME
                       TO WS-ASG-LAST (WS-ASG-TABLE-COUNT)
               END-IF
               READ ASG-FILE
                   AT END SET WS-ASG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASG-NOT-FOUND
               CLOSE ASG-FILE
           END-IF.

      ****************************************************************************
      * RMHIST is R128's appended history in the fixed columns its STRINGs       *
      * lay down: A "ASSIGNED company FROM old TO new", M "MASS-MOVED            *
      * company TO new", U "UNASSIGNED company". Rejected transactions           *
      * changed nothing and are skipped.                                         *
      ****************************************************************************
       1300-LOAD-RM-HISTORY.
           OPEN INPUT RMHIST-FILE
           IF WS-RMHIST-NOT-FOUND
               SET WS-RMHIST-EOF TO TRUE
           ELSE
               READ RMHIST-FILE
                   AT END SET WS-RMHIST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RMHIST-EOF
               IF RMHIST-LINE (1:8) IS NUMERIC
                   AND (RMHIST-LINE (9:10) = " ASSIGNED "
                       OR RMHIST-LINE (9:12) = " MASS-MOVED "
                       OR RMHIST-LINE (9:12) = " UNASSIGNED ")
                   IF WS-RMH-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-RMH-TABLE-COUNT
                       PERFORM 1350-PARSE-RM-HISTORY-LINE
                   END-IF
               END-IF
               READ RMHIST-FILE
                   AT END SET WS-RMHIST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RMHIST-NOT-FOUND
               CLOSE RMHIST-FILE
           END-IF.

       1350-PARSE-RM-HISTORY-LINE.
           MOVE WS-RMH-TABLE-COUNT TO WS-SUB
           MOVE RMHIST-LINE (1:8) TO WS-RMH-DATE (WS-SUB)
           MOVE SPACES TO WS-RMH-FROM-FIRST (WS-SUB)
           MOVE SPACES TO WS-RMH-FROM-LAST (WS-SUB)
           MOVE SPACES TO WS-RMH-TO-FIRST (WS-SUB)
           MOVE SPACES TO WS-RMH-TO-LAST (WS-SUB)
           EVALUATE TRUE
               WHEN RMHIST-LINE (9:10) = " ASSIGNED "
                   MOVE "A" TO WS-RMH-TYPE (WS-SUB)
                   MOVE RMHIST-LINE (19:10) TO WS-RMH-COMPANY (WS-SUB)
                   MOVE RMHIST-LINE (35:16)
                       TO WS-RMH-FROM-FIRST (WS-SUB)
                   MOVE RMHIST-LINE (52:16)
                       TO WS-RMH-FROM-LAST (WS-SUB)
                   MOVE RMHIST-LINE (72:16) TO WS-RMH-TO-FIRST (WS-SUB)
                   MOVE RMHIST-LINE (89:16) TO WS-RMH-TO-LAST (WS-SUB)
               WHEN RMHIST-LINE (9:12) = " MASS-MOVED "
                   MOVE "M" TO WS-RMH-TYPE (WS-SUB)
                   MOVE RMHIST-LINE (21:10) TO WS-RMH-COMPANY (WS-SUB)
                   MOVE RMHIST-LINE (35:16) TO WS-RMH-TO-FIRST (WS-SUB)
                   MOVE RMHIST-LINE (52:16) TO WS-RMH-TO-LAST (WS-SUB)
               WHEN OTHER
                   MOVE "U" TO WS-RMH-TYPE (WS-SUB)
                   MOVE RMHIST-LINE (21:10) TO WS-RMH-COMPANY (WS-SUB)
           END-EVALUATE.

       1400-LOAD-RECEIPT-REGISTER.
           OPEN INPUT REG-FILE
           IF WS-REG-NOT-FOUND
               SET WS-REG-EOF TO TRUE
           ELSE
               READ REG-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               IF WS-REG-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REG-TABLE-COUNT
                   MOVE RCP-BANK-REF
                       TO WS-REG-BANK-REF (WS-REG-TABLE-COUNT)
                   MOVE RCP-DATE TO WS-REG-DATE (WS-REG-TABLE-COUNT)
               END-IF
               READ REG-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REG-FILE
           END-IF.

       1500-LOAD-LEDGER.
           OPEN INPUT LEDGER-READ-FILE
           IF WS-LEDGER-READ-NOT-FOUND
               SET WS-LEDGER-READ-EOF TO TRUE
           ELSE
               READ LEDGER-READ-FILE
                   AT END SET WS-LEDGER-READ-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LEDGER-READ-EOF
               IF WS-LDG-TABLE-COUNT >= 20000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-LDG-TABLE-COUNT
                   MOVE LEDGER-READ-RECORD
                       TO WS-LDG-RECORD (WS-LDG-TABLE-COUNT)
               END-IF
               READ LEDGER-READ-FILE
                   AT END SET WS-LEDGER-READ-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LEDGER-READ-NOT-FOUND
               CLOSE LEDGER-READ-FILE
           END-IF.

       2000-CREDIT-SETTLED-RECEIPTS.
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-NOT-FOUND
               SET WS-SETTLE-EOF TO TRUE
           ELSE
               READ SETTLE-FILE
                   AT END SET WS-SETTLE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SETTLE-EOF
               IF SETTLE-LINE (1:8) = "SETTLED "
                   PERFORM 2100-CREDIT-ONE-RECEIPT
               END-IF
               READ SETTLE-FILE
                   AT END SET WS-SETTLE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SETTLE-NOT-FOUND
               CLOSE SETTLE-FILE
           END-IF.

       2100-CREDIT-ONE-RECEIPT.
           MOVE "R" TO WS-EVT-TYPE
           MOVE SETTLE-LINE (9:15) TO WS-EVT-CONTRACT
           MOVE SETTLE-LINE (33:12) TO WS-EVT-REFERENCE
           PERFORM 2900-CHECK-ON-LEDGER
           IF NOT WS-ON-LEDGER
               MOVE ZERO TO WS-FIELD-POS
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > 81
                   IF SETTLE-LINE (WS-SCAN-SUB:7) = "AMOUNT="
                       AND WS-FIELD-POS = ZERO
                       COMPUTE WS-FIELD-POS = WS-SCAN-SUB + 7
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-AMOUNT-WORK
               IF WS-FIELD-POS > ZERO
                   COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL
                       (SETTLE-LINE (WS-FIELD-POS:13))
               END-IF
               MOVE WS-AMOUNT-WORK TO WS-EVT-BASE
               MOVE WS-CURRENT-DATE-NUM TO WS-EVT-DATE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REG-TABLE-COUNT
                   IF WS-REG-BANK-REF (WS-SUB) = WS-EVT-REFERENCE
                       MOVE WS-REG-DATE (WS-SUB) TO WS-EVT-DATE
                   END-IF
               END-PERFORM
               PERFORM 2800-RESOLVE-MANAGER
               IF WS-RM-RESOLVED
                   ADD 1 TO WS-RECEIPTS-CREDITED
                   PERFORM 2950-APPEND-LEDGER-ENTRY
               END-IF
           END-IF.

      ****************************************************************************
      * An accepted offer stays on OFFEROUT night after night; the ledger        *
      * entry keyed by contract and offer date is what makes it count once.      *
      ****************************************************************************
       2200-CREDIT-ACCEPTED-RENEWALS.
           OPEN INPUT OFFER-FILE
           IF WS-OFFER-NOT-FOUND
               SET WS-OFFER-EOF TO TRUE
           ELSE
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OFFER-EOF
               IF OFF-ACCEPTED
                   MOVE "N" TO WS-EVT-TYPE
                   MOVE OFF-CONTRACT-NUMBER TO WS-EVT-CONTRACT
                   MOVE SPACES TO WS-EVT-REFERENCE
                   MOVE OFF-GENERATED-DATE TO WS-EVT-REFERENCE (1:8)
                   PERFORM 2900-CHECK-ON-LEDGER
                   IF NOT WS-ON-LEDGER
                       MOVE OFF-AMOUNT TO WS-EVT-BASE
                       MOVE WS-CURRENT-DATE-NUM TO WS-EVT-DATE
                       PERFORM 2800-RESOLVE-MANAGER
                       IF WS-RM-RESOLVED
                           ADD 1 TO WS-RENEWALS-CREDITED
                           PERFORM 2950-APPEND-LEDGER-ENTRY
                       END-IF
                   END-IF
               END-IF
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OFFER-NOT-FOUND
               CLOSE OFFER-FILE
           END-IF.

      ****************************************************************************
      * Owner of WS-EVT-CONTRACT's company on WS-EVT-DATE: the last RMHIST       *
      * change on or before the date; failing that, the manager the first        *
      * later reassignment moved the company FROM; failing that, the current     *
      * master. An unassigned company credits nobody.                            *
      ****************************************************************************
       2800-RESOLVE-MANAGER.
           MOVE "N" TO WS-RM-RESOLVED-FLAG
           MOVE SPACES TO WS-RM-FIRST
           MOVE SPACES TO WS-RM-LAST
           MOVE SPACES TO WS-EVT-COMPANY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CON-TABLE-COUNT
               IF WS-CON-CONTRACT (WS-SUB) = WS-EVT-CONTRACT
                   MOVE WS-CON-COMPANY (WS-SUB) TO WS-EVT-COMPANY
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-HIT-SUB
           IF WS-EVT-COMPANY NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RMH-TABLE-COUNT
                   IF WS-RMH-COMPANY (WS-SUB) = WS-EVT-COMPANY
                       AND WS-RMH-DATE (WS-SUB) NOT > WS-EVT-DATE
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB > ZERO
                   MOVE WS-RMH-TO-FIRST (WS-HIT-SUB) TO WS-RM-FIRST
                   MOVE WS-RMH-TO-LAST (WS-HIT-SUB) TO WS-RM-LAST
               ELSE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-RMH-TABLE-COUNT
                               OR WS-HIT-SUB > ZERO
                       IF WS-RMH-COMPANY (WS-SUB) = WS-EVT-COMPANY
                           AND WS-RMH-TYPE (WS-SUB) = "A"
                           MOVE WS-SUB TO WS-HIT-SUB
                       END-IF
                   END-PERFORM
                   IF WS-HIT-SUB > ZERO
                       MOVE WS-RMH-FROM-FIRST (WS-HIT-SUB)
                           TO WS-RM-FIRST
                       MOVE WS-RMH-FROM-LAST (WS-HIT-SUB)
                           TO WS-RM-LAST
                   ELSE
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-ASG-TABLE-COUNT
                           IF WS-ASG-COMPANY (WS-SUB) = WS-EVT-COMPANY
                               MOVE WS-ASG-FIRST (WS-SUB)
                                   TO WS-RM-FIRST
                               MOVE WS-ASG-LAST (WS-SUB)
                                   TO WS-RM-LAST
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF
           IF WS-RM-FIRST = SPACES AND WS-RM-LAST = SPACES
               ADD 1 TO WS-UNOWNED-COUNT
           ELSE
               SET WS-RM-RESOLVED TO TRUE
           END-IF.

       2900-CHECK-ON-LEDGER.
           MOVE "N" TO WS-ON-LEDGER-FLAG
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                   UNTIL WS-LDG-SUB > WS-LDG-TABLE-COUNT
                       OR WS-ON-LEDGER
               MOVE WS-LDG-RECORD (WS-LDG-SUB) TO WS-LDG-WORK
               IF CE-EVENT-TYPE OF WS-LDG-WORK = WS-EVT-TYPE
                   AND CE-CONTRACT-NUMBER OF WS-LDG-WORK
                       = WS-EVT-CONTRACT
                   AND CE-REFERENCE OF WS-LDG-WORK = WS-EVT-REFERENCE
                   SET WS-ON-LEDGER TO TRUE
               END-IF
           END-PERFORM.

       2950-APPEND-LEDGER-ENTRY.
           MOVE WS-EVT-DATE TO CE-EVENT-DATE OF COMMISSION-EVENT-RECORD
           MOVE WS-EVT-TYPE TO CE-EVENT-TYPE OF COMMISSION-EVENT-RECORD
           MOVE WS-EVT-CONTRACT
               TO CE-CONTRACT-NUMBER OF COMMISSION-EVENT-RECORD
           MOVE WS-EVT-COMPANY
               TO CE-COMPANY-ID OF COMMISSION-EVENT-RECORD
           MOVE WS-RM-FIRST
               TO CE-RM-FIRST-NAME OF COMMISSION-EVENT-RECORD
           MOVE WS-RM-LAST
               TO CE-RM-LAST-NAME OF COMMISSION-EVENT-RECORD
           MOVE WS-EVT-REFERENCE
               TO CE-REFERENCE OF COMMISSION-EVENT-RECORD
           MOVE WS-EVT-BASE TO CE-BASE-AMOUNT OF COMMISSION-EVENT-RECORD
           WRITE COMMISSION-EVENT-RECORD
           IF WS-LDG-TABLE-COUNT >= 20000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-LDG-TABLE-COUNT
               MOVE COMMISSION-EVENT-RECORD
                   TO WS-LDG-RECORD (WS-LDG-TABLE-COUNT)
           END-IF.

      ****************************************************************************
      * REVREG mirrors the SETTLE line one column to the right behind            *
      * "REVERSED": contract at 10, bank reference at 34.                        *
      ****************************************************************************
       3000-CHARGE-REVERSED-RECEIPTS.
           OPEN INPUT REV-REG-FILE
           IF WS-REVREG-NOT-FOUND
               SET WS-REVREG-EOF TO TRUE
           ELSE
               READ REV-REG-FILE
                   AT END SET WS-REVREG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REVREG-EOF
               IF REV-REG-LINE (1:8) = "REVERSED"
                   MOVE REV-REG-LINE (10:15) TO WS-EVT-CONTRACT
                   MOVE REV-REG-LINE (34:12) TO WS-EVT-REFERENCE
                   PERFORM 3100-CHARGE-BACK-RECEIPT
               END-IF
               READ REV-REG-FILE
                   AT END SET WS-REVREG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REVREG-NOT-FOUND
               CLOSE REV-REG-FILE
           END-IF.

      ****************************************************************************
      * The charge-back mirrors the credit: same manager, same company,          *
      * the credited base negated - and only once per receipt.                   *
      ****************************************************************************
       3100-CHARGE-BACK-RECEIPT.
           MOVE "C" TO WS-EVT-TYPE
           PERFORM 2900-CHECK-ON-LEDGER
           IF NOT WS-ON-LEDGER
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                       UNTIL WS-LDG-SUB > WS-LDG-TABLE-COUNT
                   MOVE WS-LDG-RECORD (WS-LDG-SUB) TO WS-LDG-WORK
                   IF CE-RECEIPT OF WS-LDG-WORK
                       AND CE-CONTRACT-NUMBER OF WS-LDG-WORK
                           = WS-EVT-CONTRACT
                       AND CE-REFERENCE OF WS-LDG-WORK
                           = WS-EVT-REFERENCE
                       MOVE WS-LDG-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB > ZERO
                   MOVE WS-LDG-RECORD (WS-HIT-SUB) TO WS-LDG-WORK
                   MOVE WS-CURRENT-DATE-NUM TO WS-EVT-DATE
                   MOVE CE-COMPANY-ID OF WS-LDG-WORK TO WS-EVT-COMPANY
                   MOVE CE-RM-FIRST-NAME OF WS-LDG-WORK TO WS-RM-FIRST
                   MOVE CE-RM-LAST-NAME OF WS-LDG-WORK TO WS-RM-LAST
                   COMPUTE WS-EVT-BASE =
                       ZERO - CE-BASE-AMOUNT OF WS-LDG-WORK
                   ADD 1 TO WS-REVERSALS-CHARGED
                   PERFORM 2950-APPEND-LEDGER-ENTRY
               END-IF
           END-IF.

       3200-CHARGE-DISHONOURED-RECEIPTS.
           OPEN INPUT DSH-FILE
           IF WS-DSH-NOT-FOUND
               SET WS-DSH-EOF TO TRUE
           ELSE
               READ DSH-FILE
                   AT END SET WS-DSH-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSH-EOF
               MOVE DSH-CONTRACT-NUMBER TO WS-EVT-CONTRACT
               MOVE DSH-BANK-REF TO WS-EVT-REFERENCE
               PERFORM 3100-CHARGE-BACK-RECEIPT
               READ DSH-FILE
                   AT END SET WS-DSH-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSH-NOT-FOUND
               CLOSE DSH-FILE
           END-IF.

      ****************************************************************************
      * A written-off contract loses every credit earned on it inside the        *
      * clawback window before the write-off date; the W entries, keyed by       *
      * the credit they reverse, stop the same credit being charged twice.       *
      ****************************************************************************
       3400-CHARGE-WRITTEN-OFF-CONTRACTS.
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-NOT-FOUND
               SET WS-WOFF-EOF TO TRUE
           ELSE
               READ WOFF-FILE
                   AT END SET WS-WOFF-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-WOFF-EOF
               IF WOF-WRITTEN-OFF
                   COMPUTE WS-WOFF-CUTOFF = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WOF-ACTIONED-DATE)
                       - WS-CLAWBACK-DAYS)
                   PERFORM 3500-CHARGE-BACK-CONTRACT
               END-IF
               READ WOFF-FILE
                   AT END SET WS-WOFF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

       3500-CHARGE-BACK-CONTRACT.
           MOVE WS-LDG-TABLE-COUNT TO WS-LDG-LIMIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-LDG-LIMIT
               MOVE WS-LDG-RECORD (WS-SUB-2) TO WS-LDG-WORK
               IF (CE-RECEIPT OF WS-LDG-WORK
                       OR CE-RENEWAL OF WS-LDG-WORK)
                   AND CE-CONTRACT-NUMBER OF WS-LDG-WORK
                       = WOF-CONTRACT-NUMBER
                   AND CE-EVENT-DATE OF WS-LDG-WORK
                       NOT < WS-WOFF-CUTOFF
                   AND CE-EVENT-DATE OF WS-LDG-WORK
                       NOT > WOF-ACTIONED-DATE
                   PERFORM 3600-CHARGE-BACK-ONE-CREDIT
               END-IF
           END-PERFORM.

       3600-CHARGE-BACK-ONE-CREDIT.
           MOVE "W" TO WS-EVT-TYPE
           MOVE CE-CONTRACT-NUMBER OF WS-LDG-WORK TO WS-EVT-CONTRACT
           MOVE CE-REFERENCE OF WS-LDG-WORK TO WS-EVT-REFERENCE
           MOVE CE-COMPANY-ID OF WS-LDG-WORK TO WS-EVT-COMPANY
           MOVE CE-RM-FIRST-NAME OF WS-LDG-WORK TO WS-RM-FIRST
           MOVE CE-RM-LAST-NAME OF WS-LDG-WORK TO WS-RM-LAST
           COMPUTE WS-EVT-BASE = ZERO - CE-BASE-AMOUNT OF WS-LDG-WORK
           PERFORM 2900-CHECK-ON-LEDGER
           IF NOT WS-ON-LEDGER
               MOVE WS-CURRENT-DATE-NUM TO WS-EVT-DATE
               ADD 1 TO WS-WRITEOFFS-CHARGED
               PERFORM 2950-APPEND-LEDGER-ENTRY
           END-IF.
