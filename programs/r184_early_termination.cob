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
      * R184-EARLY-TERMINATION                                                   *
      *                                                                          *
      * Early termination of a contract at the customer's request, from          *
      * quote to close. A Q transaction on TERMTXN quotes the settlement         *
      * (termination-quote.cpy, carried TERMQIN to TERMQOUT): the principal      *
      * outstanding on R058's OUTSTIN, the interest accrued on ACCRIN, the       *
      * termination fee of the contract's product (R180-PRODUCT-SERVICE - a      *
      * percentage of principal, never less than the product minimum; no         *
      * fee on a contract with no product, counted), less the revenue still      *
      * unearned on R181's schedule (REVSCHIN slices pending beyond this         *
      * month). The quote stands until TERM-QUOTE-DAYS (R120, compiled 14)       *
      * from the day it is made; an A transaction records the customer's         *
      * acceptance and W withdraws it. Receipts R058 settles against an          *
      * accepted quote's contract (SETTLE) count towards it, and when they       *
      * cover the settlement the contract is closed: its open renewal offer      *
      * on OFFERIN is declined through OFFERTXN, its active mandate on           *
      * DDMNDIN cancelled through DDMTXN, a TERMINATED event goes on the         *
      * lifecycle ledger (LIFELOG), R181 is told to accelerate the schedule      *
      * (REVTXN), and the contract joins TERMSUPP, which R059's dunning,         *
      * R108's collector queues and R060's renewals leave alone. A quote         *
      * not accepted, or accepted and not paid, by its expiry date lapses.       *
      * TERMRPT carries each quote's figures and every decision.                 *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R184-EARLY-TERMINATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT SCHED-FILE ASSIGN TO "REVSCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT OFFER-FILE ASSIGN TO "OFFERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "DDMNDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAND-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT QUOTE-IN-FILE ASSIGN TO "TERMQIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-IN-STATUS.

           SELECT QUOTE-OUT-FILE ASSIGN TO "TERMQOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "TERMTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT OPTIONAL OFFER-TXN-FILE ASSIGN TO "OFFERTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MANDATE-TXN-FILE ASSIGN TO "DDMTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL REV-TXN-FILE ASSIGN TO "REVTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPP-FILE ASSIGN TO "TERMSUPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "TERMRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ACCR-FILE.
       COPY "accrual-record".

       FD  SCHED-FILE.
       COPY "revenue-slice".

       FD  OFFER-FILE.
       COPY "renewal-offer".

       FD  MANDATE-FILE.
       COPY "debit-mandate".

       FD  SETTLE-FILE.
       01  SETTLE-LINE                  PIC X(100).

       FD  QUOTE-IN-FILE.
       01  QUOTE-IN-RECORD              PIC X(126).

       FD  QUOTE-OUT-FILE.
       COPY "termination-quote".

       FD  TXN-FILE.
       01  TERMINATION-TXN-RECORD.
           05  TTX-ACTION               PIC X(1).
               88  TTX-QUOTE                    VALUE "Q".
               88  TTX-ACCEPT                   VALUE "A".
               88  TTX-WITHDRAW                 VALUE "W".
           05  TTX-CONTRACT-NUMBER      PIC X(15).
           05  TTX-ENTERED-BY           PIC X(8).

       FD  OFFER-TXN-FILE.
       01  OFFER-TXN-RECORD.
           05  OTX-CONTRACT-NUMBER      PIC X(15).
           05  OTX-NEW-STATUS           PIC X(1).

       FD  MANDATE-TXN-FILE.
       01  MANDATE-TXN-RECORD.
           05  MTX-FUNCTION             PIC X(1).
               88  MTX-SET-UP                   VALUE "A".
               88  MTX-CANCEL                   VALUE "C".
           05  MTX-CONTRACT-NUMBER      PIC X(15).
           05  MTX-BANK-ACCOUNT         PIC X(16).
           05  MTX-SIGNED-DATE          PIC 9(8).
           05  MTX-ENTERED-BY           PIC X(8).

       FD  LEDGER-FILE.
       COPY "lifecycle-event".

       FD  REV-TXN-FILE.
       COPY "revenue-termination".

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ACCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-ACCR-EOF                     VALUE "Y".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-SCHED-EOF-FLAG        PIC X      VALUE "N".
           88  WS-SCHED-EOF                    VALUE "Y".
       01  WS-SCHED-STATUS          PIC XX.
           88  WS-SCHED-NOT-FOUND           VALUE "35".
       01  WS-OFFER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OFFER-EOF                    VALUE "Y".
       01  WS-OFFER-STATUS          PIC XX.
           88  WS-OFFER-NOT-FOUND           VALUE "35".
       01  WS-MAND-EOF-FLAG         PIC X      VALUE "N".
           88  WS-MAND-EOF                     VALUE "Y".
       01  WS-MAND-STATUS           PIC XX.
           88  WS-MAND-NOT-FOUND            VALUE "35".
       01  WS-SETTLE-EOF-FLAG       PIC X      VALUE "N".
           88  WS-SETTLE-EOF                   VALUE "Y".
       01  WS-SETTLE-STATUS         PIC XX.
           88  WS-SETTLE-NOT-FOUND          VALUE "35".
       01  WS-QUOTE-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-QUOTE-IN-EOF                 VALUE "Y".
       01  WS-QUOTE-IN-STATUS       PIC XX.
           88  WS-QUOTE-IN-NOT-FOUND        VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-QUOTE-DAYS            PIC 9(3)   VALUE 14.

       01  WS-CONTRACT-TABLE-COUNT  PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY    OCCURS 5000 TIMES.
               10  WS-CONTRACT-NUMBER   PIC X(15).
               10  WS-CONTRACT-STATE    PIC X(8).
               10  WS-CONTRACT-AMOUNT   PIC 9(10)V9(2).

       01  WS-BAL-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY         OCCURS 5000 TIMES.
               10  WS-BAL-CONTRACT      PIC X(15).
               10  WS-BAL-AMOUNT        PIC S9(11)V9(2).

       01  WS-ACC-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY         OCCURS 5000 TIMES.
               10  WS-ACC-CONTRACT      PIC X(15).
               10  WS-ACC-AMOUNT        PIC 9(13)V9(2).

       01  WS-UNE-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-UNE-TABLE.
           05  WS-UNE-ENTRY         OCCURS 5000 TIMES.
               10  WS-UNE-CONTRACT      PIC X(15).
               10  WS-UNE-AMOUNT        PIC S9(11)V9(2).

       01  WS-OFF-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-OFF-TABLE.
           05  WS-OFF-CONTRACT      PIC X(15)  OCCURS 500 TIMES.

       01  WS-MND-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-MND-TABLE.
           05  WS-MND-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.

       01  WS-QT-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-QT-TABLE.
           05  WS-QT-ENTRY          OCCURS 2000 TIMES.
               10  WS-QT-DATA.
                   15  WS-QT-CONTRACT       PIC X(15).
                   15  FILLER               PIC X(111).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-QT-HIT                PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-HIT          PIC 9(4)   VALUE ZERO.
       01  WS-FOUND-SUB             PIC 9(4)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-PERIOD        PIC 9(6)   VALUE ZERO.
       01  WS-EXPIRY-INTEGER        PIC S9(9)  VALUE ZERO.
       01  WS-SETTLE-CONTRACT       PIC X(15)  VALUE SPACES.
       01  WS-SETTLE-AMOUNT-POS     PIC 9(3)   VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-SETTLE-AMOUNT         PIC 9(10)V9(2) VALUE ZERO.
       01  WS-SETTLE-WORK           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-FEE-WORK              PIC 9(9)V9(2) VALUE ZERO.
       01  WS-AMOUNT-EDIT           PIC -ZZZZZZZZZZZZ9.99.
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-PRIOR-STATUS          PIC X(1)   VALUE SPACE.

       01  WS-QUOTED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-ACCEPTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-WITHDRAWN-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-RECEIPT-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OFFER-CANCEL-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-MANDATE-CANCEL-COUNT  PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-TERMINATED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "product-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R184" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-CURRENT-PERIOD
           PERFORM 0500-FETCH-PARAMETERS
           PERFORM 1000-LOAD-CONTRACTS
           PERFORM 1100-LOAD-BALANCES
           PERFORM 1200-LOAD-ACCRUALS
           PERFORM 1300-LOAD-UNEARNED
           PERFORM 1400-LOAD-OPEN-OFFERS
           PERFORM 1500-LOAD-ACTIVE-MANDATES
           PERFORM 1600-LOAD-QUOTES
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "EARLY TERMINATION AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-APPLY-TXNS
           PERFORM 3000-APPLY-RECEIPTS
           OPEN EXTEND OFFER-TXN-FILE
           OPEN EXTEND MANDATE-TXN-FILE
           OPEN EXTEND LEDGER-FILE
           OPEN EXTEND REV-TXN-FILE
           PERFORM 4000-REVIEW-QUOTES
           CLOSE OFFER-TXN-FILE
           CLOSE MANDATE-TXN-FILE
           CLOSE LEDGER-FILE
           CLOSE REV-TXN-FILE
           PERFORM 5000-WRITE-FILES
           CLOSE REPORT-FILE
           DISPLAY "R184: QUOTES ISSUED          " WS-QUOTED-COUNT
           DISPLAY "R184: QUOTES ACCEPTED        " WS-ACCEPTED-COUNT
           DISPLAY "R184: QUOTES WITHDRAWN       " WS-WITHDRAWN-COUNT
           DISPLAY "R184: QUOTES EXPIRED         " WS-EXPIRED-COUNT
           DISPLAY "R184: RECEIPTS COUNTED       " WS-RECEIPT-COUNT
           DISPLAY "R184: CONTRACTS CLOSED       " WS-CLOSED-COUNT
           DISPLAY "R184: RENEWAL OFFERS DECLINED"
               WS-OFFER-CANCEL-COUNT
           DISPLAY "R184: MANDATES CANCELLED     "
               WS-MANDATE-CANCEL-COUNT
           DISPLAY "R184: TERMINATED ON REGISTER " WS-TERMINATED-COUNT
           DISPLAY "R184: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R184: NO PRODUCT - NO FEE    " WS-NO-PRODUCT-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R184: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0500-FETCH-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "TERM-QUOTE-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-QUOTE-DAYS
           END-IF.

       1000-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 7
                   IF WS-CONTRACT-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTRACT-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT TO
                           WS-CONTRACT-NUMBER (WS-CONTRACT-TABLE-COUNT)
                       MOVE STATE OF CONTRACT TO
                           WS-CONTRACT-STATE (WS-CONTRACT-TABLE-COUNT)
                       MOVE AMOUNT OF CONTRACT TO
                           WS-CONTRACT-AMOUNT (WS-CONTRACT-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1100-LOAD-BALANCES.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-OUTST-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-EOF
               IF WS-BAL-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BAL-TABLE-COUNT
                   MOVE OUT-CONTRACT-NUMBER
                       TO WS-BAL-CONTRACT (WS-BAL-TABLE-COUNT)
                   MOVE OUT-BALANCE
                       TO WS-BAL-AMOUNT (WS-BAL-TABLE-COUNT)
               END-IF
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF.

       1200-LOAD-ACCRUALS.
           OPEN INPUT ACCR-FILE
           IF WS-ACCR-NOT-FOUND
               SET WS-ACCR-EOF TO TRUE
           ELSE
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-EOF
               IF WS-ACC-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ACC-TABLE-COUNT
                   MOVE ACC-CONTRACT-NUMBER
                       TO WS-ACC-CONTRACT (WS-ACC-TABLE-COUNT)
                   MOVE ACC-CUM-AMOUNT
                       TO WS-ACC-AMOUNT (WS-ACC-TABLE-COUNT)
               END-IF
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-NOT-FOUND
               CLOSE ACCR-FILE
           END-IF.

      ****************************************************************************
      * Revenue is unearned while its slice is still pending for a month         *
      * after this one; this month's slice is earned by the time the             *
      * contract closes.                                                         *
      ****************************************************************************
       1300-LOAD-UNEARNED.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-NOT-FOUND
               SET WS-SCHED-EOF TO TRUE
           ELSE
               READ SCHED-FILE
                   AT END SET WS-SCHED-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SCHED-EOF
               IF RVS-PENDING AND RVS-PERIOD > WS-CURRENT-PERIOD
                   MOVE ZERO TO WS-FOUND-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-UNE-TABLE-COUNT
                              OR WS-FOUND-SUB > ZERO
                       IF WS-UNE-CONTRACT (WS-SUB)
                               = RVS-CONTRACT-NUMBER
                           MOVE WS-SUB TO WS-FOUND-SUB
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-SUB = ZERO
                       IF WS-UNE-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-UNE-TABLE-COUNT
                           MOVE WS-UNE-TABLE-COUNT TO WS-FOUND-SUB
                           MOVE RVS-CONTRACT-NUMBER
                               TO WS-UNE-CONTRACT (WS-FOUND-SUB)
                           MOVE ZERO TO WS-UNE-AMOUNT (WS-FOUND-SUB)
                       END-IF
                   END-IF
                   IF WS-FOUND-SUB > ZERO
                       ADD RVS-AMOUNT TO WS-UNE-AMOUNT (WS-FOUND-SUB)
                   END-IF
               END-IF
               READ SCHED-FILE
                   AT END SET WS-SCHED-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SCHED-NOT-FOUND
               CLOSE SCHED-FILE
           END-IF.

       1400-LOAD-OPEN-OFFERS.
           OPEN INPUT OFFER-FILE
           IF WS-OFFER-NOT-FOUND
               SET WS-OFFER-EOF TO TRUE
           ELSE
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OFFER-EOF
               IF OFF-GENERATED OR OFF-SENT
                   IF WS-OFF-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-OFF-TABLE-COUNT
                       MOVE OFF-CONTRACT-NUMBER
                           TO WS-OFF-CONTRACT (WS-OFF-TABLE-COUNT)
                   END-IF
               END-IF
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OFFER-NOT-FOUND
               CLOSE OFFER-FILE
           END-IF.

       1500-LOAD-ACTIVE-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-MAND-NOT-FOUND
               SET WS-MAND-EOF TO TRUE
           ELSE
               READ MANDATE-FILE
                   AT END SET WS-MAND-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MAND-EOF
               IF DDM-ACTIVE
                   IF WS-MND-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-MND-TABLE-COUNT
                       MOVE DDM-CONTRACT-NUMBER
                           TO WS-MND-CONTRACT (WS-MND-TABLE-COUNT)
                   END-IF
               END-IF
               READ MANDATE-FILE
                   AT END SET WS-MAND-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAND-NOT-FOUND
               CLOSE MANDATE-FILE
           END-IF.

       1600-LOAD-QUOTES.
           OPEN INPUT QUOTE-IN-FILE
           IF WS-QUOTE-IN-NOT-FOUND
               SET WS-QUOTE-IN-EOF TO TRUE
           ELSE
               READ QUOTE-IN-FILE
                   AT END SET WS-QUOTE-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-QUOTE-IN-EOF
               IF WS-QT-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-QT-TABLE-COUNT
                   MOVE QUOTE-IN-RECORD
                       TO WS-QT-DATA (WS-QT-TABLE-COUNT)
               END-IF
               READ QUOTE-IN-FILE
                   AT END SET WS-QUOTE-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-QUOTE-IN-NOT-FOUND
               CLOSE QUOTE-IN-FILE
           END-IF.

       1900-FIND-QUOTE.
           MOVE ZERO TO WS-QT-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QT-TABLE-COUNT
                      OR WS-QT-HIT > ZERO
               IF WS-QT-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   MOVE WS-SUB TO WS-QT-HIT
               END-IF
           END-PERFORM.

       1960-FIND-CONTRACT.
           MOVE ZERO TO WS-CONTRACT-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONTRACT-TABLE-COUNT
                      OR WS-CONTRACT-HIT > ZERO
               IF WS-CONTRACT-NUMBER (WS-SUB) = WS-KEY-CONTRACT
                   MOVE WS-SUB TO WS-CONTRACT-HIT
               END-IF
           END-PERFORM.

       2000-APPLY-TXNS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 2100-APPLY-ONE-TXN
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

      ****************************************************************************
      * A fresh quote replaces one that was never accepted, lapsed or was        *
      * withdrawn; an accepted quote stands until paid or expired, and a         *
      * closed contract cannot be quoted again.                                  *
      ****************************************************************************
       2100-APPLY-ONE-TXN.
           MOVE SPACES TO WS-REASON
           MOVE TTX-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1900-FIND-QUOTE
           PERFORM 1960-FIND-CONTRACT
           MOVE SPACE TO WS-PRIOR-STATUS
           IF WS-QT-HIT > ZERO
               MOVE WS-QT-DATA (WS-QT-HIT) TO TERMINATION-QUOTE-RECORD
               MOVE TQ-STATUS TO WS-PRIOR-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-STATUS = "C"
                   MOVE "CONTRACT ALREADY TERMINATED" TO WS-REASON
               WHEN TTX-QUOTE AND WS-CONTRACT-HIT = ZERO
                   MOVE "CONTRACT NOT ON ENTITY FILE" TO WS-REASON
               WHEN TTX-QUOTE AND WS-PRIOR-STATUS = "A"
                   MOVE "ACCEPTED QUOTE AWAITING PAYMENT" TO WS-REASON
               WHEN TTX-QUOTE
                   PERFORM 2200-MAKE-QUOTE
               WHEN TTX-ACCEPT AND WS-PRIOR-STATUS NOT = "Q"
                   MOVE "NO OPEN QUOTE TO ACCEPT" TO WS-REASON
               WHEN TTX-ACCEPT AND TQ-EXPIRY-DATE < WS-CURRENT-DATE-NUM
                   MOVE "QUOTE HAS EXPIRED" TO WS-REASON
               WHEN TTX-ACCEPT
                   ADD 1 TO WS-ACCEPTED-COUNT
                   SET TQ-ACCEPTED TO TRUE
                   MOVE WS-CURRENT-DATE-NUM TO TQ-STATUS-DATE
                   MOVE ZERO TO TQ-PAID
                   MOVE TERMINATION-QUOTE-RECORD
                       TO WS-QT-DATA (WS-QT-HIT)
                   MOVE "ACCEPTED  CONTRACT " TO REPORT-LINE
                   PERFORM 2900-REPORT-QUOTE
               WHEN TTX-WITHDRAW AND WS-PRIOR-STATUS NOT = "Q"
                   AND WS-PRIOR-STATUS NOT = "A"
                   MOVE "NO OPEN QUOTE TO WITHDRAW" TO WS-REASON
               WHEN TTX-WITHDRAW
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   SET TQ-WITHDRAWN TO TRUE
                   MOVE WS-CURRENT-DATE-NUM TO TQ-STATUS-DATE
                   MOVE TERMINATION-QUOTE-RECORD
                       TO WS-QT-DATA (WS-QT-HIT)
                   MOVE "WITHDRAWN CONTRACT " TO REPORT-LINE
                   PERFORM 2900-REPORT-QUOTE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   TTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TTX-CONTRACT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ****************************************************************************
      * The principal is R058's balance; a contract it has not yet seeded        *
      * owes its CONTRACT AMOUNT. A credit balance earns no fee.                 *
      ****************************************************************************
       2200-MAKE-QUOTE.
           IF WS-QT-HIT = ZERO
               IF WS-QT-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-QT-TABLE-COUNT
                   MOVE WS-QT-TABLE-COUNT TO WS-QT-HIT
               END-IF
           END-IF
           IF WS-QT-HIT > ZERO
               ADD 1 TO WS-QUOTED-COUNT
               INITIALIZE TERMINATION-QUOTE-RECORD
               MOVE TTX-CONTRACT-NUMBER TO TQ-CONTRACT-NUMBER
               MOVE WS-CURRENT-DATE-NUM TO TQ-QUOTE-DATE
               COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                   + WS-QUOTE-DAYS
               COMPUTE TQ-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-EXPIRY-INTEGER)
               MOVE WS-CONTRACT-AMOUNT (WS-CONTRACT-HIT)
                   TO TQ-PRINCIPAL
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BAL-TABLE-COUNT
                   IF WS-BAL-CONTRACT (WS-SUB) = TTX-CONTRACT-NUMBER
                       MOVE WS-BAL-AMOUNT (WS-SUB) TO TQ-PRINCIPAL
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ACC-TABLE-COUNT
                   IF WS-ACC-CONTRACT (WS-SUB) = TTX-CONTRACT-NUMBER
                       MOVE WS-ACC-AMOUNT (WS-SUB) TO TQ-ACCRUED
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-UNE-TABLE-COUNT
                   IF WS-UNE-CONTRACT (WS-SUB) = TTX-CONTRACT-NUMBER
                       AND WS-UNE-AMOUNT (WS-SUB) > ZERO
                       MOVE WS-UNE-AMOUNT (WS-SUB) TO TQ-UNEARNED
                   END-IF
               END-PERFORM
               PERFORM 2250-PRICE-FEE
               COMPUTE WS-SETTLE-WORK = TQ-PRINCIPAL + TQ-ACCRUED
                   + TQ-FEE - TQ-UNEARNED
               IF WS-SETTLE-WORK < ZERO
                   MOVE ZERO TO TQ-SETTLEMENT
               ELSE
                   MOVE WS-SETTLE-WORK TO TQ-SETTLEMENT
               END-IF
               MOVE ZERO TO TQ-PAID
               SET TQ-QUOTED TO TRUE
               MOVE WS-CURRENT-DATE-NUM TO TQ-STATUS-DATE
               MOVE TTX-ENTERED-BY TO TQ-REQUESTED-BY
               MOVE TERMINATION-QUOTE-RECORD TO WS-QT-DATA (WS-QT-HIT)
               MOVE "QUOTED    CONTRACT " TO REPORT-LINE
               PERFORM 2900-REPORT-QUOTE
               PERFORM 2950-REPORT-FIGURES
           END-IF.

       2250-PRICE-FEE.
           MOVE ZERO TO TQ-FEE
           MOVE TTX-CONTRACT-NUMBER TO PRP-CONTRACT-NUMBER
           CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
           IF PRP-STATUS = ZERO
               IF TQ-PRINCIPAL > ZERO
                   COMPUTE WS-FEE-WORK ROUNDED =
                       TQ-PRINCIPAL * PRP-TERM-FEE-PCT / 100
               ELSE
                   MOVE ZERO TO WS-FEE-WORK
               END-IF
               IF WS-FEE-WORK < PRP-TERM-FEE-MINIMUM
                   MOVE PRP-TERM-FEE-MINIMUM TO WS-FEE-WORK
               END-IF
               MOVE WS-FEE-WORK TO TQ-FEE
           ELSE
               ADD 1 TO WS-NO-PRODUCT-COUNT
           END-IF.

       2900-REPORT-QUOTE.
           MOVE SPACES TO REPORT-LINE (20:)
           MOVE TQ-SETTLEMENT TO WS-AMOUNT-EDIT
           STRING TQ-CONTRACT-NUMBER DELIMITED BY SIZE
               " SETTLEMENT " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " EXPIRES " DELIMITED BY SIZE
               TQ-EXPIRY-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               TQ-REQUESTED-BY DELIMITED BY SIZE
               INTO REPORT-LINE (20:)
           WRITE REPORT-LINE.

       2950-REPORT-FIGURES.
           MOVE TQ-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "          PRINCIPAL OUTSTANDING " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TQ-ACCRUED TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "          INTEREST ACCRUED      " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TQ-FEE TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "          TERMINATION FEE       " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TQ-UNEARNED TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "          LESS UNEARNED REVENUE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Receipts count only once the customer has accepted - money paid          *
      * before that is an ordinary payment on the contract.                      *
      ****************************************************************************
       3000-APPLY-RECEIPTS.
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
                   PERFORM 3100-CREDIT-QUOTE
               END-IF
               READ SETTLE-FILE
                   AT END SET WS-SETTLE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SETTLE-NOT-FOUND
               CLOSE SETTLE-FILE
           END-IF.

       3100-CREDIT-QUOTE.
           MOVE SETTLE-LINE (9:15) TO WS-SETTLE-CONTRACT
           MOVE ZERO TO WS-SETTLE-AMOUNT-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 81
               IF SETTLE-LINE (WS-SCAN-SUB:7) = "AMOUNT="
                   AND WS-SETTLE-AMOUNT-POS = ZERO
                   COMPUTE WS-SETTLE-AMOUNT-POS = WS-SCAN-SUB + 7
               END-IF
           END-PERFORM
           MOVE WS-SETTLE-CONTRACT TO WS-KEY-CONTRACT
           PERFORM 1900-FIND-QUOTE
           IF WS-SETTLE-AMOUNT-POS > ZERO AND WS-QT-HIT > ZERO
               MOVE WS-QT-DATA (WS-QT-HIT) TO TERMINATION-QUOTE-RECORD
               IF TQ-ACCEPTED
                   COMPUTE WS-SETTLE-AMOUNT = FUNCTION NUMVAL
                       (SETTLE-LINE (WS-SETTLE-AMOUNT-POS:13))
                   ADD 1 TO WS-RECEIPT-COUNT
                   ADD WS-SETTLE-AMOUNT TO TQ-PAID
                   MOVE TERMINATION-QUOTE-RECORD
                       TO WS-QT-DATA (WS-QT-HIT)
               END-IF
           END-IF.

       4000-REVIEW-QUOTES.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-QT-TABLE-COUNT
               MOVE WS-QT-DATA (WS-SUB-2) TO TERMINATION-QUOTE-RECORD
               EVALUATE TRUE
                   WHEN TQ-ACCEPTED AND TQ-PAID >= TQ-SETTLEMENT
                       PERFORM 4100-CLOSE-CONTRACT
                   WHEN (TQ-QUOTED OR TQ-ACCEPTED)
                       AND TQ-EXPIRY-DATE < WS-CURRENT-DATE-NUM
                       ADD 1 TO WS-EXPIRED-COUNT
                       SET TQ-EXPIRED TO TRUE
                       MOVE WS-CURRENT-DATE-NUM TO TQ-STATUS-DATE
                       MOVE "EXPIRED   CONTRACT " TO REPORT-LINE
                       PERFORM 2900-REPORT-QUOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE TERMINATION-QUOTE-RECORD TO WS-QT-DATA (WS-SUB-2)
           END-PERFORM.

      ****************************************************************************
      * Paid in full: unwind everything that would otherwise keep working        *
      * the contract. Offers and mandates are closed through their own           *
      * programs' transaction files, not behind their backs.                     *
      ****************************************************************************
       4100-CLOSE-CONTRACT.
           ADD 1 TO WS-CLOSED-COUNT
           SET TQ-CLOSED TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO TQ-STATUS-DATE
           MOVE TQ-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OFF-TABLE-COUNT
               IF WS-OFF-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   ADD 1 TO WS-OFFER-CANCEL-COUNT
                   MOVE WS-KEY-CONTRACT TO OTX-CONTRACT-NUMBER
                   MOVE "D" TO OTX-NEW-STATUS
                   WRITE OFFER-TXN-RECORD
                   MOVE SPACES TO WS-OFF-CONTRACT (WS-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MND-TABLE-COUNT
               IF WS-MND-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   ADD 1 TO WS-MANDATE-CANCEL-COUNT
                   MOVE "C" TO MTX-FUNCTION
                   MOVE WS-KEY-CONTRACT TO MTX-CONTRACT-NUMBER
                   MOVE SPACES TO MTX-BANK-ACCOUNT
                   MOVE ZERO TO MTX-SIGNED-DATE
                   MOVE "SYSTERM" TO MTX-ENTERED-BY
                   WRITE MANDATE-TXN-RECORD
                   MOVE SPACES TO WS-MND-CONTRACT (WS-SUB)
               END-IF
           END-PERFORM
           PERFORM 1960-FIND-CONTRACT
           MOVE WS-KEY-CONTRACT TO LC-CONTRACT-NUMBER
           MOVE WS-CURRENT-DATE-NUM TO LC-CYCLE-DATE
           MOVE "TERMINATED" TO LC-EVENT
           IF WS-CONTRACT-HIT > ZERO
               MOVE WS-CONTRACT-STATE (WS-CONTRACT-HIT) TO LC-OLD-VALUE
           ELSE
               MOVE SPACES TO LC-OLD-VALUE
           END-IF
           MOVE "TERMINATED" TO LC-NEW-VALUE
           WRITE LIFECYCLE-EVENT-RECORD
           MOVE WS-KEY-CONTRACT TO RVT-CONTRACT-NUMBER
           MOVE WS-CURRENT-DATE-NUM TO RVT-EFFECTIVE-DATE
           MOVE TQ-REQUESTED-BY TO RVT-ENTERED-BY
           WRITE REVENUE-TERMINATION-RECORD
           MOVE "CLOSED    CONTRACT " TO REPORT-LINE
           PERFORM 2900-REPORT-QUOTE
           MOVE TQ-PAID TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "          PAID SINCE ACCEPTANCE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * A lapsed or withdrawn quote is reported the night it ends and then       *
      * dropped; closed ones stay as the termination register.                   *
      ****************************************************************************
       5000-WRITE-FILES.
           OPEN OUTPUT QUOTE-OUT-FILE
           OPEN OUTPUT SUPP-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QT-TABLE-COUNT
               MOVE WS-QT-DATA (WS-SUB) TO TERMINATION-QUOTE-RECORD
               IF (TQ-EXPIRED OR TQ-WITHDRAWN)
                   AND TQ-STATUS-DATE < WS-CURRENT-DATE-NUM
                   CONTINUE
               ELSE
                   WRITE TERMINATION-QUOTE-RECORD
               END-IF
               IF TQ-CLOSED
                   ADD 1 TO WS-TERMINATED-COUNT
                   MOVE TQ-CONTRACT-NUMBER TO SUPP-CONTRACT-NUMBER
                   WRITE SUPP-CONTRACT-NUMBER
               END-IF
           END-PERFORM
           CLOSE QUOTE-OUT-FILE
           CLOSE SUPP-FILE.
