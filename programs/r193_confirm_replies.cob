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
      * R193-CONFIRM-REPLIES                                                     *
      *                                                                          *
      * Records the customers' answers to R192's balance confirmations and       *
      * reconciles the disagreements for the auditors. Each CNFRPLY              *
      * transaction names the company and as-at date the reply slip quotes       *
      * and says A (agreed - the customer's figure is ours), D (disagreed,       *
      * with the customer's own balance) or N (no reply by the cut-off the       *
      * auditors set), with the reply date and who keyed it. A reply that        *
      * matches no register entry, or an entry whose letter was never sent,      *
      * is rejected to the report and not applied; a second reply for the        *
      * same entry replaces the first and is counted as a correction. The        *
      * updated register goes to CNFOUT.                                         *
      *                                                                          *
      * CNFRECON then covers one round - the as-at date on CONFREQ when one      *
      * is on file, else the latest on the register: a count of entries by       *
      * outcome, and for every disagreed company the difference (our             *
      * balance less the customer's) with the items that explain it -            *
      * receipts in transit (PAYCLEAN receipts, the dated payments R058          *
      * applies, dated after the as-at date up to the reply date, which the      *
      * customer counts and we did not yet)                                      *
      * and disputes open at the as-at date on DISPOUT (R158), which the         *
      * customer will not acknowledge - and the residual still unexplained.      *
      * Contracts belong to companies through the ENTITY extract and the         *
      * COMPANY-DETAILS name join, as in R192.                                   *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R193-CONFIRM-REPLIES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-IN-FILE ASSIGN TO "CNFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REPLY-FILE ASSIGN TO "CNFRPLY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPLY-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "CONFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYMENT-FILE ASSIGN TO "PAYCLEAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT REG-OUT-FILE ASSIGN TO "CNFOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-FILE ASSIGN TO "CNFRECON"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-IN-FILE.
       01  REG-IN-RECORD                PIC X(87).

       FD  REPLY-FILE.
       01  CONFIRM-REPLY.
           05  CRP-COMPANY-ID           PIC X(10).
           05  CRP-AS-AT-DATE           PIC 9(8).
           05  CRP-REPLY                PIC X(1).
               88  CRP-AGREED                   VALUE "A".
               88  CRP-DISAGREED                VALUE "D".
               88  CRP-NO-REPLY                 VALUE "N".
           05  CRP-CUSTOMER-BALANCE     PIC S9(13)V9(2).
           05  CRP-REPLY-DATE           PIC 9(8).
           05  CRP-KEYED-BY             PIC X(8).

       FD  REQUEST-FILE.
       01  CONFIRM-REQUEST.
           05  CRQ-AS-AT-DATE           PIC 9(8).
           05  CRQ-MODE                 PIC X(1).
           05  CRQ-THRESHOLD            PIC 9(11)V9(2).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  PAYMENT-FILE.
       COPY "payment-record".

       FD  DISPUTE-FILE.
       COPY "dispute-record".

       FD  REG-OUT-FILE.
       COPY "balance-confirm".

       FD  RECON-FILE.
       01  RECON-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-RPLY-STATUS           PIC XX.
           88  WS-RPLY-NOT-FOUND            VALUE "35".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-NOT-FOUND             VALUE "35".
       01  WS-DSP-STATUS            PIC XX.
           88  WS-DSP-NOT-FOUND             VALUE "35".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       COPY "cycle-date-parm".

       01  WS-REG-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         PIC X(87)  OCCURS 2000 TIMES.
       01  WS-REG-HIT               PIC 9(4)   VALUE ZERO.
       01  WS-REPLY-FLAG            PIC X(2000) VALUE SPACES.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-CURRENT-COMP-SUB      PIC 9(3)   VALUE ZERO.
       01  WS-KEY-NAME              PIC X(15)  VALUE SPACES.
       01  WS-REJECT-REASON         PIC X(30)  VALUE SPACES.

       01  WS-CT-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-CONTRACT       PIC X(15).
               10  WS-CT-COMP-SUB       PIC 9(3).
       01  WS-CT-HIT                PIC 9(4)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-SCOPE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-WINDOW-END            PIC 9(8)   VALUE ZERO.
       01  WS-DIFFERENCE            PIC S9(13)V99 VALUE ZERO.
       01  WS-IN-TRANSIT            PIC S9(13)V99 VALUE ZERO.
       01  WS-DISPUTED              PIC S9(13)V99 VALUE ZERO.
       01  WS-RESIDUAL              PIC S9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT           PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-2         PIC -(12)9.99.

       01  WS-REPLIES-READ          PIC 9(9)   VALUE ZERO.
       01  WS-REPLIES-APPLIED       PIC 9(9)   VALUE ZERO.
       01  WS-REPLIES-CORRECTED     PIC 9(9)   VALUE ZERO.
       01  WS-REPLIES-REJECTED      PIC 9(9)   VALUE ZERO.
       01  WS-SCOPE-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-SCOPE-AGREED          PIC 9(9)   VALUE ZERO.
       01  WS-SCOPE-DISAGREED       PIC 9(9)   VALUE ZERO.
       01  WS-SCOPE-NO-REPLY        PIC 9(9)   VALUE ZERO.
       01  WS-SCOPE-AWAITING        PIC 9(9)   VALUE ZERO.
       01  WS-SCOPE-NOT-SENT        PIC 9(9)   VALUE ZERO.
       01  WS-UNEXPLAINED-COUNT     PIC 9(9)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R193" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           OPEN OUTPUT RECON-FILE
           PERFORM 1000-LOAD-REGISTER
           PERFORM 2000-APPLY-REPLIES
           PERFORM 3000-WRITE-REGISTER
           PERFORM 4000-SET-SCOPE
           PERFORM 4100-LOAD-COMPANIES
           PERFORM 4200-LOAD-CONTRACTS
           PERFORM 5000-RECONCILE-ROUND
           CLOSE RECON-FILE
           DISPLAY "R193: REPLIES READ           " WS-REPLIES-READ
           DISPLAY "R193: REPLIES APPLIED        " WS-REPLIES-APPLIED
           DISPLAY "R193: REPLIES CORRECTED      " WS-REPLIES-CORRECTED
           DISPLAY "R193: REPLIES REJECTED       " WS-REPLIES-REJECTED
           DISPLAY "R193: ROUND AS-AT DATE       " WS-SCOPE-DATE
           DISPLAY "R193: CONFIRMATIONS IN ROUND " WS-SCOPE-COUNT
           DISPLAY "R193: AGREED                 " WS-SCOPE-AGREED
           DISPLAY "R193: DISAGREED              " WS-SCOPE-DISAGREED
           DISPLAY "R193: NO REPLY               " WS-SCOPE-NO-REPLY
           DISPLAY "R193: AWAITING REPLY         " WS-SCOPE-AWAITING
           DISPLAY "R193: NOT SENT               " WS-SCOPE-NOT-SENT
           DISPLAY "R193: UNEXPLAINED DIFFERENCE " WS-UNEXPLAINED-COUNT
           IF WS-REPLIES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R193: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-REGISTER.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REG-IN-FILE
           IF WS-REG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REG-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-REG-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REG-TABLE-COUNT
                   MOVE REG-IN-RECORD
                       TO WS-REG-ENTRY (WS-REG-TABLE-COUNT)
               END-IF
               READ REG-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REG-IN-FILE
           END-IF.

      ****************************************************************************
      * A reply is only good against a letter that went out: the slip            *
      * quotes the COMPANY-ID and as-at date, and those find the entry.          *
      * An agreement takes our balance as the customer's; a no-reply             *
      * clears any figure keyed before.                                          *
      ****************************************************************************
       2000-APPLY-REPLIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REPLY-FILE
           IF WS-RPLY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REPLY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               ADD 1 TO WS-REPLIES-READ
               PERFORM 2100-APPLY-ONE-REPLY
               READ REPLY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RPLY-NOT-FOUND
               CLOSE REPLY-FILE
           END-IF.

       2100-APPLY-ONE-REPLY.
           MOVE ZERO TO WS-REG-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
                      OR WS-REG-HIT > ZERO
               MOVE WS-REG-ENTRY (WS-SUB) TO BALANCE-CONFIRM-RECORD
               IF CNF-COMPANY-ID = CRP-COMPANY-ID
                   AND CNF-AS-AT-DATE = CRP-AS-AT-DATE
                   MOVE WS-SUB TO WS-REG-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT (CRP-AGREED OR CRP-DISAGREED OR CRP-NO-REPLY)
                   MOVE "REPLY CODE NOT A, D OR N" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REPLY
               WHEN WS-REG-HIT = ZERO
                   MOVE "NO CONFIRMATION" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REPLY
               WHEN NOT CNF-SENT
                   MOVE "LETTER NOT SENT" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REPLY
               WHEN OTHER
                   ADD 1 TO WS-REPLIES-APPLIED
                   IF WS-REPLY-FLAG (WS-REG-HIT:1) = "Y"
                       OR NOT CNF-AWAITING-REPLY
                       ADD 1 TO WS-REPLIES-CORRECTED
                   END-IF
                   MOVE "Y" TO WS-REPLY-FLAG (WS-REG-HIT:1)
                   MOVE CRP-REPLY TO CNF-REPLY
                   EVALUATE TRUE
                       WHEN CRP-AGREED
                           MOVE CNF-OUR-BALANCE
                               TO CNF-CUSTOMER-BALANCE
                       WHEN CRP-DISAGREED
                           MOVE CRP-CUSTOMER-BALANCE
                               TO CNF-CUSTOMER-BALANCE
                       WHEN OTHER
                           MOVE ZERO TO CNF-CUSTOMER-BALANCE
                   END-EVALUATE
                   MOVE CRP-REPLY-DATE TO CNF-REPLY-DATE
                   MOVE CRP-KEYED-BY TO CNF-KEYED-BY
                   MOVE BALANCE-CONFIRM-RECORD
                       TO WS-REG-ENTRY (WS-REG-HIT)
           END-EVALUATE.

       2900-REJECT-REPLY.
           ADD 1 TO WS-REPLIES-REJECTED
           MOVE SPACES TO RECON-LINE
           STRING "REPLY REJECTED " DELIMITED BY SIZE
               CRP-COMPANY-ID DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               CRP-AS-AT-DATE DELIMITED BY SIZE
               " REPLY " DELIMITED BY SIZE
               CRP-REPLY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.

       3000-WRITE-REGISTER.
           OPEN OUTPUT REG-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
               MOVE WS-REG-ENTRY (WS-SUB) TO BALANCE-CONFIRM-RECORD
               WRITE BALANCE-CONFIRM-RECORD
           END-PERFORM
           CLOSE REG-OUT-FILE.

      ****************************************************************************
      * The round reported is the one the auditors name on CONFREQ; with         *
      * no request on file, the latest as-at date on the register.               *
      ****************************************************************************
       4000-SET-SCOPE.
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-NOT-FOUND
               READ REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CRQ-AS-AT-DATE IS NUMERIC
                           MOVE CRQ-AS-AT-DATE TO WS-SCOPE-DATE
                       END-IF
               END-READ
               CLOSE REQUEST-FILE
           END-IF
           IF WS-SCOPE-DATE = ZERO
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REG-TABLE-COUNT
                   MOVE WS-REG-ENTRY (WS-SUB)
                       TO BALANCE-CONFIRM-RECORD
                   IF CNF-AS-AT-DATE > WS-SCOPE-DATE
                       MOVE CNF-AS-AT-DATE TO WS-SCOPE-DATE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO RECON-LINE
           STRING "BALANCE CONFIRMATION RECONCILIATION AS AT "
               DELIMITED BY SIZE
               WS-SCOPE-DATE DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.

       4100-LOAD-COMPANIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
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
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       4200-LOAD-CONTRACTS.
           MOVE ZERO TO WS-CURRENT-COMP-SUB
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY (1:15)
                           TO WS-KEY-NAME
                       MOVE ZERO TO WS-COMP-HIT
                       PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                               UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
                                  OR WS-COMP-HIT > ZERO
                           IF WS-COMP-NAME (WS-SUB-2) = WS-KEY-NAME
                               MOVE WS-SUB-2 TO WS-COMP-HIT
                           END-IF
                       END-PERFORM
                       MOVE WS-COMP-HIT TO WS-CURRENT-COMP-SUB
                   WHEN 7
                       IF WS-CT-TABLE-COUNT >= 2000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CT-TABLE-COUNT
                           MOVE CONTRACT-NUMBER OF CONTRACT
                               TO WS-CT-CONTRACT (WS-CT-TABLE-COUNT)
                           MOVE WS-CURRENT-COMP-SUB
                               TO WS-CT-COMP-SUB (WS-CT-TABLE-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       4300-FIND-CONTRACT.
           MOVE ZERO TO WS-CT-HIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CT-TABLE-COUNT
                      OR WS-CT-HIT > ZERO
               IF WS-CT-CONTRACT (WS-SUB-2) = WS-KEY-CONTRACT
                   MOVE WS-SUB-2 TO WS-CT-HIT
               END-IF
           END-PERFORM.

       5000-RECONCILE-ROUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
               MOVE WS-REG-ENTRY (WS-SUB) TO BALANCE-CONFIRM-RECORD
               IF CNF-AS-AT-DATE = WS-SCOPE-DATE
                   ADD 1 TO WS-SCOPE-COUNT
                   EVALUATE TRUE
                       WHEN NOT CNF-SENT
                           ADD 1 TO WS-SCOPE-NOT-SENT
                       WHEN CNF-AGREED
                           ADD 1 TO WS-SCOPE-AGREED
                       WHEN CNF-NO-REPLY
                           ADD 1 TO WS-SCOPE-NO-REPLY
                       WHEN CNF-DISAGREED
                           ADD 1 TO WS-SCOPE-DISAGREED
                           PERFORM 5100-RECONCILE-ONE-COMPANY
                       WHEN OTHER
                           ADD 1 TO WS-SCOPE-AWAITING
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "ROUND SUMMARY  CONFIRMATIONS " DELIMITED BY SIZE
               WS-SCOPE-COUNT DELIMITED BY SIZE
               " AGREED " DELIMITED BY SIZE
               WS-SCOPE-AGREED DELIMITED BY SIZE
               " DISAGREED " DELIMITED BY SIZE
               WS-SCOPE-DISAGREED DELIMITED BY SIZE
               " NO REPLY " DELIMITED BY SIZE
               WS-SCOPE-NO-REPLY DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "               AWAITING REPLY " DELIMITED BY SIZE
               WS-SCOPE-AWAITING DELIMITED BY SIZE
               " NOT SENT " DELIMITED BY SIZE
               WS-SCOPE-NOT-SENT DELIMITED BY SIZE
               " UNEXPLAINED " DELIMITED BY SIZE
               WS-UNEXPLAINED-COUNT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE.

      ****************************************************************************
      * The difference is ours less theirs. A receipt we hold after the          *
      * as-at date but the customer paid before replying lowers their            *
      * figure; a dispute open at the as-at date is a sum they deny. Both        *
      * are listed and netted off; what remains goes to the auditors as          *
      * unexplained. The receipt window closes on the reply date, or today       *
      * when the reply carries none.                                             *
      ****************************************************************************
       5100-RECONCILE-ONE-COMPANY.
           COMPUTE WS-DIFFERENCE =
               CNF-OUR-BALANCE - CNF-CUSTOMER-BALANCE
           MOVE ZERO TO WS-IN-TRANSIT
           MOVE ZERO TO WS-DISPUTED
           MOVE CNF-REPLY-DATE TO WS-WINDOW-END
           IF WS-WINDOW-END = ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-WINDOW-END
           END-IF
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
                      OR WS-COMP-HIT > ZERO
               IF WS-COMP-ID (WS-SUB-2) = CNF-COMPANY-ID
                   MOVE WS-SUB-2 TO WS-COMP-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE CNF-OUR-BALANCE TO WS-AMOUNT-EDIT
           MOVE CNF-CUSTOMER-BALANCE TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO RECON-LINE
           STRING CNF-COMPANY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CNF-COMPANY-NAME DELIMITED BY SIZE
               " OUR BALANCE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               " REPLIED " DELIMITED BY SIZE
               CNF-REPLY-DATE DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
           MOVE SPACES TO RECON-LINE
           STRING "  DIFFERENCE                  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE
           IF WS-COMP-HIT > ZERO
               PERFORM 5200-RECEIPTS-IN-TRANSIT
               PERFORM 5300-OPEN-DISPUTES
           END-IF
           COMPUTE WS-RESIDUAL =
               WS-DIFFERENCE - WS-IN-TRANSIT - WS-DISPUTED
           MOVE WS-IN-TRANSIT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RECON-LINE
           STRING "  LESS RECEIPTS IN TRANSIT    " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-DISPUTED TO WS-AMOUNT-EDIT
           MOVE SPACES TO RECON-LINE
           STRING "  LESS OPEN DISPUTES          " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-RESIDUAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RECON-LINE
           IF WS-RESIDUAL = ZERO
               STRING "  UNEXPLAINED                 " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  FULLY EXPLAINED" DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO WS-UNEXPLAINED-COUNT
               STRING "  UNEXPLAINED                 " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  FOR AUDITOR FOLLOW-UP" DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF
           WRITE RECON-LINE.

       5200-RECEIPTS-IN-TRANSIT.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PAYMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PAY-DATE > CNF-AS-AT-DATE
                   AND PAY-DATE <= WS-WINDOW-END
                   MOVE PAY-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 4300-FIND-CONTRACT
                   IF WS-CT-HIT > ZERO
                       IF WS-CT-COMP-SUB (WS-CT-HIT) = WS-COMP-HIT
                           ADD PAY-AMOUNT TO WS-IN-TRANSIT
                           MOVE PAY-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE SPACES TO RECON-LINE
                           STRING "    RECEIPT IN TRANSIT "
                               DELIMITED BY SIZE
                               PAY-CONTRACT-NUMBER DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAY-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-AMOUNT-EDIT DELIMITED BY SIZE
                               " REF " DELIMITED BY SIZE
                               PAY-BANK-REF DELIMITED BY SIZE
                               INTO RECON-LINE
                           WRITE RECON-LINE
                       END-IF
                   END-IF
               END-IF
               READ PAYMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAY-NOT-FOUND
               CLOSE PAYMENT-FILE
           END-IF.

       5300-OPEN-DISPUTES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ DISPUTE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF DSP-OPENED-DATE <= CNF-AS-AT-DATE
                   AND (DSP-OPEN
                        OR DSP-RESOLVED-DATE > CNF-AS-AT-DATE)
                   MOVE DSP-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 4300-FIND-CONTRACT
                   IF WS-CT-HIT > ZERO
                       IF WS-CT-COMP-SUB (WS-CT-HIT) = WS-COMP-HIT
                           ADD DSP-DISPUTED-AMOUNT TO WS-DISPUTED
                           MOVE DSP-DISPUTED-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE SPACES TO RECON-LINE
                           STRING "    OPEN DISPUTE       "
                               DELIMITED BY SIZE
                               DSP-CONTRACT-NUMBER DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DSP-OPENED-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-AMOUNT-EDIT DELIMITED BY SIZE
                               " REASON " DELIMITED BY SIZE
                               DSP-REASON-CODE DELIMITED BY SIZE
                               INTO RECON-LINE
                           WRITE RECON-LINE
                       END-IF
                   END-IF
               END-IF
               READ DISPUTE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-NOT-FOUND
               CLOSE DISPUTE-FILE
           END-IF.
