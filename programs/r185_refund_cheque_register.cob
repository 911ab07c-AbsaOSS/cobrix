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
      * R185-REFUND-CHEQUE-REGISTER                                              *
      *                                                                          *
      * Follows R058's refund cheques from issue to the last of them. Each       *
      * refund order on tonight's REFUND file is numbered onto the cheque        *
      * register (refund-cheque.cpy, CHQREGIN to CHQREGOUT) and sent to the      *
      * bank on the positive-pay file (POSPAY), so only our cheques, for our     *
      * amounts, are honoured. The bank's paid-cheques file (CHQPAID) is         *
      * matched back by cheque number and amount; a cheque the register does     *
      * not know, already paid or voided, or paid for another amount is an       *
      * exception. The refund desk can stop a lost cheque (CHQTXN S) or          *
      * release a voided one for a fresh cheque (CHQTXN R). A cheque still       *
      * unpresented REFUND-STALE-DAYS (R120, compiled 180) after issue is        *
      * voided, the void sent on POSPAY and the credit put back on the           *
      * contract; the contract joins REFHOLD, which R058 reads so it does        *
      * not refund the same credit again. A held credit still unclaimed          *
      * UNCLAIMED-DORMANCY-DAYS (compiled 1095) after the cheque was issued      *
      * is remitted to the regulator as unclaimed property (UNCLREM,             *
      * unclaimed-property.cpy, with the UNCLRPT report) and cleared from        *
      * the contract; one the contract has since used up is closed. The          *
      * restored balances go to OUTSTCHQ for operations to catalogue as the      *
      * next run's OUTSTIN, verified on the way in and stamped on the way        *
      * out under the R144 chain convention. Everything done and refused is      *
      * listed on CHQRPT; exceptions end the run RC 4.                           *
      * The balance master is worked as a keyed file: OUTSTIN is converted       *
      * into OUTSTQKEY, indexed on contract number, as it is loaded, read and    *
      * rewritten by key, and unloaded in contract order, so no table limits     *
      * how many contracts the run carries. A duplicate contract on OUTSTIN      *
      * is dropped and reported with return code 8.                              *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R185-REFUND-CHEQUE-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-FILE ASSIGN TO "REFUND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT REG-IN-FILE ASSIGN TO "CHQREGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REG-OUT-FILE ASSIGN TO "CHQREGOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAID-FILE ASSIGN TO "CHQPAID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT TXN-FILE ASSIGN TO "CHQTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT OUTST-IN-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-IN-STATUS.

           SELECT OUTST-OUT-FILE ASSIGN TO "OUTSTCHQ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-KEY-FILE ASSIGN TO "OUTSTQKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO "REFHOLD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT UNCL-FILE ASSIGN TO "UNCLREM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT UNCL-RPT-FILE ASSIGN TO "UNCLRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CHQRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-FILE.
       COPY "refund-record".

       FD  REG-IN-FILE.
       01  REG-IN-RECORD                PIC X(121).

       FD  REG-OUT-FILE.
       COPY "refund-cheque".

       FD  PAID-FILE.
       01  PAID-CHEQUE-RECORD.
           05  PDC-CHEQUE-NUMBER        PIC 9(10).
           05  PDC-AMOUNT               PIC 9(10)V9(2).
           05  PDC-PAID-DATE            PIC 9(8).

       FD  TXN-FILE.
       01  CHEQUE-TXN-RECORD.
           05  CTX-ACTION               PIC X(1).
               88  CTX-STOP                     VALUE "S".
               88  CTX-RELEASE                  VALUE "R".
           05  CTX-CHEQUE-NUMBER        PIC 9(10).
           05  CTX-ENTERED-BY           PIC X(8).

       FD  OUTST-IN-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY OUTST-IN-RECORD.

       FD  OUTST-OUT-FILE.
       COPY "outstanding-record".

       FD  OUTST-KEY-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY OUTST-KEY-RECORD.

       FD  POSPAY-FILE.
       COPY "positive-pay".

       FD  HOLD-FILE.
       01  HOLD-CONTRACT-NUMBER         PIC X(15).

       FD  UNCL-FILE.
       COPY "unclaimed-property".

       FD  UNCL-RPT-FILE.
       01  UNCL-RPT-LINE                PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-REFUND-EOF-FLAG       PIC X      VALUE "N".
           88  WS-REFUND-EOF                   VALUE "Y".
       01  WS-REFUND-STATUS         PIC XX.
           88  WS-REFUND-NOT-FOUND          VALUE "35".
       01  WS-REG-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-REG-IN-EOF                   VALUE "Y".
       01  WS-REG-IN-STATUS         PIC XX.
           88  WS-REG-IN-NOT-FOUND          VALUE "35".
       01  WS-PAID-EOF-FLAG         PIC X      VALUE "N".
           88  WS-PAID-EOF                     VALUE "Y".
       01  WS-PAID-STATUS           PIC XX.
           88  WS-PAID-NOT-FOUND            VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-OUTST-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-OUTST-IN-EOF                 VALUE "Y".
       01  WS-OUTST-IN-STATUS       PIC XX.
           88  WS-OUTST-IN-NOT-FOUND        VALUE "35".

       01  WS-STALE-DAYS            PIC 9(4)   VALUE 180.
       01  WS-DORMANCY-DAYS         PIC 9(5)   VALUE 1095.
       01  WS-RETAIN-DAYS           PIC 9(4)   VALUE 730.
       01  WS-FIRST-CHEQUE          PIC 9(10)  VALUE 1.
       01  WS-NEXT-CHEQUE           PIC 9(10)  VALUE ZERO.
       01  WS-HIGH-CHEQUE           PIC 9(10)  VALUE ZERO.

       01  WS-OUTST-KEY-EOF-FLAG    PIC X      VALUE "N".
           88  WS-OUTST-KEY-EOF                VALUE "Y".
       01  WS-OUTST-FOUND-FLAG      PIC X      VALUE "N".
           88  WS-OUTST-FOUND                  VALUE "Y".
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-OUTST-OUT-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-REG-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 2000 TIMES.
               10  WS-REG-DATA          PIC X(121).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-REG-HIT               PIC 9(4)   VALUE ZERO.
       01  WS-KEY-CHEQUE            PIC 9(10)  VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-STALE-CUTOFF          PIC 9(8)   VALUE ZERO.
       01  WS-DORMANCY-CUTOFF       PIC 9(8)   VALUE ZERO.
       01  WS-RETAIN-CUTOFF         PIC 9(8)   VALUE ZERO.

       01  WS-CREDIT-WORK           PIC S9(11)V9(2) VALUE ZERO.
       01  WS-ESCHEAT-AMOUNT        PIC 9(10)V9(2) VALUE ZERO.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-PAID-EDIT             PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT            PIC ZZZZZZZZZZ9.99.
       01  WS-REASON                PIC X(30)  VALUE SPACES.
       01  WS-EVENT                 PIC X(10)  VALUE SPACES.

       01  WS-ISSUED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-PAID-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-STALE-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-STOPPED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-RELEASED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-ESCHEAT-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-ESCHEAT-TOTAL         PIC 9(11)V9(2) VALUE ZERO.
       01  WS-CREDIT-USED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-CHN-IN-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CHN-IN-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
       01  WS-CHN-OUT-TOTAL         PIC S9(15)V9(2) VALUE ZERO.

       COPY "chain-parm".
       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R185" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 0100-LOAD-PARAMETERS
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           COMPUTE WS-STALE-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-STALE-DAYS)
           COMPUTE WS-DORMANCY-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-DORMANCY-DAYS)
           COMPUTE WS-RETAIN-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-RETAIN-DAYS)
           PERFORM 1000-LOAD-OUTSTANDING
           PERFORM 1050-VERIFY-OUTST-CHAIN
           OPEN I-O OUTST-KEY-FILE
           PERFORM 1100-LOAD-REGISTER
           OPEN OUTPUT POSPAY-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT UNCL-FILE
           OPEN OUTPUT UNCL-RPT-FILE
           MOVE "*** REFUND CHEQUE REGISTER ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** UNCLAIMED PROPERTY REMITTED ***" TO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE
           PERFORM 2000-ISSUE-CHEQUES
           PERFORM 3000-MATCH-PAID-CHEQUES
           PERFORM 4000-APPLY-DESK-TXNS
           PERFORM 5000-VOID-STALE-CHEQUES
           PERFORM 6000-REVIEW-HELD-CREDITS
           MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO UNCL-RPT-LINE
           STRING "ITEMS REMITTED=" DELIMITED BY SIZE
               WS-ESCHEAT-COUNT DELIMITED BY SIZE
               " TOTAL=" DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE
           CLOSE POSPAY-FILE
           CLOSE REPORT-FILE
           CLOSE UNCL-FILE
           CLOSE UNCL-RPT-FILE
           PERFORM 7000-WRITE-REGISTER
           PERFORM 7500-WRITE-RESTORED-BALANCES
           CLOSE OUTST-KEY-FILE
           DISPLAY "R185: CHEQUES ISSUED         " WS-ISSUED-COUNT
           DISPLAY "R185: CHEQUES PAID           " WS-PAID-COUNT
           DISPLAY "R185: CHEQUES STOPPED        " WS-STOPPED-COUNT
           DISPLAY "R185: CHEQUES VOIDED STALE   " WS-STALE-COUNT
           DISPLAY "R185: CREDITS RELEASED       " WS-RELEASED-COUNT
           DISPLAY "R185: CREDITS HELD           " WS-HELD-COUNT
           DISPLAY "R185: CREDITS SINCE USED     " WS-CREDIT-USED-COUNT
           DISPLAY "R185: UNCLAIMED REMITTED     " WS-ESCHEAT-COUNT
           DISPLAY "R185: EXCEPTIONS             " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R185: DUPLICATES DROPPED     "
                   WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R185: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "REFUND-STALE-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-STALE-DAYS
           END-IF
           MOVE "UNCLAIMED-DORMANCY-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-DORMANCY-DAYS
           END-IF
           MOVE "REFUND-REG-RETAIN-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RETAIN-DAYS
           END-IF
           MOVE "REFUND-CHEQUE-FIRST" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-FIRST-CHEQUE
           END-IF.

      ****************************************************************************
      * Converts OUTSTIN into the keyed balance master. Every record counts      *
      * toward the chain fingerprint, a duplicate contract included, since       *
      * the fingerprint describes the file.                                      *
      ****************************************************************************
       1000-LOAD-OUTSTANDING.
           OPEN OUTPUT OUTST-KEY-FILE
           OPEN INPUT OUTST-IN-FILE
           IF WS-OUTST-IN-NOT-FOUND
               SET WS-OUTST-IN-EOF TO TRUE
           ELSE
               READ OUTST-IN-FILE
                   AT END SET WS-OUTST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-IN-EOF
               ADD 1 TO WS-CHN-IN-COUNT
               ADD OUT-BALANCE OF OUTST-IN-RECORD
                   TO WS-CHN-IN-TOTAL
               MOVE OUTST-IN-RECORD TO OUTST-KEY-RECORD
               WRITE OUTST-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R185: DUPLICATE CONTRACT DROPPED "
                           OUT-CONTRACT-NUMBER OF OUTST-IN-RECORD
               END-WRITE
               READ OUTST-IN-FILE
                   AT END SET WS-OUTST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-IN-NOT-FOUND
               CLOSE OUTST-IN-FILE
           END-IF
           CLOSE OUTST-KEY-FILE.

      ****************************************************************************
      * The balances credits go back onto must be the ones the prior step        *
      * stamped - the R144 fingerprint convention.                               *
      ****************************************************************************
       1050-VERIFY-OUTST-CHAIN.
           MOVE "V" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-CHN-IN-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-IN-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           IF CP-STATUS = 8
               DISPLAY "R185: OUTSTIN FINGERPRINT MISMATCH -"
                   " EXPECTED " CP-EXPECT-COUNT " RECORDS -"
                   " STALE CARRY-FORWARD, RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************************************************************************
      * Cheque numbers carry on from the highest the register holds, never       *
      * below REFUND-CHEQUE-FIRST.                                               *
      ****************************************************************************
       1100-LOAD-REGISTER.
           OPEN INPUT REG-IN-FILE
           IF WS-REG-IN-NOT-FOUND
               SET WS-REG-IN-EOF TO TRUE
           ELSE
               READ REG-IN-FILE
                   AT END SET WS-REG-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-IN-EOF
               IF WS-REG-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REG-TABLE-COUNT
                   MOVE REG-IN-RECORD
                       TO WS-REG-DATA (WS-REG-TABLE-COUNT)
                   MOVE REG-IN-RECORD TO REFUND-CHEQUE-RECORD
                   IF RCQ-CHEQUE-NUMBER > WS-HIGH-CHEQUE
                       MOVE RCQ-CHEQUE-NUMBER TO WS-HIGH-CHEQUE
                   END-IF
               END-IF
               READ REG-IN-FILE
                   AT END SET WS-REG-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-IN-NOT-FOUND
               CLOSE REG-IN-FILE
           END-IF
           COMPUTE WS-NEXT-CHEQUE = WS-HIGH-CHEQUE + 1
           IF WS-NEXT-CHEQUE < WS-FIRST-CHEQUE
               MOVE WS-FIRST-CHEQUE TO WS-NEXT-CHEQUE
           END-IF.

       1900-FIND-CHEQUE.
           MOVE ZERO TO WS-REG-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
                      OR WS-REG-HIT > ZERO
               MOVE WS-REG-DATA (WS-SUB) TO REFUND-CHEQUE-RECORD
               IF RCQ-CHEQUE-NUMBER = WS-KEY-CHEQUE
                   MOVE WS-SUB TO WS-REG-HIT
               END-IF
           END-PERFORM
           IF WS-REG-HIT > ZERO
               MOVE WS-REG-DATA (WS-REG-HIT) TO REFUND-CHEQUE-RECORD
           END-IF.

       1950-FIND-BALANCE.
           MOVE "N" TO WS-OUTST-FOUND-FLAG
           MOVE WS-KEY-CONTRACT
               TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
           READ OUTST-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-OUTST-FOUND TO TRUE
           END-READ.

       2000-ISSUE-CHEQUES.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               SET WS-REFUND-EOF TO TRUE
           ELSE
               READ REFUND-FILE
                   AT END SET WS-REFUND-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REFUND-EOF
               IF WS-REG-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   PERFORM 2100-ISSUE-ONE-CHEQUE
               END-IF
               READ REFUND-FILE
                   AT END SET WS-REFUND-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REFUND-NOT-FOUND
               CLOSE REFUND-FILE
           END-IF.

       2100-ISSUE-ONE-CHEQUE.
           ADD 1 TO WS-ISSUED-COUNT
           ADD 1 TO WS-REG-TABLE-COUNT
           INITIALIZE REFUND-CHEQUE-RECORD
           MOVE WS-NEXT-CHEQUE TO RCQ-CHEQUE-NUMBER
           ADD 1 TO WS-NEXT-CHEQUE
           MOVE REF-CONTRACT-NUMBER TO RCQ-CONTRACT-NUMBER
           MOVE REF-PAYEE-NAME TO RCQ-PAYEE-NAME
           MOVE REF-PAYEE-ADDRESS TO RCQ-PAYEE-ADDRESS
           MOVE REF-AMOUNT TO RCQ-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO RCQ-ISSUE-DATE
           MOVE REF-REASON TO RCQ-REASON
           SET RCQ-ISSUED TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO RCQ-STATUS-DATE
           MOVE ZERO TO RCQ-PAID-DATE
           MOVE REFUND-CHEQUE-RECORD TO WS-REG-DATA (WS-REG-TABLE-COUNT)
           SET PPY-ISSUE TO TRUE
           PERFORM 2900-WRITE-POSITIVE-PAY
           MOVE "ISSUED" TO WS-EVENT
           PERFORM 2950-REPORT-CHEQUE.

       2900-WRITE-POSITIVE-PAY.
           MOVE RCQ-CHEQUE-NUMBER TO PPY-CHEQUE-NUMBER
           MOVE RCQ-AMOUNT TO PPY-AMOUNT
           MOVE RCQ-ISSUE-DATE TO PPY-ISSUE-DATE
           MOVE RCQ-PAYEE-NAME TO PPY-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD.

       2950-REPORT-CHEQUE.
           MOVE RCQ-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-EVENT DELIMITED BY SIZE
               " CHEQUE " DELIMITED BY SIZE
               RCQ-CHEQUE-NUMBER DELIMITED BY SIZE
               " CONTRACT " DELIMITED BY SIZE
               RCQ-CONTRACT-NUMBER DELIMITED BY SIZE
               " PAYEE=" DELIMITED BY SIZE
               RCQ-PAYEE-NAME DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " ISSUED=" DELIMITED BY SIZE
               RCQ-ISSUE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       2960-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTION  CHEQUE " DELIMITED BY SIZE
               WS-KEY-CHEQUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Positive pay means the bank should only have paid what we issued;        *
      * anything else it reports paid is for the bank reconciliation desk.       *
      ****************************************************************************
       3000-MATCH-PAID-CHEQUES.
           OPEN INPUT PAID-FILE
           IF WS-PAID-NOT-FOUND
               SET WS-PAID-EOF TO TRUE
           ELSE
               READ PAID-FILE
                   AT END SET WS-PAID-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PAID-EOF
               PERFORM 3100-MATCH-ONE-CHEQUE
               READ PAID-FILE
                   AT END SET WS-PAID-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAID-NOT-FOUND
               CLOSE PAID-FILE
           END-IF.

       3100-MATCH-ONE-CHEQUE.
           MOVE PDC-CHEQUE-NUMBER TO WS-KEY-CHEQUE
           PERFORM 1900-FIND-CHEQUE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-REG-HIT = ZERO
                   MOVE "PAID - NOT ON REGISTER" TO WS-REASON
               WHEN RCQ-PAID
                   MOVE "PAID TWICE" TO WS-REASON
               WHEN NOT RCQ-ISSUED
                   MOVE "PAID AFTER VOID" TO WS-REASON
               WHEN PDC-AMOUNT NOT = RCQ-AMOUNT
                   MOVE PDC-AMOUNT TO WS-PAID-EDIT
                   STRING "PAID FOR " DELIMITED BY SIZE
                       WS-PAID-EDIT DELIMITED BY SIZE
                       INTO WS-REASON
               WHEN OTHER
                   ADD 1 TO WS-PAID-COUNT
                   SET RCQ-PAID TO TRUE
                   MOVE WS-CURRENT-DATE-NUM TO RCQ-STATUS-DATE
                   MOVE PDC-PAID-DATE TO RCQ-PAID-DATE
                   MOVE REFUND-CHEQUE-RECORD TO WS-REG-DATA (WS-REG-HIT)
                   MOVE "PAID" TO WS-EVENT
                   PERFORM 2950-REPORT-CHEQUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               PERFORM 2960-REPORT-EXCEPTION
           END-IF.

       4000-APPLY-DESK-TXNS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 4100-APPLY-ONE-TXN
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

      ****************************************************************************
      * A stop is a void at the customer's word; a release lets R058 refund      *
      * the held credit again, onto a new cheque.                                *
      ****************************************************************************
       4100-APPLY-ONE-TXN.
           MOVE CTX-CHEQUE-NUMBER TO WS-KEY-CHEQUE
           PERFORM 1900-FIND-CHEQUE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-REG-HIT = ZERO
                   MOVE "TXN - NOT ON REGISTER" TO WS-REASON
               WHEN CTX-STOP AND NOT RCQ-ISSUED
                   MOVE "STOP - NOT OUTSTANDING" TO WS-REASON
               WHEN CTX-STOP
                   ADD 1 TO WS-STOPPED-COUNT
                   MOVE CTX-ENTERED-BY TO RCQ-ACTIONED-BY
                   MOVE "STOPPED" TO WS-EVENT
                   PERFORM 5100-VOID-CHEQUE
               WHEN CTX-RELEASE AND NOT RCQ-VOIDED
                   MOVE "RELEASE - NOT HELD" TO WS-REASON
               WHEN CTX-RELEASE
                   ADD 1 TO WS-RELEASED-COUNT
                   SET RCQ-RELEASED TO TRUE
                   MOVE CTX-ENTERED-BY TO RCQ-ACTIONED-BY
                   MOVE WS-CURRENT-DATE-NUM TO RCQ-STATUS-DATE
                   MOVE REFUND-CHEQUE-RECORD TO WS-REG-DATA (WS-REG-HIT)
                   MOVE "RELEASED" TO WS-EVENT
                   PERFORM 2950-REPORT-CHEQUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               PERFORM 2960-REPORT-EXCEPTION
           END-IF.

       5000-VOID-STALE-CHEQUES.
           PERFORM VARYING WS-REG-HIT FROM 1 BY 1
                   UNTIL WS-REG-HIT > WS-REG-TABLE-COUNT
               MOVE WS-REG-DATA (WS-REG-HIT) TO REFUND-CHEQUE-RECORD
               IF RCQ-ISSUED AND RCQ-ISSUE-DATE < WS-STALE-CUTOFF
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "SYSSTALE" TO RCQ-ACTIONED-BY
                   MOVE "STALE" TO WS-EVENT
                   PERFORM 5100-VOID-CHEQUE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Voiding puts the credit back where it came from: the contract's          *
      * balance goes down by the cheque, the bank is told to refuse it.          *
      ****************************************************************************
       5100-VOID-CHEQUE.
           SET RCQ-VOIDED TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO RCQ-STATUS-DATE
           MOVE REFUND-CHEQUE-RECORD TO WS-REG-DATA (WS-REG-HIT)
           SET PPY-VOID TO TRUE
           PERFORM 2900-WRITE-POSITIVE-PAY
           MOVE RCQ-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1950-FIND-BALANCE
           IF WS-OUTST-FOUND
               SUBTRACT RCQ-AMOUNT FROM OUT-BALANCE OF OUTST-KEY-RECORD
               REWRITE OUTST-KEY-RECORD
           ELSE
               MOVE WS-KEY-CONTRACT
                   TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
               MOVE ZERO TO OUT-BALANCE OF OUTST-KEY-RECORD
               SUBTRACT RCQ-AMOUNT FROM OUT-BALANCE OF OUTST-KEY-RECORD
               WRITE OUTST-KEY-RECORD
           END-IF
           PERFORM 2950-REPORT-CHEQUE.

      ****************************************************************************
      * A held credit the contract has since used up (a new charge absorbed      *
      * it) is closed; one still standing past the dormancy period is            *
      * remitted to the regulator, up to what the contract still holds.          *
      ****************************************************************************
       6000-REVIEW-HELD-CREDITS.
           PERFORM VARYING WS-REG-HIT FROM 1 BY 1
                   UNTIL WS-REG-HIT > WS-REG-TABLE-COUNT
               MOVE WS-REG-DATA (WS-REG-HIT) TO REFUND-CHEQUE-RECORD
               IF RCQ-VOIDED
                   PERFORM 6100-REVIEW-ONE-CREDIT
               END-IF
           END-PERFORM.

       6100-REVIEW-ONE-CREDIT.
           MOVE RCQ-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1950-FIND-BALANCE
           MOVE ZERO TO WS-CREDIT-WORK
           IF WS-OUTST-FOUND
               AND OUT-BALANCE OF OUTST-KEY-RECORD < ZERO
               COMPUTE WS-CREDIT-WORK =
                   ZERO - OUT-BALANCE OF OUTST-KEY-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-CREDIT-WORK = ZERO
                   ADD 1 TO WS-CREDIT-USED-COUNT
                   SET RCQ-CREDIT-USED TO TRUE
                   MOVE WS-CURRENT-DATE-NUM TO RCQ-STATUS-DATE
                   MOVE "CREDITUSED" TO WS-EVENT
                   PERFORM 2950-REPORT-CHEQUE
               WHEN RCQ-ISSUE-DATE < WS-DORMANCY-CUTOFF
                   PERFORM 6200-REMIT-UNCLAIMED
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE
           MOVE REFUND-CHEQUE-RECORD TO WS-REG-DATA (WS-REG-HIT).

       6200-REMIT-UNCLAIMED.
           IF WS-CREDIT-WORK < RCQ-AMOUNT
               MOVE WS-CREDIT-WORK TO WS-ESCHEAT-AMOUNT
           ELSE
               MOVE RCQ-AMOUNT TO WS-ESCHEAT-AMOUNT
           END-IF
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD WS-ESCHEAT-AMOUNT TO WS-ESCHEAT-TOTAL
           ADD WS-ESCHEAT-AMOUNT TO OUT-BALANCE OF OUTST-KEY-RECORD
           REWRITE OUTST-KEY-RECORD
           SET RCQ-ESCHEATED TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO RCQ-STATUS-DATE
           MOVE RCQ-CONTRACT-NUMBER TO UCP-HOLDER-REF
           MOVE RCQ-CHEQUE-NUMBER TO UCP-CHEQUE-NUMBER
           MOVE RCQ-PAYEE-NAME TO UCP-OWNER-NAME
           MOVE RCQ-PAYEE-ADDRESS TO UCP-OWNER-ADDRESS
           MOVE "RFCK" TO UCP-PROPERTY-TYPE
           MOVE WS-ESCHEAT-AMOUNT TO UCP-AMOUNT
           MOVE RCQ-ISSUE-DATE TO UCP-LAST-ACTIVITY-DATE
           MOVE WS-CURRENT-DATE-NUM TO UCP-REPORT-DATE
           WRITE UNCLAIMED-PROPERTY-RECORD
           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO UNCL-RPT-LINE
           STRING "OWNER=" DELIMITED BY SIZE
               RCQ-PAYEE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCQ-PAYEE-ADDRESS DELIMITED BY SIZE
               " CONTRACT=" DELIMITED BY SIZE
               RCQ-CONTRACT-NUMBER DELIMITED BY SIZE
               " CHEQUE=" DELIMITED BY SIZE
               RCQ-CHEQUE-NUMBER DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " LAST ACTIVITY=" DELIMITED BY SIZE
               RCQ-ISSUE-DATE DELIMITED BY SIZE
               INTO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE
           MOVE "ESCHEATED" TO WS-EVENT
           PERFORM 2950-REPORT-CHEQUE.

      ****************************************************************************
      * Finished cheques leave the register REFUND-REG-RETAIN-DAYS (compiled     *
      * 730) after their last change; the highest-numbered stays so numbering    *
      * carries on.                                                              *
      ****************************************************************************
       7000-WRITE-REGISTER.
           OPEN OUTPUT REG-OUT-FILE
           OPEN OUTPUT HOLD-FILE
           COMPUTE WS-HIGH-CHEQUE = WS-NEXT-CHEQUE - 1
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
               MOVE WS-REG-DATA (WS-SUB) TO REFUND-CHEQUE-RECORD
               IF NOT RCQ-ISSUED AND NOT RCQ-VOIDED
                   AND RCQ-STATUS-DATE < WS-RETAIN-CUTOFF
                   AND RCQ-CHEQUE-NUMBER NOT = WS-HIGH-CHEQUE
                   CONTINUE
               ELSE
                   WRITE REFUND-CHEQUE-RECORD
               END-IF
               IF RCQ-VOIDED
                   MOVE RCQ-CONTRACT-NUMBER TO HOLD-CONTRACT-NUMBER
                   WRITE HOLD-CONTRACT-NUMBER
               END-IF
           END-PERFORM
           CLOSE REG-OUT-FILE
           CLOSE HOLD-FILE.

       7500-WRITE-RESTORED-BALANCES.
           MOVE ZERO TO WS-CHN-OUT-TOTAL
           OPEN OUTPUT OUTST-OUT-FILE
           MOVE LOW-VALUES TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
           START OUTST-KEY-FILE KEY IS NOT LESS THAN
                   OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
               INVALID KEY SET WS-OUTST-KEY-EOF TO TRUE
           END-START
           IF NOT WS-OUTST-KEY-EOF
               READ OUTST-KEY-FILE NEXT RECORD
                   AT END SET WS-OUTST-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-KEY-EOF
               ADD 1 TO WS-OUTST-OUT-COUNT
               MOVE OUTST-KEY-RECORD TO OUTSTANDING-RECORD
               ADD OUT-BALANCE OF OUTSTANDING-RECORD
                   TO WS-CHN-OUT-TOTAL
               WRITE OUTSTANDING-RECORD
               READ OUTST-KEY-FILE NEXT RECORD
                   AT END SET WS-OUTST-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OUTST-OUT-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-OUTST-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.
