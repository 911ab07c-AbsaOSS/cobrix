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
      * R161-DISHONOUR-PROCESSING                                                *
      *                                                                          *
      * Daily dishonour step. The bank's returned-items file (RETITEMS,          *
      * returned-item.cpy) lists credits it has taken back unpaid; each is       *
      * traced by bank reference to the receipt cash application took -          *
      * first on SETTLE, which carries the INT=/PRIN= split R058 applied,        *
      * then on R113's receipt register (RCPTREGOUT), where the whole            *
      * amount is treated as principal as R111 does for a register without       *
      * the split. The receipt is undone: principal back onto the                *
      * outstanding balance, interest back onto the accrual master, and the      *
      * returned-item fee (parameter RETURNED-ITEM-FEE) added to the             *
      * balance. The restored files go to OUTSTDSH and ACCRDSH for               *
      * operations to catalogue as the next run's INs, verified on the way       *
      * in and stamped on the way out under the R144 chain convention. The       *
      * reversal and the fee are journalled on DSHJRNL, which R104 gates         *
      * into CASHPRD with R058's cash journal. Each dishonour goes to            *
      * DSHNRCPT for R115 so the bounced receipt no longer counts as paid        *
      * (on time or otherwise), and onto the rolling dishonour register          *
      * (dishonour-record.cpy, DSHHISTIN to DSHHISTOUT, kept                     *
      * WS-REPEAT-DAYS). A contract reaching WS-REPEAT-COUNT dishonours          *
      * within that window raises a warning on ALERTS. An item that cannot       *
      * be traced, has no balance to reopen, or was already dishonoured is       *
      * refused onto DSHRPT and the run ends RC 4.                               *
      * Every journal line ends with the book the contract is booked in (BK=,    *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                  *
      * The balance and accrual masters are worked as keyed files: OUTSTIN       *
      * and ACCRIN are converted into OUTSTDKEY and ACCRDKEY, indexed on         *
      * contract number, as they are loaded, read and rewritten by key, and      *
      * unloaded in contract order, so no table limits how many contracts        *
      * the run carries. A duplicate contract on either input is dropped and     *
      * reported with return code 8.                                             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R161-DISHONOUR-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "RETITEMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT REG-FILE ASSIGN TO "RCPTREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OUTST-IN-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-IN-STATUS.

           SELECT OUTST-OUT-FILE ASSIGN TO "OUTSTDSH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-KEY-FILE ASSIGN TO "OUTSTDKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD.

           SELECT ACCR-IN-FILE ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-IN-STATUS.

           SELECT ACCR-OUT-FILE ASSIGN TO "ACCRDSH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCR-KEY-FILE ASSIGN TO "ACCRDKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD.

           SELECT HIST-IN-FILE ASSIGN TO "DSHHISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "DSHHISTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DSH-OUT-FILE ASSIGN TO "DSHNRCPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "DSHJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DSHRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       COPY "returned-item".

       FD  SETTLE-FILE.
       01  SETTLE-LINE                  PIC X(100).

       FD  REG-FILE.
       COPY "receipt-register".

       FD  OUTST-IN-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY OUTST-IN-RECORD.

       FD  OUTST-OUT-FILE.
       COPY "outstanding-record".

       FD  OUTST-KEY-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY OUTST-KEY-RECORD.

       FD  ACCR-IN-FILE.
       COPY "accrual-record" REPLACING ACCRUAL-RECORD
           BY ACCR-IN-RECORD.

       FD  ACCR-OUT-FILE.
       COPY "accrual-record".

       FD  ACCR-KEY-FILE.
       COPY "accrual-record" REPLACING ACCRUAL-RECORD
           BY ACCR-KEY-RECORD.

       FD  HIST-IN-FILE.
       COPY "dishonour-record" REPLACING DISHONOUR-RECORD
           BY HIST-IN-RECORD.

       FD  HIST-OUT-FILE.
       COPY "dishonour-record" REPLACING DISHONOUR-RECORD
           BY HIST-OUT-RECORD.

       FD  DSH-OUT-FILE.
       COPY "dishonour-record".

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-RETURN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-RETURN-EOF                   VALUE "Y".
       01  WS-RETURN-STATUS         PIC XX.
           88  WS-RETURN-NOT-FOUND          VALUE "35".
       01  WS-SETTLE-EOF-FLAG       PIC X      VALUE "N".
           88  WS-SETTLE-EOF                   VALUE "Y".
       01  WS-SETTLE-STATUS         PIC XX.
           88  WS-SETTLE-NOT-FOUND          VALUE "35".
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-OUTST-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-OUTST-IN-EOF                 VALUE "Y".
       01  WS-OUTST-IN-STATUS       PIC XX.
           88  WS-OUTST-IN-NOT-FOUND        VALUE "35".
       01  WS-ACCR-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-ACCR-IN-EOF                  VALUE "Y".
       01  WS-ACCR-IN-STATUS        PIC XX.
           88  WS-ACCR-IN-NOT-FOUND         VALUE "35".
       01  WS-HIST-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-HIST-IN-EOF                  VALUE "Y".
       01  WS-HIST-IN-STATUS        PIC XX.
           88  WS-HIST-IN-NOT-FOUND         VALUE "35".

       01  WS-RETURNED-ITEM-FEE     PIC 9(7)V9(2) VALUE 150.00.
       01  WS-REPEAT-DAYS           PIC 9(3)   VALUE 180.
       01  WS-REPEAT-COUNT          PIC 9(3)   VALUE 2.
       01  WS-GL-INTEREST-ACCT      PIC X(20)  VALUE "INT-LATE-CHARGES".
       01  WS-GL-PRINCIPAL-ACCT     PIC X(20)
               VALUE "AR-TRADE-RECEIVABLE".
       01  WS-GL-FEE-ACCT           PIC X(20)
               VALUE "FEE-RETURNED-ITEM".

       01  WS-OUTST-KEY-EOF-FLAG    PIC X      VALUE "N".
           88  WS-OUTST-KEY-EOF                VALUE "Y".
       01  WS-ACCR-KEY-EOF-FLAG     PIC X      VALUE "N".
           88  WS-ACCR-KEY-EOF                 VALUE "Y".
       01  WS-ACCR-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-ACCR-FOUND                   VALUE "Y".
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-OUTST-OUT-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-ACCR-OUT-COUNT        PIC 9(9)   VALUE ZERO.

       01  WS-STL-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-STL-TABLE.
           05  WS-STL-ENTRY         OCCURS 500 TIMES.
               10  WS-STL-BANK-REF      PIC X(12).
               10  WS-STL-CONTRACT      PIC X(15).
               10  WS-STL-AMOUNT        PIC 9(10)V9(2).
               10  WS-STL-INTEREST      PIC 9(10)V9(2).
               10  WS-STL-PRINCIPAL     PIC 9(10)V9(2).

       01  WS-REG-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 500 TIMES.
               10  WS-REG-BANK-REF      PIC X(12).
               10  WS-REG-CONTRACT      PIC X(15).
               10  WS-REG-AMOUNT        PIC 9(10)V9(2).
               10  WS-REG-DATE          PIC 9(8).

       01  WS-HIST-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY        OCCURS 500 TIMES.
               10  WS-HIST-RECORD       PIC X(92).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-STL-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-REG-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC 9(8)   VALUE ZERO.
       01  WS-CUTOFF-DATE           PIC 9(8)   VALUE ZERO.

       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-WORK           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-INT-WORK              PIC 9(10)V9(2) VALUE ZERO.
       01  WS-PRIN-WORK             PIC 9(10)V9(2) VALUE ZERO.
       01  WS-SPLIT-FOUND-FLAG      PIC X      VALUE "N".
           88  WS-SPLIT-FOUND                  VALUE "Y".

       01  WS-ITEM-CONTRACT         PIC X(15)  VALUE SPACES.
       01  WS-ITEM-AMOUNT           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-ITEM-PAY-DATE         PIC 9(8)   VALUE ZERO.
       01  WS-ITEM-INTEREST         PIC 9(10)V9(2) VALUE ZERO.
       01  WS-ITEM-PRINCIPAL        PIC 9(10)V9(2) VALUE ZERO.
       01  WS-REFUSE-REASON         PIC X(30)  VALUE SPACES.
       01  WS-CONTRACT-DISHONOURS   PIC 9(3)   VALUE ZERO.

       01  WS-GL-ACCOUNT-ARG        PIC X(20)  VALUE SPACES.
       01  WS-PORTION-WORK          PIC S9(11)V9(2) VALUE ZERO.
       01  WS-PORTION-EDIT          PIC -(10)9.99.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-INTEREST-EDIT         PIC ZZZZZZZZZ9.99.
       01  WS-PRINCIPAL-EDIT        PIC ZZZZZZZZZ9.99.
       01  WS-FEE-EDIT              PIC ZZZZZZ9.99.
       01  WS-COUNT-EDIT            PIC ZZ9.

       01  WS-ITEMS-READ            PIC 9(9)   VALUE ZERO.
       01  WS-DISHONOURED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REPEAT-ALERT-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-FEE-TOTAL             PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOTAL-EDIT            PIC ZZZZZZZZZZ9.99.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-CHN-IN-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CHN-IN-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
       01  WS-CHN-OUT-TOTAL         PIC S9(15)V9(2) VALUE ZERO.

       COPY "dishonour-record" REPLACING DISHONOUR-RECORD
           BY DSH-HIST-WORK.

       COPY "chain-parm".
       COPY "param-parm".
       COPY "cycle-date-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R161" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 0100-LOAD-PARAMETERS
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-REPEAT-DAYS)
           PERFORM 1000-LOAD-OUTSTANDING
           PERFORM 1050-VERIFY-OUTST-CHAIN
           PERFORM 1100-LOAD-ACCRUALS
           PERFORM 1150-VERIFY-ACCR-CHAIN
           PERFORM 1200-LOAD-SETTLE-REGISTER
           PERFORM 1300-LOAD-RECEIPT-REGISTER
           PERFORM 1400-LOAD-DISHONOUR-HISTORY
           OPEN I-O OUTST-KEY-FILE
           OPEN I-O ACCR-KEY-FILE
           OPEN OUTPUT DSH-OUT-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           MOVE "*** DISHONOURED RECEIPTS ***" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-PROCESS-RETURNED-ITEMS
           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS DISHONOURED=" DELIMITED BY SIZE
               WS-DISHONOURED-COUNT DELIMITED BY SIZE
               " REFUSED=" DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               " FEES CHARGED=" DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE DSH-OUT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           PERFORM 3000-WRITE-RESTORED-FILES
           CLOSE OUTST-KEY-FILE
           CLOSE ACCR-KEY-FILE
           PERFORM 3500-WRITE-DISHONOUR-HISTORY
           DISPLAY "R161: RETURNED ITEMS READ    " WS-ITEMS-READ
           DISPLAY "R161: RECEIPTS DISHONOURED   " WS-DISHONOURED-COUNT
           DISPLAY "R161: ITEMS REFUSED          " WS-REFUSED-COUNT
           DISPLAY "R161: REPEAT DISHONOUR ALERTS"
               WS-REPEAT-ALERT-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R161: DUPLICATES DROPPED     "
                   WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R161: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "RETURNED-ITEM-FEE" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RETURNED-ITEM-FEE
           END-IF
           MOVE "DISHON-REPEAT-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-REPEAT-DAYS
           END-IF
           MOVE "DISHON-REPEAT-COUNT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-REPEAT-COUNT
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
                       DISPLAY "R161: DUPLICATE CONTRACT DROPPED "
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
      * The balances being reopened must be the ones the prior step stamped      *
      * - the R144 fingerprint convention. A mismatch stops the run before       *
      * any receipt is reversed onto a stale carry-forward.                      *
      ****************************************************************************
       1050-VERIFY-OUTST-CHAIN.
           MOVE "V" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-CHN-IN-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-IN-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           IF CP-STATUS = 8
               DISPLAY "R161: OUTSTIN FINGERPRINT MISMATCH -"
                   " EXPECTED " CP-EXPECT-COUNT " RECORDS -"
                   " STALE CARRY-FORWARD, RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-ACCRUALS.
           MOVE ZERO TO WS-CHN-IN-COUNT
           MOVE ZERO TO WS-CHN-IN-TOTAL
           OPEN OUTPUT ACCR-KEY-FILE
           OPEN INPUT ACCR-IN-FILE
           IF WS-ACCR-IN-NOT-FOUND
               SET WS-ACCR-IN-EOF TO TRUE
           ELSE
               READ ACCR-IN-FILE
                   AT END SET WS-ACCR-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-IN-EOF
               ADD 1 TO WS-CHN-IN-COUNT
               ADD ACC-CUM-AMOUNT OF ACCR-IN-RECORD
                   TO WS-CHN-IN-TOTAL
               MOVE ACCR-IN-RECORD TO ACCR-KEY-RECORD
               WRITE ACCR-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R161: DUPLICATE ACCRUAL DROPPED  "
                           ACC-CONTRACT-NUMBER OF ACCR-IN-RECORD
               END-WRITE
               READ ACCR-IN-FILE
                   AT END SET WS-ACCR-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-IN-NOT-FOUND
               CLOSE ACCR-IN-FILE
           END-IF
           CLOSE ACCR-KEY-FILE.

       1150-VERIFY-ACCR-CHAIN.
           MOVE "V" TO CP-FUNCTION
           MOVE "ACCR" TO CP-FILE-ID
           MOVE WS-CHN-IN-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-IN-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           IF CP-STATUS = 8
               DISPLAY "R161: ACCRIN FINGERPRINT MISMATCH -"
                   " EXPECTED " CP-EXPECT-COUNT " RECORDS -"
                   " STALE CARRY-FORWARD, RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************************************************************************
      * SETTLE as R058 last wrote it: bank reference, contract and the           *
      * INT=/PRIN= split of every receipt applied, parsed as R111 parses it.     *
      ****************************************************************************
       1200-LOAD-SETTLE-REGISTER.
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
                   IF WS-STL-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       PERFORM 1250-PARSE-SPLIT
                       ADD 1 TO WS-STL-TABLE-COUNT
                       MOVE SETTLE-LINE (33:12)
                           TO WS-STL-BANK-REF (WS-STL-TABLE-COUNT)
                       MOVE SETTLE-LINE (9:15)
                           TO WS-STL-CONTRACT (WS-STL-TABLE-COUNT)
                       MOVE WS-AMOUNT-WORK
                           TO WS-STL-AMOUNT (WS-STL-TABLE-COUNT)
                       MOVE WS-INT-WORK
                           TO WS-STL-INTEREST (WS-STL-TABLE-COUNT)
                       MOVE WS-PRIN-WORK
                           TO WS-STL-PRINCIPAL (WS-STL-TABLE-COUNT)
                   END-IF
               END-IF
               READ SETTLE-FILE
                   AT END SET WS-SETTLE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SETTLE-NOT-FOUND
               CLOSE SETTLE-FILE
           END-IF.

       1250-PARSE-SPLIT.
           MOVE ZERO TO WS-AMOUNT-WORK
           MOVE ZERO TO WS-INT-WORK
           MOVE ZERO TO WS-PRIN-WORK
           MOVE "N" TO WS-SPLIT-FOUND-FLAG
           MOVE ZERO TO WS-FIELD-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 81
               IF SETTLE-LINE (WS-SCAN-SUB:7) = "AMOUNT="
                   AND WS-FIELD-POS = ZERO
                   COMPUTE WS-FIELD-POS = WS-SCAN-SUB + 7
               END-IF
           END-PERFORM
           IF WS-FIELD-POS > ZERO
               COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL
                   (SETTLE-LINE (WS-FIELD-POS:13))
           END-IF
           MOVE ZERO TO WS-FIELD-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 84
               IF SETTLE-LINE (WS-SCAN-SUB:5) = " INT="
                   AND WS-FIELD-POS = ZERO
                   COMPUTE WS-FIELD-POS = WS-SCAN-SUB + 5
               END-IF
           END-PERFORM
           IF WS-FIELD-POS > ZERO
               SET WS-SPLIT-FOUND TO TRUE
               COMPUTE WS-INT-WORK = FUNCTION NUMVAL
                   (SETTLE-LINE (WS-FIELD-POS:11))
           END-IF
           MOVE ZERO TO WS-FIELD-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 83
               IF SETTLE-LINE (WS-SCAN-SUB:6) = " PRIN="
                   AND WS-FIELD-POS = ZERO
                   COMPUTE WS-FIELD-POS = WS-SCAN-SUB + 6
               END-IF
           END-PERFORM
           IF WS-FIELD-POS > ZERO
               COMPUTE WS-PRIN-WORK = FUNCTION NUMVAL
                   (SETTLE-LINE (WS-FIELD-POS:11))
           END-IF
           IF NOT WS-SPLIT-FOUND
               MOVE WS-AMOUNT-WORK TO WS-PRIN-WORK
           END-IF.

      ****************************************************************************
      * R113's register reaches back WS-REGISTER-CYCLES cycles - a return        *
      * arriving after SETTLE has rolled over is still traced here, and it       *
      * supplies the payment date either way.                                    *
      ****************************************************************************
       1300-LOAD-RECEIPT-REGISTER.
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
                   MOVE RCP-CONTRACT-NUMBER
                       TO WS-REG-CONTRACT (WS-REG-TABLE-COUNT)
                   MOVE RCP-AMOUNT
                       TO WS-REG-AMOUNT (WS-REG-TABLE-COUNT)
                   MOVE RCP-DATE
                       TO WS-REG-DATE (WS-REG-TABLE-COUNT)
               END-IF
               READ REG-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REG-FILE
           END-IF.

      ****************************************************************************
      * The rolling dishonour register; a dishonour older than WS-REPEAT-DAYS    *
      * no longer counts towards a repeat and ages off here.                     *
      ****************************************************************************
       1400-LOAD-DISHONOUR-HISTORY.
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               SET WS-HIST-IN-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-IN-EOF
               IF DSH-RETURN-DATE OF HIST-IN-RECORD
                       >= WS-CUTOFF-DATE
                   IF WS-HIST-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-TABLE-COUNT
                       MOVE HIST-IN-RECORD
                           TO WS-HIST-RECORD (WS-HIST-TABLE-COUNT)
                   END-IF
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

       2000-PROCESS-RETURNED-ITEMS.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-NOT-FOUND
               SET WS-RETURN-EOF TO TRUE
           ELSE
               READ RETURN-FILE
                   AT END SET WS-RETURN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RETURN-EOF
               ADD 1 TO WS-ITEMS-READ
               PERFORM 2100-DISHONOUR-ONE-ITEM
               READ RETURN-FILE
                   AT END SET WS-RETURN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RETURN-NOT-FOUND
               CLOSE RETURN-FILE
           END-IF.

      ****************************************************************************
      * Trace the item to its receipt: SETTLE first for the split, the           *
      * register for the payment date (and for everything, split aside,          *
      * once SETTLE has rolled over). A bank reference already on the            *
      * dishonour register is the same return presented twice.                   *
      ****************************************************************************
       2100-DISHONOUR-ONE-ITEM.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               MOVE WS-HIST-RECORD (WS-SUB) TO DSH-HIST-WORK
               IF DSH-BANK-REF OF DSH-HIST-WORK = RTI-BANK-REF
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               MOVE "ALREADY DISHONOURED" TO WS-REFUSE-REASON
               PERFORM 2900-REFUSE-ITEM
           ELSE
               MOVE ZERO TO WS-STL-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-STL-TABLE-COUNT
                   IF WS-STL-BANK-REF (WS-SUB) = RTI-BANK-REF
                       MOVE WS-SUB TO WS-STL-SUB
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-REG-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REG-TABLE-COUNT
                   IF WS-REG-BANK-REF (WS-SUB) = RTI-BANK-REF
                       MOVE WS-SUB TO WS-REG-SUB
                   END-IF
               END-PERFORM
               PERFORM 2200-RESOLVE-RECEIPT
               IF WS-REFUSE-REASON = SPACES
                   PERFORM 2300-REVERSE-RECEIPT
               ELSE
                   PERFORM 2900-REFUSE-ITEM
               END-IF
           END-IF.

       2200-RESOLVE-RECEIPT.
           MOVE ZERO TO WS-ITEM-PAY-DATE
           IF WS-REG-SUB > ZERO
               MOVE WS-REG-DATE (WS-REG-SUB) TO WS-ITEM-PAY-DATE
           END-IF
           IF WS-STL-SUB > ZERO
               MOVE WS-STL-CONTRACT (WS-STL-SUB) TO WS-ITEM-CONTRACT
               MOVE WS-STL-AMOUNT (WS-STL-SUB) TO WS-ITEM-AMOUNT
               MOVE WS-STL-INTEREST (WS-STL-SUB) TO WS-ITEM-INTEREST
               MOVE WS-STL-PRINCIPAL (WS-STL-SUB)
                   TO WS-ITEM-PRINCIPAL
           ELSE
               IF WS-REG-SUB > ZERO
                   MOVE WS-REG-CONTRACT (WS-REG-SUB)
                       TO WS-ITEM-CONTRACT
                   MOVE WS-REG-AMOUNT (WS-REG-SUB) TO WS-ITEM-AMOUNT
                   MOVE ZERO TO WS-ITEM-INTEREST
                   MOVE WS-REG-AMOUNT (WS-REG-SUB)
                       TO WS-ITEM-PRINCIPAL
               ELSE
                   MOVE "RECEIPT NOT FOUND" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               AND RTI-AMOUNT NOT = WS-ITEM-AMOUNT
               MOVE "AMOUNT DIFFERS FROM RECEIPT" TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-ITEM-CONTRACT
                   TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
               READ OUTST-KEY-FILE
                   INVALID KEY
                       MOVE "NO BALANCE TO REOPEN" TO WS-REFUSE-REASON
               END-READ
           END-IF.

      ****************************************************************************
      * Principal and fee back onto the balance, interest back onto the          *
      * accrual; the cash journal lines R058 wrote are reversed with             *
      * negative amounts and the fee raised against the receivable.              *
      ****************************************************************************
       2300-REVERSE-RECEIPT.
           ADD 1 TO WS-DISHONOURED-COUNT
           ADD WS-RETURNED-ITEM-FEE TO WS-FEE-TOTAL
           ADD WS-ITEM-PRINCIPAL TO OUT-BALANCE OF OUTST-KEY-RECORD
           ADD WS-RETURNED-ITEM-FEE
               TO OUT-BALANCE OF OUTST-KEY-RECORD
           REWRITE OUTST-KEY-RECORD
           IF WS-ITEM-INTEREST > ZERO
               MOVE WS-ITEM-CONTRACT
                   TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
               MOVE "N" TO WS-ACCR-FOUND-FLAG
               READ ACCR-KEY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-ACCR-FOUND TO TRUE
               END-READ
               IF WS-ACCR-FOUND
                   ADD WS-ITEM-INTEREST
                       TO ACC-CUM-AMOUNT OF ACCR-KEY-RECORD
                   REWRITE ACCR-KEY-RECORD
               END-IF
               COMPUTE WS-PORTION-WORK = ZERO - WS-ITEM-INTEREST
               MOVE WS-GL-INTEREST-ACCT TO WS-GL-ACCOUNT-ARG
               PERFORM 2400-WRITE-JOURNAL-LINE
           END-IF
           IF WS-ITEM-PRINCIPAL > ZERO
               COMPUTE WS-PORTION-WORK = ZERO - WS-ITEM-PRINCIPAL
               MOVE WS-GL-PRINCIPAL-ACCT TO WS-GL-ACCOUNT-ARG
               PERFORM 2400-WRITE-JOURNAL-LINE
           END-IF
           IF WS-RETURNED-ITEM-FEE > ZERO
               COMPUTE WS-PORTION-WORK = ZERO - WS-RETURNED-ITEM-FEE
               MOVE WS-GL-PRINCIPAL-ACCT TO WS-GL-ACCOUNT-ARG
               PERFORM 2400-WRITE-JOURNAL-LINE
               MOVE WS-RETURNED-ITEM-FEE TO WS-PORTION-WORK
               MOVE WS-GL-FEE-ACCT TO WS-GL-ACCOUNT-ARG
               PERFORM 2400-WRITE-JOURNAL-LINE
           END-IF
           MOVE RTI-BANK-REF TO DSH-BANK-REF OF DISHONOUR-RECORD
           MOVE WS-ITEM-CONTRACT
               TO DSH-CONTRACT-NUMBER OF DISHONOUR-RECORD
           MOVE WS-ITEM-AMOUNT TO DSH-AMOUNT OF DISHONOUR-RECORD
           MOVE WS-ITEM-PAY-DATE TO DSH-PAY-DATE OF DISHONOUR-RECORD
           MOVE RTI-RETURN-DATE TO DSH-RETURN-DATE OF DISHONOUR-RECORD
           IF RTI-RETURN-DATE = ZERO
               MOVE WS-CURRENT-DATE-NUM
                   TO DSH-RETURN-DATE OF DISHONOUR-RECORD
           END-IF
           MOVE RTI-REASON-CODE TO DSH-REASON-CODE OF DISHONOUR-RECORD
           MOVE WS-ITEM-INTEREST TO DSH-INTEREST OF DISHONOUR-RECORD
           MOVE WS-ITEM-PRINCIPAL TO DSH-PRINCIPAL OF DISHONOUR-RECORD
           MOVE WS-RETURNED-ITEM-FEE TO DSH-FEE OF DISHONOUR-RECORD
           WRITE DISHONOUR-RECORD
           IF WS-HIST-TABLE-COUNT >= 500
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-HIST-TABLE-COUNT
               MOVE DISHONOUR-RECORD
                   TO WS-HIST-RECORD (WS-HIST-TABLE-COUNT)
           END-IF
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-ITEM-INTEREST TO WS-INTEREST-EDIT
           MOVE WS-ITEM-PRINCIPAL TO WS-PRINCIPAL-EDIT
           MOVE WS-RETURNED-ITEM-FEE TO WS-FEE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DISHONOURED " DELIMITED BY SIZE
               WS-ITEM-CONTRACT DELIMITED BY SIZE
               " BANKREF=" DELIMITED BY SIZE
               RTI-BANK-REF DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " INT=" DELIMITED BY SIZE
               WS-INTEREST-EDIT DELIMITED BY SIZE
               " PRIN=" DELIMITED BY SIZE
               WS-PRINCIPAL-EDIT DELIMITED BY SIZE
               " FEE=" DELIMITED BY SIZE
               WS-FEE-EDIT DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               RTI-REASON-CODE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2500-CHECK-REPEAT-DISHONOUR.

       2400-WRITE-JOURNAL-LINE.
           MOVE WS-PORTION-WORK TO WS-PORTION-EDIT
           MOVE WS-ITEM-CONTRACT TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-GL-ACCOUNT-ARG DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               WS-ITEM-CONTRACT DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-PORTION-EDIT DELIMITED BY SIZE
               " DUEDATE=" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               BKP-BOOK DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

      ****************************************************************************
      * Dishonours on the register for this contract inside the window,          *
      * today's included; reaching WS-REPEAT-COUNT raises the alert.             *
      ****************************************************************************
       2500-CHECK-REPEAT-DISHONOUR.
           MOVE ZERO TO WS-CONTRACT-DISHONOURS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               MOVE WS-HIST-RECORD (WS-SUB) TO DSH-HIST-WORK
               IF DSH-CONTRACT-NUMBER OF DSH-HIST-WORK
                       = WS-ITEM-CONTRACT
                   ADD 1 TO WS-CONTRACT-DISHONOURS
               END-IF
           END-PERFORM
           IF WS-CONTRACT-DISHONOURS >= WS-REPEAT-COUNT
               ADD 1 TO WS-REPEAT-ALERT-COUNT
               MOVE WS-CONTRACT-DISHONOURS TO WS-COUNT-EDIT
               MOVE "R161" TO AL-PROGRAM
               MOVE WS-CURRENT-HHMMSS TO AL-TIME
               MOVE "W" TO AL-SEVERITY
               MOVE WS-ITEM-CONTRACT TO AL-KEY
               MOVE SPACES TO AL-MESSAGE
               STRING "REPEAT DISHONOUR - " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " RETURNED ITEMS IN " DELIMITED BY SIZE
                   WS-REPEAT-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO AL-MESSAGE
               MOVE "N" TO AL-ACK-FLAG
               WRITE ALERT-RECORD
           END-IF.

       2900-REFUSE-ITEM.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE RTI-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED " DELIMITED BY SIZE
               RTI-CONTRACT-NUMBER DELIMITED BY SIZE
               " BANKREF=" DELIMITED BY SIZE
               RTI-BANK-REF DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REFUSE-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Both masters are unloaded in contract order and stamped for the          *
      * next step under the R144 chain convention.                               *
      ****************************************************************************
       3000-WRITE-RESTORED-FILES.
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
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           MOVE ZERO TO WS-CHN-OUT-TOTAL
           OPEN OUTPUT ACCR-OUT-FILE
           MOVE LOW-VALUES TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
           START ACCR-KEY-FILE KEY IS NOT LESS THAN
                   ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
               INVALID KEY SET WS-ACCR-KEY-EOF TO TRUE
           END-START
           IF NOT WS-ACCR-KEY-EOF
               READ ACCR-KEY-FILE NEXT RECORD
                   AT END SET WS-ACCR-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-KEY-EOF
               ADD 1 TO WS-ACCR-OUT-COUNT
               MOVE ACCR-KEY-RECORD TO ACCRUAL-RECORD
               ADD ACC-CUM-AMOUNT OF ACCRUAL-RECORD
                   TO WS-CHN-OUT-TOTAL
               WRITE ACCRUAL-RECORD
               READ ACCR-KEY-FILE NEXT RECORD
                   AT END SET WS-ACCR-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCR-OUT-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "ACCR" TO CP-FILE-ID
           MOVE WS-ACCR-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.

       3500-WRITE-DISHONOUR-HISTORY.
           OPEN OUTPUT HIST-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               MOVE WS-HIST-RECORD (WS-SUB) TO HIST-OUT-RECORD
               WRITE HIST-OUT-RECORD
           END-PERFORM
           CLOSE HIST-OUT-FILE.
