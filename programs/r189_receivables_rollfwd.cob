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
      * R189-RECEIVABLES-ROLLFWD                                                 *
      *                                                                          *
      * Roll-forward of the contract receivables book - each contract's          *
      * outstanding balance plus its accrued interest - from the book the        *
      * cycle opened with (OUTSTIN and ACCRIN as they stood before R102)         *
      * to the book the cycle closed on (R112's OUTSTFIN and ACCRFIN).           *
      * Runs at the end of the cycle, behind R101. Per contract the              *
      * opening, plus contracts seeded from the ENTITY extract, plus             *
      * accruals (ACCRJRNL), plus fees (FEEJRNL), less receipts                  *
      * (CASHJRNL), plus dishonoured receipts (DSHJRNL) and returned             *
      * debits (DDRETIN), plus refunds paid out of credit balances               *
      * (REFUND - complaint redress, reason R, is not paid out of the            *
      * balance and is left out), plus or less group netting (tonight's          *
      * NETAUD lines), must equal the closing book; a contract whose             *
      * movements do not explain its balance change is listed on RFWDRPT as      *
      * an unreconciled difference. R101's write-offs (WOFFJRNL) are posted      *
      * after OUTSTFIN is cut, so they take the closing book to the carry        *
      * the next cycle opens with. Revaluation (REVALJRNL) restates the GL       *
      * value only and is carried as a memorandum column. Totals are cut         *
      * by currency (CONTRCCY, base ZAR when absent) for the cycle and           *
      * accumulated by period and currency on the roll-forward control           *
      * file (rollforward-control.cpy, RFWDIN to RFWDOUT), which R104            *
      * reads before it will close a period. A second run for the same           *
      * business date does not add to the period totals again.                   *
      * Every total is cut per book as well as per currency - each contract      *
      * carries the book it is booked in (R213-BOOK-SERVICE) - so each legal     *
      * entity's carried-forward balance stands on its own RFWDOUT rows and      *
      * R104 can close one book's period while the other's stays open.           *
      * A contract R212 moved to another book tonight (its AR-BOOK-TRANSFER-OUT  *
      * line on BOOKJRNL names the book it left) opens in the book it left and   *
      * closes in its new one: its opening counts to the old book and the        *
      * transfer column carries it across, out of the old book and into the      *
      * new, so each book's opening still meets its own prior carry.             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R189-RECEIVABLES-ROLLFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-OUTST-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-OUTST-STATUS.

           SELECT OPEN-ACCR-FILE ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-ACCR-STATUS.

           SELECT CLOSE-OUTST-FILE ASSIGN TO "OUTSTFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-OUTST-STATUS.

           SELECT CLOSE-ACCR-FILE ASSIGN TO "ACCRFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-ACCR-STATUS.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.

           SELECT CCY-XREF-FILE ASSIGN TO "CONTRCCY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCY-STATUS.

           SELECT ACCR-JRNL-FILE ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-JRNL-STATUS.

           SELECT FEE-JRNL-FILE ASSIGN TO "FEEJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-JRNL-STATUS.

           SELECT CASH-JRNL-FILE ASSIGN TO "CASHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-JRNL-STATUS.

           SELECT DSH-JRNL-FILE ASSIGN TO "DSHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSH-JRNL-STATUS.

           SELECT RETURN-FILE ASSIGN TO "DDRETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REFUND-FILE ASSIGN TO "REFUND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT NET-AUDIT-FILE ASSIGN TO "NETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

           SELECT WOFF-JRNL-FILE ASSIGN TO "WOFFJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-JRNL-STATUS.

           SELECT REVAL-JRNL-FILE ASSIGN TO "REVALJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVAL-JRNL-STATUS.

           SELECT XFER-JRNL-FILE ASSIGN TO "BOOKJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFER-JRNL-STATUS.

           SELECT CONTROL-IN-FILE ASSIGN TO "RFWDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-IN-STATUS.

           SELECT CONTROL-OUT-FILE ASSIGN TO "RFWDOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RFWDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-OUTST-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY OPEN-OUTST-RECORD.

       FD  OPEN-ACCR-FILE.
       COPY "accrual-record" REPLACING ACCRUAL-RECORD
           BY OPEN-ACCR-RECORD.

       FD  CLOSE-OUTST-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY CLOSE-OUTST-RECORD.

       FD  CLOSE-ACCR-FILE.
       COPY "accrual-record" REPLACING ACCRUAL-RECORD
           BY CLOSE-ACCR-RECORD.

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  CCY-XREF-FILE.
       COPY "contract-currency".

       FD  ACCR-JRNL-FILE.
       01  ACCR-JRNL-LINE               PIC X(160).

       FD  FEE-JRNL-FILE.
       01  FEE-JRNL-LINE                PIC X(160).

       FD  CASH-JRNL-FILE.
       01  CASH-JRNL-LINE               PIC X(160).

       FD  DSH-JRNL-FILE.
       01  DSH-JRNL-LINE                PIC X(160).

       FD  RETURN-FILE.
       01  DEBIT-RETURN-RECORD.
           05  DDR-CONTRACT-NUMBER      PIC X(15).
           05  DDR-AMOUNT               PIC 9(10)V9(2).
           05  DDR-REASON               PIC X(20).
           05  DDR-DATE                 PIC 9(8).

       FD  REFUND-FILE.
       COPY "refund-record".

       FD  NET-AUDIT-FILE.
       01  NET-AUDIT-LINE               PIC X(110).

       FD  WOFF-JRNL-FILE.
       01  WOFF-JRNL-LINE               PIC X(160).

       FD  REVAL-JRNL-FILE.
       01  REVAL-JRNL-LINE              PIC X(160).

       FD  XFER-JRNL-FILE.
       01  XFER-JRNL-LINE               PIC X(160).

       FD  CONTROL-IN-FILE.
       01  CONTROL-IN-RECORD            PIC X(240).

       FD  CONTROL-OUT-FILE.
       COPY "rollforward-control".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-OPEN-OUTST-STATUS     PIC XX.
           88  WS-OPEN-OUTST-NOT-FOUND      VALUE "35".
       01  WS-OPEN-ACCR-STATUS      PIC XX.
           88  WS-OPEN-ACCR-NOT-FOUND       VALUE "35".
       01  WS-CLOSE-OUTST-STATUS    PIC XX.
           88  WS-CLOSE-OUTST-NOT-FOUND     VALUE "35".
       01  WS-CLOSE-ACCR-STATUS     PIC XX.
           88  WS-CLOSE-ACCR-NOT-FOUND      VALUE "35".
       01  WS-ENTITY-STATUS         PIC XX.
           88  WS-ENTITY-NOT-FOUND          VALUE "35".
       01  WS-CCY-STATUS            PIC XX.
           88  WS-CCY-NOT-FOUND             VALUE "35".
       01  WS-ACCR-JRNL-STATUS      PIC XX.
           88  WS-ACCR-JRNL-NOT-FOUND       VALUE "35".
       01  WS-FEE-JRNL-STATUS       PIC XX.
           88  WS-FEE-JRNL-NOT-FOUND        VALUE "35".
       01  WS-CASH-JRNL-STATUS      PIC XX.
           88  WS-CASH-JRNL-NOT-FOUND       VALUE "35".
       01  WS-DSH-JRNL-STATUS       PIC XX.
           88  WS-DSH-JRNL-NOT-FOUND        VALUE "35".
       01  WS-RETURN-STATUS         PIC XX.
           88  WS-RETURN-NOT-FOUND          VALUE "35".
       01  WS-REFUND-STATUS         PIC XX.
           88  WS-REFUND-NOT-FOUND          VALUE "35".
       01  WS-NET-STATUS            PIC XX.
           88  WS-NET-NOT-FOUND             VALUE "35".
       01  WS-WOFF-JRNL-STATUS      PIC XX.
           88  WS-WOFF-JRNL-NOT-FOUND       VALUE "35".
       01  WS-REVAL-JRNL-STATUS     PIC XX.
           88  WS-REVAL-JRNL-NOT-FOUND      VALUE "35".
       01  WS-XFER-JRNL-STATUS      PIC XX.
           88  WS-XFER-JRNL-NOT-FOUND       VALUE "35".
       01  WS-CONTROL-IN-STATUS     PIC XX.
           88  WS-CONTROL-IN-NOT-FOUND      VALUE "35".

       01  WS-BASE-CCY              PIC X(3)   VALUE "ZAR".

       01  WS-CT-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY          OCCURS 2000 TIMES.
               10  WS-CT-CONTRACT       PIC X(15).
               10  WS-CT-CCY            PIC X(3).
               10  WS-CT-BOOK           PIC X(2).
               10  WS-CT-OPEN-BOOK      PIC X(2).
               10  WS-CT-IN-OPENING     PIC X(1).
               10  WS-CT-OPENING        PIC S9(13)V9(2).
               10  WS-CT-SEEDED         PIC S9(13)V9(2).
               10  WS-CT-ACCRUED        PIC S9(13)V9(2).
               10  WS-CT-FEES           PIC S9(13)V9(2).
               10  WS-CT-RECEIPTS       PIC S9(13)V9(2).
               10  WS-CT-DISHONOURS     PIC S9(13)V9(2).
               10  WS-CT-REFUNDS        PIC S9(13)V9(2).
               10  WS-CT-NETTING        PIC S9(13)V9(2).
               10  WS-CT-CLOSING        PIC S9(13)V9(2).
               10  WS-CT-WRITEOFFS      PIC S9(13)V9(2).
               10  WS-CT-REVAL          PIC S9(13)V9(2).
       01  WS-CT-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-CT-HIT                PIC 9(4)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-ADD-FLAG              PIC X      VALUE "Y".
           88  WS-ADD-MISSING                  VALUE "Y".

       01  WS-XREF-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY        OCCURS 2000 TIMES.
               10  WS-XREF-CONTRACT     PIC X(15).
               10  WS-XREF-CCY          PIC X(3).
       01  WS-XREF-SUB              PIC 9(4)   VALUE ZERO.

       01  WS-CY-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-CY-TABLE.
           05  WS-CY-ENTRY          OCCURS 50 TIMES.
               10  WS-CY-CCY            PIC X(3).
               10  WS-CY-BOOK           PIC X(2).
               10  WS-CY-OPENING        PIC S9(13)V9(2).
               10  WS-CY-SEEDED         PIC S9(13)V9(2).
               10  WS-CY-ACCRUED        PIC S9(13)V9(2).
               10  WS-CY-FEES           PIC S9(13)V9(2).
               10  WS-CY-RECEIPTS       PIC S9(13)V9(2).
               10  WS-CY-DISHONOURS     PIC S9(13)V9(2).
               10  WS-CY-REFUNDS        PIC S9(13)V9(2).
               10  WS-CY-NETTING        PIC S9(13)V9(2).
               10  WS-CY-TRANSFERS      PIC S9(13)V9(2).
               10  WS-CY-CLOSING        PIC S9(13)V9(2).
               10  WS-CY-WRITEOFFS      PIC S9(13)V9(2).
               10  WS-CY-REVAL          PIC S9(13)V9(2).
               10  WS-CY-DIFFERENCE     PIC S9(13)V9(2).
               10  WS-CY-UNRECONCILED   PIC 9(7).
       01  WS-CY-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-CY-HIT                PIC 9(3)   VALUE ZERO.

       01  WS-PC-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY          OCCURS 600 TIMES.
               10  WS-PC-DATA           PIC X(240).
       01  WS-PC-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-PC-HIT                PIC 9(3)   VALUE ZERO.

       01  WS-JRNL-LINE             PIC X(160) VALUE SPACES.
       01  WS-MOVE-KIND             PIC X(1)   VALUE SPACE.
       01  WS-MOVE-AMOUNT           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-REF-POS               PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-POS            PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-END            PIC 9(3)   VALUE ZERO.
       01  WS-DATE-POS              PIC 9(3)   VALUE ZERO.
       01  WS-BOOK-POS              PIC 9(3)   VALUE ZERO.
       01  WS-KEY-BOOK              PIC X(2)   VALUE SPACES.
       01  WS-GL-XFER-OUT-ACCT      PIC X(20)  VALUE
           "AR-BOOK-TRANSFER-OUT".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-PERIOD        PIC 9(6)   VALUE ZERO.
       01  WS-DEFAULT-BOOK          PIC X(2)   VALUE SPACES.
       01  WS-EXPECTED              PIC S9(13)V9(2) VALUE ZERO.
       01  WS-DIFFERENCE            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-CHAIN-GAP             PIC S9(13)V9(2) VALUE ZERO.
       01  WS-MOVEMENT-NET          PIC S9(13)V9(2) VALUE ZERO.

       01  WS-EDIT-1                PIC -(12)9.99.
       01  WS-EDIT-2                PIC -(12)9.99.
       01  WS-EDIT-3                PIC -(12)9.99.
       01  WS-EDIT-4                PIC -(12)9.99.
       01  WS-EDIT-5                PIC -(12)9.99.
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.

       01  WS-CONTRACT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-UNRECONCILED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-RERUN-FLAG            PIC X      VALUE "N".
           88  WS-RERUN                        VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R189" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-CURRENT-PERIOD
           PERFORM 1000-LOAD-OPENING-BOOK
           PERFORM 1100-LOAD-CLOSING-BOOK
           PERFORM 1200-LOAD-SEEDED-CONTRACTS
           PERFORM 1300-LOAD-JOURNALS
           PERFORM 1400-LOAD-RETURNS
           PERFORM 1450-LOAD-REFUNDS
           PERFORM 1500-LOAD-NETTING
           PERFORM 1600-LOAD-CURRENCIES
           PERFORM 1700-LOAD-BOOK-TRANSFERS
           OPEN OUTPUT REPORT-FILE
           MOVE "*** RECEIVABLES ROLL-FORWARD ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               " PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-ROLL-FORWARD-CONTRACTS
           PERFORM 3000-WRITE-CURRENCY-TOTALS
           PERFORM 4000-UPDATE-PERIOD-CONTROL
           CLOSE REPORT-FILE
           DISPLAY "R189: CONTRACTS ROLLED       " WS-CONTRACT-COUNT
           DISPLAY "R189: UNRECONCILED CONTRACTS " WS-UNRECONCILED-COUNT
           DISPLAY "R189: CURRENCIES             " WS-CY-TABLE-COUNT
           IF WS-RERUN
               DISPLAY "R189: PERIOD TOTALS ALREADY HOLD THIS DATE"
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R189: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRECONCILED-COUNT > ZERO OR WS-RERUN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-LOAD-OPENING-BOOK.
           MOVE "Y" TO WS-ADD-FLAG
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT OPEN-OUTST-FILE
           IF WS-OPEN-OUTST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ OPEN-OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE OUT-CONTRACT-NUMBER OF OPEN-OUTST-RECORD
                   TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               IF WS-CT-HIT > ZERO
                   MOVE "Y" TO WS-CT-IN-OPENING (WS-CT-HIT)
                   ADD OUT-BALANCE OF OPEN-OUTST-RECORD
                       TO WS-CT-OPENING (WS-CT-HIT)
               END-IF
               READ OPEN-OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OPEN-OUTST-NOT-FOUND
               CLOSE OPEN-OUTST-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT OPEN-ACCR-FILE
           IF WS-OPEN-ACCR-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ OPEN-ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ACC-CONTRACT-NUMBER OF OPEN-ACCR-RECORD
                   TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               IF WS-CT-HIT > ZERO
                   MOVE "Y" TO WS-CT-IN-OPENING (WS-CT-HIT)
                   ADD ACC-CUM-AMOUNT OF OPEN-ACCR-RECORD
                       TO WS-CT-OPENING (WS-CT-HIT)
               END-IF
               READ OPEN-ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OPEN-ACCR-NOT-FOUND
               CLOSE OPEN-ACCR-FILE
           END-IF.

       1100-LOAD-CLOSING-BOOK.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CLOSE-OUTST-FILE
           IF WS-CLOSE-OUTST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CLOSE-OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE OUT-CONTRACT-NUMBER OF CLOSE-OUTST-RECORD
                   TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               IF WS-CT-HIT > ZERO
                   ADD OUT-BALANCE OF CLOSE-OUTST-RECORD
                       TO WS-CT-CLOSING (WS-CT-HIT)
               END-IF
               READ CLOSE-OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CLOSE-OUTST-NOT-FOUND
               CLOSE CLOSE-OUTST-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CLOSE-ACCR-FILE
           IF WS-CLOSE-ACCR-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CLOSE-ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ACC-CONTRACT-NUMBER OF CLOSE-ACCR-RECORD
                   TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               IF WS-CT-HIT > ZERO
                   ADD ACC-CUM-AMOUNT OF CLOSE-ACCR-RECORD
                       TO WS-CT-CLOSING (WS-CT-HIT)
               END-IF
               READ CLOSE-ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CLOSE-ACCR-NOT-FOUND
               CLOSE CLOSE-ACCR-FILE
           END-IF.

      ****************************************************************************
      * R058 seeds a contract at its CONTRACT segment AMOUNT the first time      *
      * the extract names it; a contract the cycle did not open with is a        *
      * seed.                                                                    *
      ****************************************************************************
       1200-LOAD-SEEDED-CONTRACTS.
           MOVE "N" TO WS-ADD-FLAG
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF SEGMENT-ID OF ENTITY = 7
                   MOVE CONTRACT-NUMBER OF CONTRACT TO WS-KEY-CONTRACT
                   PERFORM 1900-FIND-CONTRACT
                   IF WS-CT-HIT > ZERO
                       IF WS-CT-IN-OPENING (WS-CT-HIT) = "N"
                           AND WS-CT-SEEDED (WS-CT-HIT) = ZERO
                           ADD AMOUNT OF CONTRACT
                               TO WS-CT-SEEDED (WS-CT-HIT)
                       END-IF
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ENTITY-NOT-FOUND
               CLOSE ENTITY-FILE
           END-IF
           MOVE "Y" TO WS-ADD-FLAG.

      ****************************************************************************
      * The journals share the CONTRGLAR column layout: REF= names the           *
      * contract and AMOUNT= the amount up to DUEDATE=. Trailer lines carry      *
      * no REF= and are passed over.                                             *
      ****************************************************************************
       1300-LOAD-JOURNALS.
           MOVE "A" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACCR-JRNL-FILE
           IF WS-ACCR-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ACCR-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ACCR-JRNL-LINE TO WS-JRNL-LINE
               PERFORM 1390-POST-JOURNAL-LINE
               READ ACCR-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-JRNL-NOT-FOUND
               CLOSE ACCR-JRNL-FILE
           END-IF
           MOVE "F" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT FEE-JRNL-FILE
           IF WS-FEE-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ FEE-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE FEE-JRNL-LINE TO WS-JRNL-LINE
               PERFORM 1390-POST-JOURNAL-LINE
               READ FEE-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-FEE-JRNL-NOT-FOUND
               CLOSE FEE-JRNL-FILE
           END-IF
           MOVE "C" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CASH-JRNL-FILE
           IF WS-CASH-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CASH-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE CASH-JRNL-LINE TO WS-JRNL-LINE
               PERFORM 1390-POST-JOURNAL-LINE
               READ CASH-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CASH-JRNL-NOT-FOUND
               CLOSE CASH-JRNL-FILE
           END-IF
           MOVE "D" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT DSH-JRNL-FILE
           IF WS-DSH-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ DSH-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE DSH-JRNL-LINE TO WS-JRNL-LINE
               PERFORM 1390-POST-JOURNAL-LINE
               READ DSH-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSH-JRNL-NOT-FOUND
               CLOSE DSH-JRNL-FILE
           END-IF
           MOVE "W" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT WOFF-JRNL-FILE
           IF WS-WOFF-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ WOFF-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE WOFF-JRNL-LINE TO WS-JRNL-LINE
               PERFORM 1390-POST-JOURNAL-LINE
               READ WOFF-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-JRNL-NOT-FOUND
               CLOSE WOFF-JRNL-FILE
           END-IF
           MOVE "V" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REVAL-JRNL-FILE
           IF WS-REVAL-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REVAL-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE REVAL-JRNL-LINE TO WS-JRNL-LINE
               PERFORM 1390-POST-JOURNAL-LINE
               READ REVAL-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REVAL-JRNL-NOT-FOUND
               CLOSE REVAL-JRNL-FILE
           END-IF.

       1390-POST-JOURNAL-LINE.
           MOVE ZERO TO WS-REF-POS
           MOVE ZERO TO WS-AMOUNT-POS
           MOVE ZERO TO WS-AMOUNT-END
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 140
               IF WS-JRNL-LINE (WS-SCAN-SUB:4) = "REF="
                   AND WS-REF-POS = ZERO
                   COMPUTE WS-REF-POS = WS-SCAN-SUB + 4
               END-IF
               IF WS-JRNL-LINE (WS-SCAN-SUB:7) = "AMOUNT="
                   AND WS-AMOUNT-POS = ZERO
                   COMPUTE WS-AMOUNT-POS = WS-SCAN-SUB + 7
               END-IF
               IF WS-JRNL-LINE (WS-SCAN-SUB:9) = " DUEDATE="
                   AND WS-AMOUNT-POS > ZERO
                   AND WS-AMOUNT-END = ZERO
                   MOVE WS-SCAN-SUB TO WS-AMOUNT-END
               END-IF
           END-PERFORM
           IF WS-REF-POS > ZERO
               AND WS-AMOUNT-POS > ZERO
               AND WS-AMOUNT-END > WS-AMOUNT-POS
               MOVE WS-JRNL-LINE (WS-REF-POS:15) TO WS-KEY-CONTRACT
               COMPUTE WS-MOVE-AMOUNT = FUNCTION NUMVAL
                   (WS-JRNL-LINE (WS-AMOUNT-POS:
                                  WS-AMOUNT-END - WS-AMOUNT-POS))
               PERFORM 1950-POST-MOVEMENT
           END-IF.

       1400-LOAD-RETURNS.
           MOVE "D" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RETURN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE DDR-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               MOVE DDR-AMOUNT TO WS-MOVE-AMOUNT
               PERFORM 1950-POST-MOVEMENT
               READ RETURN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RETURN-NOT-FOUND
               CLOSE RETURN-FILE
           END-IF.

       1450-LOAD-REFUNDS.
           MOVE "R" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REFUND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF NOT REF-COMPLAINT-REDRESS
                   MOVE REF-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   MOVE REF-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM 1950-POST-MOVEMENT
               END-IF
               READ REFUND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REFUND-NOT-FOUND
               CLOSE REFUND-FILE
           END-IF.

      ****************************************************************************
      * NETAUD is appended run after run; only lines R125 dated with tonight's   *
      * business date count. A debit relieved lowers the balance, a credit       *
      * applied raises it.                                                       *
      ****************************************************************************
       1500-LOAD-NETTING.
           MOVE "N" TO WS-MOVE-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT NET-AUDIT-FILE
           IF WS-NET-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ NET-AUDIT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF NET-AUDIT-LINE (1:7) = "NETTED "
                   PERFORM 1550-POST-NETTING-LINE
               END-IF
               READ NET-AUDIT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-NET-NOT-FOUND
               CLOSE NET-AUDIT-FILE
           END-IF.

       1550-POST-NETTING-LINE.
           MOVE ZERO TO WS-DATE-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 98
               IF NET-AUDIT-LINE (WS-SCAN-SUB:4) = " ON "
                   MOVE WS-SCAN-SUB TO WS-DATE-POS
               END-IF
           END-PERFORM
           IF WS-DATE-POS > ZERO
               AND NET-AUDIT-LINE (WS-DATE-POS + 4:8)
                   = WS-CURRENT-DATE-NUM
               MOVE NET-AUDIT-LINE (8:15) TO WS-KEY-CONTRACT
               EVALUATE TRUE
                   WHEN NET-AUDIT-LINE (23:19) = " DEBIT RELIEVED BY "
                       COMPUTE WS-MOVE-AMOUNT = ZERO - FUNCTION NUMVAL
                           (NET-AUDIT-LINE (42:14))
                       PERFORM 1950-POST-MOVEMENT
                   WHEN NET-AUDIT-LINE (23:16) = " CREDIT APPLIED "
                       COMPUTE WS-MOVE-AMOUNT = FUNCTION NUMVAL
                           (NET-AUDIT-LINE (39:14))
                       PERFORM 1950-POST-MOVEMENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1600-LOAD-CURRENCIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CCY-XREF-FILE
           IF WS-CCY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CCY-XREF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-XREF-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-TABLE-COUNT
                   MOVE CCY-CONTRACT-NUMBER
                       TO WS-XREF-CONTRACT (WS-XREF-TABLE-COUNT)
                   MOVE CCY-CODE TO WS-XREF-CCY (WS-XREF-TABLE-COUNT)
               END-IF
               READ CCY-XREF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CCY-NOT-FOUND
               CLOSE CCY-XREF-FILE
           END-IF
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-TABLE-COUNT
               MOVE WS-BASE-CCY TO WS-CT-CCY (WS-CT-SUB)
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-TABLE-COUNT
                   IF WS-XREF-CONTRACT (WS-XREF-SUB)
                       = WS-CT-CONTRACT (WS-CT-SUB)
                       AND WS-XREF-CCY (WS-XREF-SUB) NOT = SPACES
                       MOVE WS-XREF-CCY (WS-XREF-SUB)
                           TO WS-CT-CCY (WS-CT-SUB)
                   END-IF
               END-PERFORM
               MOVE WS-CT-CONTRACT (WS-CT-SUB) TO BKP-CONTRACT-NUMBER
               MOVE SPACES TO BKP-COMPANY-ID
               CALL "R213-BOOK-SERVICE" USING BOOK-PARM
               MOVE BKP-BOOK TO WS-CT-BOOK (WS-CT-SUB)
           END-PERFORM
           MOVE SPACES TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE BKP-BOOK TO WS-DEFAULT-BOOK.

      ****************************************************************************
      * Each contract R212 moved between books tonight has its transfer-out      *
      * line on BOOKJRNL: REF= the contract, BK= the book it left.               *
      ****************************************************************************
       1700-LOAD-BOOK-TRANSFERS.
           MOVE "N" TO WS-ADD-FLAG
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT XFER-JRNL-FILE
           IF WS-XFER-JRNL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ XFER-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE XFER-JRNL-LINE TO WS-JRNL-LINE
               IF WS-JRNL-LINE (8:20) = WS-GL-XFER-OUT-ACCT
                   PERFORM 1750-POST-TRANSFER-LINE
               END-IF
               READ XFER-JRNL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-XFER-JRNL-NOT-FOUND
               CLOSE XFER-JRNL-FILE
           END-IF.

       1750-POST-TRANSFER-LINE.
           MOVE ZERO TO WS-REF-POS
           MOVE ZERO TO WS-BOOK-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 140
               IF WS-JRNL-LINE (WS-SCAN-SUB:4) = "REF="
                   AND WS-REF-POS = ZERO
                   COMPUTE WS-REF-POS = WS-SCAN-SUB + 4
               END-IF
               IF WS-JRNL-LINE (WS-SCAN-SUB:4) = " BK="
                   AND WS-BOOK-POS = ZERO
                   COMPUTE WS-BOOK-POS = WS-SCAN-SUB + 4
               END-IF
           END-PERFORM
           IF WS-REF-POS > ZERO AND WS-BOOK-POS > ZERO
               MOVE WS-JRNL-LINE (WS-REF-POS:15) TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               IF WS-CT-HIT > ZERO
                   MOVE WS-JRNL-LINE (WS-BOOK-POS:2)
                       TO WS-CT-OPEN-BOOK (WS-CT-HIT)
               END-IF
           END-IF.

       1900-FIND-CONTRACT.
           MOVE ZERO TO WS-CT-HIT
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-TABLE-COUNT
                      OR WS-CT-HIT > ZERO
               IF WS-CT-CONTRACT (WS-CT-SUB) = WS-KEY-CONTRACT
                   MOVE WS-CT-SUB TO WS-CT-HIT
               END-IF
           END-PERFORM
           IF WS-CT-HIT = ZERO AND WS-ADD-MISSING
               IF WS-CT-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CT-TABLE-COUNT
                   MOVE WS-CT-TABLE-COUNT TO WS-CT-HIT
                   MOVE WS-KEY-CONTRACT TO WS-CT-CONTRACT (WS-CT-HIT)
                   MOVE WS-BASE-CCY TO WS-CT-CCY (WS-CT-HIT)
                   MOVE SPACES TO WS-CT-OPEN-BOOK (WS-CT-HIT)
                   MOVE "N" TO WS-CT-IN-OPENING (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-OPENING (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-SEEDED (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-ACCRUED (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-FEES (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-RECEIPTS (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-DISHONOURS (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-REFUNDS (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-NETTING (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-CLOSING (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-WRITEOFFS (WS-CT-HIT)
                   MOVE ZERO TO WS-CT-REVAL (WS-CT-HIT)
               END-IF
           END-IF.

       1950-POST-MOVEMENT.
           PERFORM 1900-FIND-CONTRACT
           IF WS-CT-HIT > ZERO
               EVALUATE WS-MOVE-KIND
                   WHEN "A"
                       ADD WS-MOVE-AMOUNT TO WS-CT-ACCRUED (WS-CT-HIT)
                   WHEN "F"
                       ADD WS-MOVE-AMOUNT TO WS-CT-FEES (WS-CT-HIT)
                   WHEN "C"
                       ADD WS-MOVE-AMOUNT TO WS-CT-RECEIPTS (WS-CT-HIT)
                   WHEN "D"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-DISHONOURS (WS-CT-HIT)
                   WHEN "R"
                       ADD WS-MOVE-AMOUNT TO WS-CT-REFUNDS (WS-CT-HIT)
                   WHEN "N"
                       ADD WS-MOVE-AMOUNT TO WS-CT-NETTING (WS-CT-HIT)
                   WHEN "W"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-WRITEOFFS (WS-CT-HIT)
                   WHEN "V"
                       ADD WS-MOVE-AMOUNT TO WS-CT-REVAL (WS-CT-HIT)
               END-EVALUATE
           END-IF.

      ****************************************************************************
      * Opening plus the night's movements must give the closing book. A         *
      * contract whose movements do not explain its change is an                 *
      * unreconciled difference and is listed with its movements.                *
      ****************************************************************************
       2000-ROLL-FORWARD-CONTRACTS.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-TABLE-COUNT
               ADD 1 TO WS-CONTRACT-COUNT
               COMPUTE WS-MOVEMENT-NET =
                   WS-CT-SEEDED (WS-CT-SUB) + WS-CT-ACCRUED (WS-CT-SUB)
                   + WS-CT-FEES (WS-CT-SUB)
                   - WS-CT-RECEIPTS (WS-CT-SUB)
                   + WS-CT-DISHONOURS (WS-CT-SUB)
                   + WS-CT-REFUNDS (WS-CT-SUB)
                   + WS-CT-NETTING (WS-CT-SUB)
               COMPUTE WS-EXPECTED =
                   WS-CT-OPENING (WS-CT-SUB) + WS-MOVEMENT-NET
               COMPUTE WS-DIFFERENCE =
                   WS-CT-CLOSING (WS-CT-SUB) - WS-EXPECTED
               PERFORM 2100-ADD-CURRENCY-TOTALS
               IF WS-DIFFERENCE NOT = ZERO
                   ADD 1 TO WS-UNRECONCILED-COUNT
                   ADD 1 TO WS-CY-UNRECONCILED (WS-CY-HIT)
                   PERFORM 2200-REPORT-DIFFERENCE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A contract moved between books tonight opens in the book it left:        *
      * its opening counts there and is transferred out, and the book it         *
      * closes in takes it as a transfer in.                                     *
      ****************************************************************************
       2100-ADD-CURRENCY-TOTALS.
           IF WS-CT-OPEN-BOOK (WS-CT-SUB) NOT = SPACES
               AND WS-CT-OPEN-BOOK (WS-CT-SUB)
                   NOT = WS-CT-BOOK (WS-CT-SUB)
               MOVE WS-CT-OPEN-BOOK (WS-CT-SUB) TO WS-KEY-BOOK
               PERFORM 2150-FIND-CURRENCY-ROW
               ADD WS-CT-OPENING (WS-CT-SUB)
                   TO WS-CY-OPENING (WS-CY-HIT)
               SUBTRACT WS-CT-OPENING (WS-CT-SUB)
                   FROM WS-CY-TRANSFERS (WS-CY-HIT)
               MOVE WS-CT-BOOK (WS-CT-SUB) TO WS-KEY-BOOK
               PERFORM 2150-FIND-CURRENCY-ROW
               ADD WS-CT-OPENING (WS-CT-SUB)
                   TO WS-CY-TRANSFERS (WS-CY-HIT)
           ELSE
               MOVE WS-CT-BOOK (WS-CT-SUB) TO WS-KEY-BOOK
               PERFORM 2150-FIND-CURRENCY-ROW
               ADD WS-CT-OPENING (WS-CT-SUB)
                   TO WS-CY-OPENING (WS-CY-HIT)
           END-IF
           ADD WS-CT-SEEDED (WS-CT-SUB) TO WS-CY-SEEDED (WS-CY-HIT)
           ADD WS-CT-ACCRUED (WS-CT-SUB) TO WS-CY-ACCRUED (WS-CY-HIT)
           ADD WS-CT-FEES (WS-CT-SUB) TO WS-CY-FEES (WS-CY-HIT)
           ADD WS-CT-RECEIPTS (WS-CT-SUB)
               TO WS-CY-RECEIPTS (WS-CY-HIT)
           ADD WS-CT-DISHONOURS (WS-CT-SUB)
               TO WS-CY-DISHONOURS (WS-CY-HIT)
           ADD WS-CT-REFUNDS (WS-CT-SUB) TO WS-CY-REFUNDS (WS-CY-HIT)
           ADD WS-CT-NETTING (WS-CT-SUB) TO WS-CY-NETTING (WS-CY-HIT)
           ADD WS-CT-CLOSING (WS-CT-SUB) TO WS-CY-CLOSING (WS-CY-HIT)
           ADD WS-CT-WRITEOFFS (WS-CT-SUB)
               TO WS-CY-WRITEOFFS (WS-CY-HIT)
           ADD WS-CT-REVAL (WS-CT-SUB) TO WS-CY-REVAL (WS-CY-HIT)
           ADD WS-DIFFERENCE TO WS-CY-DIFFERENCE (WS-CY-HIT).

       2150-FIND-CURRENCY-ROW.
           MOVE ZERO TO WS-CY-HIT
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                   UNTIL WS-CY-SUB > WS-CY-TABLE-COUNT
               IF WS-CY-CCY (WS-CY-SUB) = WS-CT-CCY (WS-CT-SUB)
                   AND WS-CY-BOOK (WS-CY-SUB) = WS-KEY-BOOK
                   MOVE WS-CY-SUB TO WS-CY-HIT
               END-IF
           END-PERFORM
           IF WS-CY-HIT = ZERO
               IF WS-CY-TABLE-COUNT >= 50
                   SET WS-OVERFLOW TO TRUE
                   MOVE 1 TO WS-CY-HIT
               ELSE
                   ADD 1 TO WS-CY-TABLE-COUNT
                   MOVE WS-CY-TABLE-COUNT TO WS-CY-HIT
                   INITIALIZE WS-CY-ENTRY (WS-CY-HIT)
                   MOVE WS-CT-CCY (WS-CT-SUB) TO WS-CY-CCY (WS-CY-HIT)
                   MOVE WS-KEY-BOOK TO WS-CY-BOOK (WS-CY-HIT)
               END-IF
           END-IF.

       2200-REPORT-DIFFERENCE.
           MOVE WS-CT-OPENING (WS-CT-SUB) TO WS-EDIT-1
           MOVE WS-MOVEMENT-NET TO WS-EDIT-2
           MOVE WS-CT-CLOSING (WS-CT-SUB) TO WS-EDIT-3
           MOVE WS-DIFFERENCE TO WS-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING "UNRECONCILED " DELIMITED BY SIZE
               WS-CT-CONTRACT (WS-CT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CT-CCY (WS-CT-SUB) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               WS-CT-BOOK (WS-CT-SUB) DELIMITED BY SIZE
               " OPEN=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " MOVES=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " CLOSE=" DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               " DIFF=" DELIMITED BY SIZE
               WS-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CT-SEEDED (WS-CT-SUB) TO WS-EDIT-1
           MOVE WS-CT-ACCRUED (WS-CT-SUB) TO WS-EDIT-2
           MOVE WS-CT-FEES (WS-CT-SUB) TO WS-EDIT-3
           MOVE WS-CT-RECEIPTS (WS-CT-SUB) TO WS-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING "    SEEDED=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " ACCRUED=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " FEES=" DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               " RECEIPTS=" DELIMITED BY SIZE
               WS-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CT-DISHONOURS (WS-CT-SUB) TO WS-EDIT-1
           MOVE WS-CT-REFUNDS (WS-CT-SUB) TO WS-EDIT-2
           MOVE WS-CT-NETTING (WS-CT-SUB) TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "    DISHONOURS=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " REFUNDS=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " NETTING=" DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CYCLE ROLL-FORWARD BY BOOK AND CURRENCY" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                   UNTIL WS-CY-SUB > WS-CY-TABLE-COUNT
               MOVE WS-CY-CCY (WS-CY-SUB) TO RFC-CURRENCY
               MOVE WS-CY-BOOK (WS-CY-SUB) TO RFC-BOOK
               MOVE WS-CURRENT-PERIOD TO RFC-PERIOD
               MOVE WS-CY-OPENING (WS-CY-SUB) TO RFC-OPENING
               MOVE WS-CY-SEEDED (WS-CY-SUB) TO RFC-SEEDED
               MOVE WS-CY-ACCRUED (WS-CY-SUB) TO RFC-ACCRUED
               MOVE WS-CY-FEES (WS-CY-SUB) TO RFC-FEES
               MOVE WS-CY-RECEIPTS (WS-CY-SUB) TO RFC-RECEIPTS
               MOVE WS-CY-DISHONOURS (WS-CY-SUB) TO RFC-DISHONOURS
               MOVE WS-CY-REFUNDS (WS-CY-SUB) TO RFC-REFUNDS
               MOVE WS-CY-NETTING (WS-CY-SUB) TO RFC-NETTING
               MOVE WS-CY-TRANSFERS (WS-CY-SUB) TO RFC-TRANSFERS
               MOVE WS-CY-CLOSING (WS-CY-SUB) TO RFC-CLOSING
               MOVE WS-CY-WRITEOFFS (WS-CY-SUB) TO RFC-WRITEOFFS
               COMPUTE RFC-CARRY = WS-CY-CLOSING (WS-CY-SUB)
                   - WS-CY-WRITEOFFS (WS-CY-SUB)
               MOVE WS-CY-REVAL (WS-CY-SUB) TO RFC-REVALUATION
               MOVE WS-CY-DIFFERENCE (WS-CY-SUB) TO RFC-DIFFERENCE
               MOVE WS-CY-UNRECONCILED (WS-CY-SUB) TO RFC-UNRECONCILED
               PERFORM 3900-REPORT-TOTALS
           END-PERFORM.

      ****************************************************************************
      * Prints the roll-forward held in ROLLFWD-CONTROL-RECORD.                  *
      ****************************************************************************
       3900-REPORT-TOTALS.
           MOVE RFC-OPENING TO WS-EDIT-1
           MOVE RFC-TRANSFERS TO WS-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               RFC-CURRENCY DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               RFC-BOOK DELIMITED BY SIZE
               " OPENING BOOK      " DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " +/- BOOK TRANSFERS " DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RFC-SEEDED TO WS-EDIT-1
           MOVE RFC-ACCRUED TO WS-EDIT-2
           MOVE RFC-FEES TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "      + SEEDED " DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " + ACCRUED " DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " + FEES " DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RFC-RECEIPTS TO WS-EDIT-1
           MOVE RFC-DISHONOURS TO WS-EDIT-2
           MOVE RFC-REFUNDS TO WS-EDIT-3
           MOVE RFC-NETTING TO WS-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING "      - RECEIPTS " DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " + DISHONOURS " DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " + REFUNDS " DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               " +/- NETTING " DELIMITED BY SIZE
               WS-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RFC-CLOSING TO WS-EDIT-1
           MOVE RFC-DIFFERENCE TO WS-EDIT-2
           MOVE RFC-UNRECONCILED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "      = CLOSING BOOK   " DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " UNEXPLAINED " DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " CONTRACTS OUT " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RFC-WRITEOFFS TO WS-EDIT-1
           MOVE RFC-CARRY TO WS-EDIT-2
           MOVE RFC-REVALUATION TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "      - WRITE-OFFS " DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " = CARRY-FORWARD " DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " (REVALUATION MEMO " DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The cycle's currency totals accumulate into the period. The first        *
      * cycle of a period sets its opening; every later cycle must open on       *
      * the carry the one before left, any gap counting as unexplained. A        *
      * period is certified only while nothing is unexplained across the         *
      * period and the latest cycle left no contract out.                        *
      ****************************************************************************
       4000-UPDATE-PERIOD-CONTROL.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CONTROL-IN-FILE
           IF WS-CONTROL-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CONTROL-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-PC-TABLE-COUNT >= 600
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PC-TABLE-COUNT
                   MOVE CONTROL-IN-RECORD TO ROLLFWD-CONTROL-RECORD
                   IF RFC-BOOK = SPACES
                       MOVE WS-DEFAULT-BOOK TO RFC-BOOK
                   END-IF
                   IF RFC-TRANSFERS NOT NUMERIC
                       MOVE ZERO TO RFC-TRANSFERS
                   END-IF
                   MOVE ROLLFWD-CONTROL-RECORD
                       TO WS-PC-DATA (WS-PC-TABLE-COUNT)
                   IF RFC-PERIOD = WS-CURRENT-PERIOD
                       AND RFC-LAST-CYCLE-DATE = WS-CURRENT-DATE-NUM
                       SET WS-RERUN TO TRUE
                   END-IF
               END-IF
               READ CONTROL-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CONTROL-IN-NOT-FOUND
               CLOSE CONTROL-IN-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RERUN
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-CURRENT-PERIOD DELIMITED BY SIZE
                   " ALREADY ROLLED FORWARD FOR " DELIMITED BY SIZE
                   WS-CURRENT-DATE-NUM DELIMITED BY SIZE
                   " - PERIOD TOTALS NOT UPDATED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                       UNTIL WS-CY-SUB > WS-CY-TABLE-COUNT
                   PERFORM 4100-ADD-CYCLE-TO-PERIOD
               END-PERFORM
           END-IF
           MOVE "PERIOD ROLL-FORWARD BY BOOK AND CURRENCY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT CONTROL-OUT-FILE
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-TABLE-COUNT
               MOVE WS-PC-DATA (WS-PC-SUB) TO ROLLFWD-CONTROL-RECORD
               WRITE ROLLFWD-CONTROL-RECORD
               IF RFC-PERIOD = WS-CURRENT-PERIOD
                   PERFORM 3900-REPORT-TOTALS
                   MOVE SPACES TO REPORT-LINE
                   IF RFC-CERTIFIED
                       STRING "      PERIOD " DELIMITED BY SIZE
                           RFC-PERIOD DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RFC-CURRENCY DELIMITED BY SIZE
                           " BK=" DELIMITED BY SIZE
                           RFC-BOOK DELIMITED BY SIZE
                           " CERTIFIED" DELIMITED BY SIZE
                           INTO REPORT-LINE
                   ELSE
                       STRING "      PERIOD " DELIMITED BY SIZE
                           RFC-PERIOD DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RFC-CURRENCY DELIMITED BY SIZE
                           " BK=" DELIMITED BY SIZE
                           RFC-BOOK DELIMITED BY SIZE
                           " OUT - PERIOD MAY NOT CLOSE"
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE CONTROL-OUT-FILE.

       4100-ADD-CYCLE-TO-PERIOD.
           MOVE ZERO TO WS-PC-HIT
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-TABLE-COUNT
               MOVE WS-PC-DATA (WS-PC-SUB) TO ROLLFWD-CONTROL-RECORD
               IF RFC-PERIOD = WS-CURRENT-PERIOD
                   AND RFC-CURRENCY = WS-CY-CCY (WS-CY-SUB)
                   AND RFC-BOOK = WS-CY-BOOK (WS-CY-SUB)
                   MOVE WS-PC-SUB TO WS-PC-HIT
               END-IF
           END-PERFORM
           IF WS-PC-HIT = ZERO
               IF WS-PC-TABLE-COUNT >= 600
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PC-TABLE-COUNT
                   MOVE WS-PC-TABLE-COUNT TO WS-PC-HIT
                   INITIALIZE ROLLFWD-CONTROL-RECORD
                   MOVE WS-CURRENT-PERIOD TO RFC-PERIOD
                   MOVE WS-CY-CCY (WS-CY-SUB) TO RFC-CURRENCY
                   MOVE WS-CY-BOOK (WS-CY-SUB) TO RFC-BOOK
                   MOVE WS-CY-OPENING (WS-CY-SUB) TO RFC-OPENING
                   MOVE WS-CY-OPENING (WS-CY-SUB) TO RFC-CARRY
               END-IF
           ELSE
               MOVE WS-PC-DATA (WS-PC-HIT) TO ROLLFWD-CONTROL-RECORD
           END-IF
           IF WS-PC-HIT > ZERO
               COMPUTE WS-CHAIN-GAP =
                   WS-CY-OPENING (WS-CY-SUB) - RFC-CARRY
               IF WS-CHAIN-GAP NOT = ZERO
                   MOVE WS-CHAIN-GAP TO WS-EDIT-1
                   MOVE SPACES TO REPORT-LINE
                   STRING "OPENING GAP " DELIMITED BY SIZE
                       WS-CY-CCY (WS-CY-SUB) DELIMITED BY SIZE
                       " BK=" DELIMITED BY SIZE
                       WS-CY-BOOK (WS-CY-SUB) DELIMITED BY SIZE
                       " CYCLE OPENED " DELIMITED BY SIZE
                       WS-EDIT-1 DELIMITED BY SIZE
                       " AWAY FROM THE PRIOR CARRY-FORWARD"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD WS-CY-SEEDED (WS-CY-SUB) TO RFC-SEEDED
               ADD WS-CY-ACCRUED (WS-CY-SUB) TO RFC-ACCRUED
               ADD WS-CY-FEES (WS-CY-SUB) TO RFC-FEES
               ADD WS-CY-RECEIPTS (WS-CY-SUB) TO RFC-RECEIPTS
               ADD WS-CY-DISHONOURS (WS-CY-SUB) TO RFC-DISHONOURS
               ADD WS-CY-REFUNDS (WS-CY-SUB) TO RFC-REFUNDS
               ADD WS-CY-NETTING (WS-CY-SUB) TO RFC-NETTING
               ADD WS-CY-TRANSFERS (WS-CY-SUB) TO RFC-TRANSFERS
               ADD WS-CY-WRITEOFFS (WS-CY-SUB) TO RFC-WRITEOFFS
               ADD WS-CY-REVAL (WS-CY-SUB) TO RFC-REVALUATION
               ADD WS-CY-DIFFERENCE (WS-CY-SUB) TO RFC-DIFFERENCE
               ADD WS-CHAIN-GAP TO RFC-DIFFERENCE
               MOVE WS-CY-CLOSING (WS-CY-SUB) TO RFC-CLOSING
               COMPUTE RFC-CARRY = WS-CY-CLOSING (WS-CY-SUB)
                   - WS-CY-WRITEOFFS (WS-CY-SUB)
               MOVE WS-CY-UNRECONCILED (WS-CY-SUB) TO RFC-UNRECONCILED
               ADD 1 TO RFC-CYCLES
               MOVE WS-CURRENT-DATE-NUM TO RFC-LAST-CYCLE-DATE
               IF RFC-DIFFERENCE = ZERO AND RFC-UNRECONCILED = ZERO
                   SET RFC-CERTIFIED TO TRUE
               ELSE
                   SET RFC-OUT TO TRUE
               END-IF
               MOVE ROLLFWD-CONTROL-RECORD TO WS-PC-DATA (WS-PC-HIT)
           END-IF.
