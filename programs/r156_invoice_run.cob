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
      * R156-INVOICE-RUN                                                        *
      *                                                                          *
      * Nightly billing run: raises one invoice for every CONTRACT segment     *
      * on the ENTITY extract that is newly billable - a positive AMOUNT, not  *
      * CLOSED, and not already on the invoice register. Invoice numbers are   *
      * drawn from a controlled sequence in the number-range layout            *
      * (number-range.cpy, INVSEQIN advanced to INVSEQOUT, never past         *
      * NR-HIGH) and are only consumed when the invoice is written, so the    *
      * register runs without a gap. Before anything is billed the carried   *
      * register (invoice-register.cpy, INVREGIN) is proved against the       *
      * sequence: its last number must be the one just before NR-NEXT, or    *
      * the run stops rather than issue a duplicate or leave a hole. The      *
      * register goes forward as INVREGOUT with tonight's invoices appended.  *
      * Its contracts are keyed into INVKEY as it is copied, and a contract   *
      * is judged already billed by reading that file, so the register can    *
      * grow without limit.                                                   *
      * The owning company is the COMPANY segment that opens the contract's   *
      * group; its name resolves to a COMPANY-ID through COMPIN the way R106  *
      * prices exposure. Each invoice prints on INVPRT addressed from that    *
      * COMPANY segment; contracts that cannot be billed tonight (no company  *
      * group, sequence exhausted) are listed on INVEXC and are picked up by  *
      * the next run once the cause is fixed.                                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R156-INVOICE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SEQ-IN-FILE ASSIGN TO "INVSEQIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SEQ-OUT-FILE ASSIGN TO "INVSEQOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REG-IN-FILE ASSIGN TO "INVREGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REG-OUT-FILE ASSIGN TO "INVREGOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT INV-KEY-FILE ASSIGN TO "INVKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IKY-CONTRACT-NUMBER.

           SELECT PRINT-FILE ASSIGN TO "INVPRT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "INVEXC"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  SEQ-IN-FILE.
       COPY "number-range" REPLACING NUMBER-RANGE-RECORD
           BY SEQ-IN-RECORD.

       FD  SEQ-OUT-FILE.
       COPY "number-range".

       FD  REG-IN-FILE.
       COPY "invoice-register" REPLACING INVOICE-REGISTER-RECORD
           BY REG-IN-RECORD.

       FD  REG-OUT-FILE.
       COPY "invoice-register".

       FD  INV-KEY-FILE.
       01  INV-KEY-RECORD.
           05  IKY-CONTRACT-NUMBER      PIC X(15).

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-SEQ-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SEQ-EOF                      VALUE "Y".
       01  WS-REG-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-REG-IN-EOF                   VALUE "Y".
       01  WS-REG-IN-STATUS         PIC XX.
           88  WS-REG-IN-NOT-FOUND          VALUE "35".

       01  WS-PREFIX                PIC X(2)   VALUE SPACES.
       01  WS-RANGE-LOW             PIC 9(8)   VALUE ZERO.
       01  WS-RANGE-HIGH            PIC 9(8)   VALUE ZERO.
       01  WS-RANGE-NEXT            PIC 9(8)   VALUE ZERO.
       01  WS-LAST-ISSUED           PIC 9(8)   VALUE ZERO.
       01  WS-EXPECT-LAST           PIC 9(8)   VALUE ZERO.

       01  WS-ALREADY-BILLED-FLAG   PIC X      VALUE "N".
           88  WS-ALREADY-BILLED               VALUE "Y".

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
       01  WS-COMP-SUB              PIC 9(3)   VALUE ZERO.

       01  WS-GROUP-OPEN-FLAG       PIC X      VALUE "N".
           88  WS-GROUP-OPEN                   VALUE "Y".
       01  WS-COMPANY-NAME-HOLD     PIC X(20)  VALUE SPACES.
       01  WS-COMPANY-ADDR-HOLD     PIC X(30)  VALUE SPACES.
       01  WS-COMPANY-ID-HOLD       PIC X(10)  VALUE SPACES.

       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-NEW-INVOICE-NUMBER    PIC X(10)  VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-CARRIED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-INVOICED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-INVOICED-TOTAL        PIC 9(13)V9(2) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-EXHAUSTED-FLAG        PIC X      VALUE "N".
           88  WS-RANGE-EXHAUSTED              VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R156" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-SEQUENCE
           PERFORM 1100-LOAD-COMPANY-IDS
           OPEN OUTPUT REG-OUT-FILE
           OPEN OUTPUT INV-KEY-FILE
           PERFORM 1200-CARRY-REGISTER
           CLOSE INV-KEY-FILE
           OPEN I-O INV-KEY-FILE
           PERFORM 1300-PROVE-SEQUENCE
           OPEN INPUT ENTITY-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM 2000-PROCESS-RECORD UNTIL WS-ENT-EOF
           CLOSE ENTITY-FILE
           CLOSE PRINT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REG-OUT-FILE
           CLOSE INV-KEY-FILE
           PERFORM 5000-WRITE-SEQUENCE
           DISPLAY "R156: INVOICES CARRIED       " WS-CARRIED-COUNT
           DISPLAY "R156: INVOICES RAISED        " WS-INVOICED-COUNT
           DISPLAY "R156: AMOUNT INVOICED        " WS-INVOICED-TOTAL
           DISPLAY "R156: CONTRACTS NOT BILLED   " WS-EXCEPTION-COUNT
           IF WS-RANGE-EXHAUSTED
               DISPLAY "R156: INVOICE NUMBER RANGE EXHAUSTED - EXTEND"
                   " NR-HIGH ON INVSEQIN"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R156: COMPANY TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-SEQUENCE.
           OPEN INPUT SEQ-IN-FILE
           READ SEQ-IN-FILE
               AT END SET WS-SEQ-EOF TO TRUE
           END-READ
           IF WS-SEQ-EOF
               DISPLAY "R156: NO INVOICE SEQUENCE CONTROL - RUN ABORTED"
               CLOSE SEQ-IN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NR-PREFIX OF SEQ-IN-RECORD TO WS-PREFIX
           MOVE NR-LOW OF SEQ-IN-RECORD TO WS-RANGE-LOW
           MOVE NR-HIGH OF SEQ-IN-RECORD TO WS-RANGE-HIGH
           MOVE NR-NEXT OF SEQ-IN-RECORD TO WS-RANGE-NEXT
           CLOSE SEQ-IN-FILE.

       1100-LOAD-COMPANY-IDS.
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

      ****************************************************************************
      * The register is copied forward untouched; each contract number is       *
      * keyed into INVKEY, to stop a contract being billed twice, and the last  *
      * sequence number is noted for the gap proof.                             *
      ****************************************************************************
       1200-CARRY-REGISTER.
           OPEN INPUT REG-IN-FILE
           IF WS-REG-IN-NOT-FOUND
               SET WS-REG-IN-EOF TO TRUE
           ELSE
               READ REG-IN-FILE
                   AT END SET WS-REG-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-IN-EOF
               ADD 1 TO WS-CARRIED-COUNT
               MOVE REG-IN-RECORD TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
               MOVE INV-SEQUENCE OF REG-IN-RECORD TO WS-LAST-ISSUED
               MOVE INV-CONTRACT-NUMBER OF REG-IN-RECORD
                   TO IKY-CONTRACT-NUMBER
               WRITE INV-KEY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               READ REG-IN-FILE
                   AT END SET WS-REG-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-IN-NOT-FOUND
               CLOSE REG-IN-FILE
           END-IF.

      ****************************************************************************
      * No gaps: the last invoice carried must be the number just before the    *
      * sequence's next. An empty register must find the sequence untouched     *
      * at NR-LOW. Anything else means a register or sequence from the wrong    *
      * cycle was catalogued, and billing stops before numbers diverge.         *
      ****************************************************************************
       1300-PROVE-SEQUENCE.
           IF WS-CARRIED-COUNT = ZERO
               IF WS-RANGE-NEXT NOT = WS-RANGE-LOW
                   DISPLAY "R156: REGISTER EMPTY BUT SEQUENCE AT "
                       WS-RANGE-NEXT " NOT " WS-RANGE-LOW
                       " - RUN STOPPED"
                   CLOSE REG-OUT-FILE
                   CLOSE INV-KEY-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               COMPUTE WS-EXPECT-LAST = WS-RANGE-NEXT - 1
               IF WS-LAST-ISSUED NOT = WS-EXPECT-LAST
                   DISPLAY "R156: REGISTER ENDS AT " WS-LAST-ISSUED
                       " BUT SEQUENCE NEXT IS " WS-RANGE-NEXT
                       " - RUN STOPPED"
                   CLOSE REG-OUT-FILE
                   CLOSE INV-KEY-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-RECORD.
           EVALUATE SEGMENT-ID OF ENTITY
               WHEN 1
                   SET WS-GROUP-OPEN TO TRUE
                   MOVE COMPANY-NAME OF COMPANY
                       TO WS-COMPANY-NAME-HOLD
                   MOVE ADDRESS OF COMPANY TO WS-COMPANY-ADDR-HOLD
                   MOVE SPACES TO WS-COMPANY-ID-HOLD
                   PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                           UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-COMP-SUB)
                               = WS-COMPANY-NAME-HOLD (1:15)
                           MOVE WS-COMP-ID (WS-COMP-SUB)
                               TO WS-COMPANY-ID-HOLD
                       END-IF
                   END-PERFORM
               WHEN 7
                   PERFORM 3000-JUDGE-CONTRACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ.

       3000-JUDGE-CONTRACT.
           IF AMOUNT OF CONTRACT > ZERO
               AND STATE OF CONTRACT NOT = "CLOSED"
               MOVE "N" TO WS-ALREADY-BILLED-FLAG
               MOVE CONTRACT-NUMBER OF CONTRACT TO IKY-CONTRACT-NUMBER
               READ INV-KEY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-ALREADY-BILLED TO TRUE
               END-READ
               IF NOT WS-ALREADY-BILLED
                   EVALUATE TRUE
                       WHEN NOT WS-GROUP-OPEN
                           MOVE "NO COMPANY GROUP TO ADDRESS"
                               TO WS-REASON
                           PERFORM 3900-WRITE-EXCEPTION
                       WHEN WS-RANGE-NEXT > WS-RANGE-HIGH
                           SET WS-RANGE-EXHAUSTED TO TRUE
                           MOVE "INVOICE NUMBER RANGE EXHAUSTED"
                               TO WS-REASON
                           PERFORM 3900-WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM 4000-RAISE-INVOICE
                   END-EVALUATE
               END-IF
           END-IF.

       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "NOT BILLED " DELIMITED BY SIZE
               CONTRACT-NUMBER OF CONTRACT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ****************************************************************************
      * The number is taken and the sequence advanced only here, in the same    *
      * step that writes the register line - a number is never drawn for an     *
      * invoice that is not issued.                                             *
      ****************************************************************************
       4000-RAISE-INVOICE.
           ADD 1 TO WS-INVOICED-COUNT
           ADD AMOUNT OF CONTRACT TO WS-INVOICED-TOTAL
           MOVE SPACES TO WS-NEW-INVOICE-NUMBER
           STRING WS-PREFIX DELIMITED BY SIZE
               WS-RANGE-NEXT DELIMITED BY SIZE
               INTO WS-NEW-INVOICE-NUMBER
           ADD 1 TO WS-RANGE-NEXT
           MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
           IF WS-DUE-YEAR IS NUMERIC AND WS-DUE-MONTH IS NUMERIC
               AND WS-DUE-DAY IS NUMERIC
               COMPUTE WS-DUE-DATE-NUM =
                   (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
                   + WS-DUE-DAY
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-DUE-DATE-NUM
           END-IF
           MOVE WS-NEW-INVOICE-NUMBER TO INV-NUMBER
               OF INVOICE-REGISTER-RECORD
           MOVE CONTRACT-NUMBER OF CONTRACT
               TO INV-CONTRACT-NUMBER OF INVOICE-REGISTER-RECORD
           MOVE WS-COMPANY-ID-HOLD
               TO INV-COMPANY-ID OF INVOICE-REGISTER-RECORD
           MOVE AMOUNT OF CONTRACT
               TO INV-AMOUNT OF INVOICE-REGISTER-RECORD
           MOVE WS-CURRENT-DATE-NUM
               TO INV-ISSUE-DATE OF INVOICE-REGISTER-RECORD
           MOVE WS-DUE-DATE-NUM
               TO INV-DUE-DATE OF INVOICE-REGISTER-RECORD
           WRITE INVOICE-REGISTER-RECORD
           MOVE CONTRACT-NUMBER OF CONTRACT TO IKY-CONTRACT-NUMBER
           WRITE INV-KEY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           PERFORM 4100-PRINT-INVOICE.

       4100-PRINT-INVOICE.
           MOVE SPACES TO PRINT-LINE
           STRING "INVOICE " DELIMITED BY SIZE
               WS-NEW-INVOICE-NUMBER DELIMITED BY SIZE
               "   ISSUED " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               "   CUSTOMER " DELIMITED BY SIZE
               WS-COMPANY-ID-HOLD DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "TO: " DELIMITED BY SIZE
               WS-COMPANY-NAME-HOLD DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "    " DELIMITED BY SIZE
               WS-COMPANY-ADDR-HOLD DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE AMOUNT OF CONTRACT TO WS-AMOUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "RE: CONTRACT " DELIMITED BY SIZE
               CONTRACT-NUMBER OF CONTRACT DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               DUE-DATE OF CONTRACT DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "    PLEASE QUOTE THE INVOICE NUMBER WITH YOUR PAYMENT"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       5000-WRITE-SEQUENCE.
           OPEN OUTPUT SEQ-OUT-FILE
           MOVE WS-PREFIX TO NR-PREFIX OF NUMBER-RANGE-RECORD
           MOVE WS-RANGE-LOW TO NR-LOW OF NUMBER-RANGE-RECORD
           MOVE WS-RANGE-HIGH TO NR-HIGH OF NUMBER-RANGE-RECORD
           MOVE WS-RANGE-NEXT TO NR-NEXT OF NUMBER-RANGE-RECORD
           WRITE NUMBER-RANGE-RECORD
           CLOSE SEQ-OUT-FILE.
