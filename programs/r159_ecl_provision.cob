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
      * R159-ECL-PROVISION                                                      *
      *                                                                          *
      * Month-end expected-credit-loss provisioning. Every open balance on     *
      * OUTSTFIN is placed in its R019 aging bucket from the CONTRACT          *
      * segment's DUE-DATE on ENTIN (not yet due, 1-30, 31-60, 61-90, over     *
      * 90 days past due) and its company's risk grade from R116's GRADEOUT,   *
      * and the loss rate for that grade and bucket gives the provision        *
      * required. The matrix is held in the parameter subsystem as             *
      * ECL-RATE-<grade>-<bucket> (for example ECL-RATE-C-3, bucket 0 to 4)    *
      * with a compiled default for each cell; a company R116 has not graded   *
      * is provided at grade E and counted.                                    *
      *                                                                          *
      * Last month's provision per contract comes back on PROVIN. Write-offs   *
      * R101 posted this month (WOFFOUT, status W, actioned in the period)     *
      * are charged against the contract's provision first - the utilisation   *
      * is journaled and any provision left on the contract released - and    *
      * only then is each balance's movement (required less what remains)      *
      * booked, to the charge account when it rises and the release account    *
      * when it falls; a contract settled since last month releases its        *
      * whole provision. Journal lines go to PROVJRNL in the CONTRGLAR         *
      * layout dated the business date, so R104 gates them into the open      *
      * period like every other journal. PROVOUT carries the new provision     *
      * forward and PROVRPT shows it by grade with the month's roll from       *
      * opening to closing. A PROVIN already stamped with this period means    *
      * the month is booked and the run stops.                                 *
      * Every journal line ends with the book the contract is booked in (BK=,    *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R159-ECL-PROVISION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTST-FILE ASSIGN TO "OUTSTFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRADE-FILE ASSIGN TO "GRADEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT PROV-IN-FILE ASSIGN TO "PROVIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.

           SELECT PROV-OUT-FILE ASSIGN TO "PROVOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "PROVJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "PROVRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  GRADE-FILE.
       COPY "risk-grade".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  PROV-IN-FILE.
       COPY "provision-record" REPLACING PROVISION-RECORD
           BY PROVISION-IN-RECORD.

       FD  PROV-OUT-FILE.
       COPY "provision-record".

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-GRADE-EOF-FLAG        PIC X      VALUE "N".
           88  WS-GRADE-EOF                    VALUE "Y".
       01  WS-GRADE-STATUS          PIC XX.
           88  WS-GRADE-NOT-FOUND           VALUE "35".
       01  WS-WOFF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-WOFF-EOF                     VALUE "Y".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-PROV-EOF-FLAG         PIC X      VALUE "N".
           88  WS-PROV-EOF                     VALUE "Y".
       01  WS-PROV-STATUS           PIC XX.
           88  WS-PROV-NOT-FOUND            VALUE "35".

      ****************************************************************************
      * Compiled default loss rates, percent of balance. One row per grade     *
      * A to E; columns are bucket 0 (not yet due) to 4 (over 90 days).        *
      ****************************************************************************
       01  WS-DEFAULT-RATES.
           05  FILLER               PIC X(25)
               VALUE "0005000100003000100002500".
           05  FILLER               PIC X(25)
               VALUE "0010000200005000150003500".
           05  FILLER               PIC X(25)
               VALUE "0020000400010000250005000".
           05  FILLER               PIC X(25)
               VALUE "0040000800020000400007000".
           05  FILLER               PIC X(25)
               VALUE "0080001500035000600010000".
       01  WS-DEFAULT-RATE-TABLE REDEFINES WS-DEFAULT-RATES.
           05  WS-DEFAULT-GRADE     OCCURS 5 TIMES.
               10  WS-DEFAULT-RATE      PIC 9(3)V9(2) OCCURS 5 TIMES.
       01  WS-LOSS-RATE-TABLE.
           05  WS-LOSS-GRADE        OCCURS 5 TIMES.
               10  WS-LOSS-RATE         PIC 9(3)V9(2) OCCURS 5 TIMES.
       01  WS-GRADE-CODES           PIC X(5)   VALUE "ABCDE".
       01  WS-GRADE-SUB             PIC 9(1)   VALUE ZERO.
       01  WS-BUCKET-SUB            PIC 9(1)   VALUE ZERO.
       01  WS-BUCKET                PIC 9(1)   VALUE ZERO.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-GRADE        PIC X(1).
       01  WS-COMP-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-BUCKET        PIC 9(1).
               10  WS-CON-COMP-SUB      PIC 9(3).
       01  WS-CON-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CON-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-PRIOR-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY       OCCURS 2000 TIMES.
               10  WS-PRIOR-CONTRACT    PIC X(15).
               10  WS-PRIOR-PROVISION   PIC 9(11)V9(2).
               10  WS-PRIOR-TAKEN       PIC X(1).
       01  WS-PRIOR-SUB             PIC 9(4)   VALUE ZERO.
       01  WS-PRIOR-AMOUNT          PIC 9(11)V9(2) VALUE ZERO.

       01  WS-WOFF-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-WOFF-TABLE.
           05  WS-WOFF-ENTRY        OCCURS 500 TIMES.
               10  WS-WOFF-CONTRACT     PIC X(15).
               10  WS-WOFF-BALANCE      PIC S9(11)V9(2).
       01  WS-WOFF-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-WRITTEN-OFF-FLAG      PIC X      VALUE "N".
           88  WS-WRITTEN-OFF                  VALUE "Y".

       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY         OCCURS 5 TIMES.
               10  WS-SUM-CONTRACTS     PIC 9(9).
               10  WS-SUM-BALANCE       PIC S9(13)V9(2).
               10  WS-SUM-PROVISION     PIC 9(13)V9(2).

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-CURRENT-PERIOD        PIC 9(6)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-AGE-DAYS              PIC S9(9)  VALUE ZERO.

       01  WS-PROVISION             PIC 9(11)V9(2) VALUE ZERO.
       01  WS-UTILISED              PIC 9(11)V9(2) VALUE ZERO.
       01  WS-MOVEMENT              PIC S9(11)V9(2) VALUE ZERO.
       01  WS-POST-ACCOUNT          PIC X(20)  VALUE SPACES.
       01  WS-POST-CONTRACT         PIC X(15)  VALUE SPACES.
       01  WS-POST-AMOUNT           PIC 9(11)V9(2) VALUE ZERO.
       01  WS-GL-CHARGE-ACCT        PIC X(20)
               VALUE "ECL-PROV-CHARGE".
       01  WS-GL-RELEASE-ACCT       PIC X(20)
               VALUE "ECL-PROV-RELEASE".
       01  WS-GL-UTILISED-ACCT      PIC X(20)
               VALUE "ECL-PROV-UTILISED".

       01  WS-OPENING-TOTAL         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-UTILISED-TOTAL        PIC 9(13)V9(2) VALUE ZERO.
       01  WS-EXCESS-TOTAL          PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CHARGE-TOTAL          PIC 9(13)V9(2) VALUE ZERO.
       01  WS-RELEASE-TOTAL         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CLOSING-TOTAL         PIC 9(13)V9(2) VALUE ZERO.

       01  WS-AMOUNT-EDIT           PIC -(10)9.99.
       01  WS-TOTAL-EDIT            PIC ZZZZZZZZZZZZ9.99.
       01  WS-BALANCE-EDIT          PIC -ZZZZZZZZZZZZ9.99.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.

       01  WS-PROVIDED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-UNGRADED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-NO-CONTRACT-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-JOURNAL-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".
       COPY "param-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R159" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-CURRENT-PERIOD
           PERFORM 1000-LOAD-LOSS-RATES
           PERFORM 1100-LOAD-COMPANIES
           PERFORM 1200-LOAD-GRADES
           PERFORM 1300-LOAD-CONTRACTS
           PERFORM 1400-LOAD-PRIOR-PROVISIONS
           PERFORM 1500-LOAD-WRITE-OFFS
           INITIALIZE WS-SUM-TABLE
           OPEN OUTPUT PROV-OUT-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-UTILISE-WRITE-OFFS
           PERFORM 3000-PROVIDE-BALANCES
           PERFORM 4000-RELEASE-SETTLED
           PERFORM 5000-WRITE-SUMMARY
           CLOSE PROV-OUT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           DISPLAY "R159: CONTRACTS PROVIDED     " WS-PROVIDED-COUNT
           DISPLAY "R159: CLOSING PROVISION      " WS-CLOSING-TOTAL
           DISPLAY "R159: UTILISED BY WRITE-OFFS " WS-UTILISED-TOTAL
           DISPLAY "R159: JOURNAL LINES          " WS-JOURNAL-COUNT
           DISPLAY "R159: UNGRADED CONTRACTS     " WS-UNGRADED-COUNT
           DISPLAY "R159: BALANCES NOT ON ENTIN  " WS-NO-CONTRACT-COUNT
           IF WS-UNGRADED-COUNT > ZERO
               OR WS-NO-CONTRACT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R159: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Each cell of the matrix starts at its compiled default and takes the   *
      * approved value of ECL-RATE-<grade>-<bucket> in force on the business   *
      * date when one is on the parameter master.                              *
      ****************************************************************************
       1000-LOAD-LOSS-RATES.
           MOVE WS-DEFAULT-RATES TO WS-LOSS-RATE-TABLE
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 5
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                   COMPUTE WS-BUCKET = WS-BUCKET-SUB - 1
                   MOVE SPACES TO PP-NAME
                   STRING "ECL-RATE-" DELIMITED BY SIZE
                       WS-GRADE-CODES (WS-GRADE-SUB:1)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-BUCKET DELIMITED BY SIZE
                       INTO PP-NAME
                   CALL "R120-PARAM-SERVICE" USING PARAM-PARM
                   IF PP-STATUS = ZERO
                       MOVE PP-VALUE TO WS-LOSS-RATE
                           (WS-GRADE-SUB, WS-BUCKET-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1100-LOAD-COMPANIES.
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
                   MOVE SPACE TO WS-COMP-GRADE (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1200-LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-NOT-FOUND
               SET WS-GRADE-EOF TO TRUE
           ELSE
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-GRADE-EOF
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-COMP-SUB) = RG-COMPANY-ID
                       MOVE RG-GRADE TO WS-COMP-GRADE (WS-COMP-SUB)
                   END-IF
               END-PERFORM
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-GRADE-NOT-FOUND
               CLOSE GRADE-FILE
           END-IF.

      ****************************************************************************
      * Each CONTRACT segment's R019 bucket on the business date and the       *
      * company it sits under (the preceding COMPANY segment, matched to       *
      * COMPIN by name as R116 does).                                          *
      ****************************************************************************
       1300-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   PERFORM 1350-LOAD-ONE-CONTRACT
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1350-LOAD-ONE-CONTRACT.
           IF WS-CON-TABLE-COUNT >= 2000
               SET WS-OVERFLOW TO TRUE
           ELSE
               MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
               COMPUTE WS-DUE-DATE-NUM =
                   (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
                   + WS-DUE-DAY
               COMPUTE WS-AGE-DAYS = WS-CURRENT-INTEGER
                   - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 0
                       MOVE 0 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= 60
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= 90
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
               MOVE ZERO TO WS-COMP-HIT
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-NAME (WS-COMP-SUB)
                           = WS-CURRENT-COMPANY-NAME
                       MOVE WS-COMP-SUB TO WS-COMP-HIT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CON-TABLE-COUNT
               MOVE CONTRACT-NUMBER OF CONTRACT
                   TO WS-CON-CONTRACT (WS-CON-TABLE-COUNT)
               MOVE WS-BUCKET TO WS-CON-BUCKET (WS-CON-TABLE-COUNT)
               MOVE WS-COMP-HIT TO WS-CON-COMP-SUB (WS-CON-TABLE-COUNT)
           END-IF.

      ****************************************************************************
      * Last month's provision per contract. A PROVIN already stamped with     *
      * the current period is this month's own output: the provision has      *
      * been booked and a second run would journal the movement twice.        *
      ****************************************************************************
       1400-LOAD-PRIOR-PROVISIONS.
           OPEN INPUT PROV-IN-FILE
           IF WS-PROV-NOT-FOUND
               SET WS-PROV-EOF TO TRUE
           ELSE
               READ PROV-IN-FILE
                   AT END SET WS-PROV-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PROV-EOF
               IF PV-PERIOD OF PROVISION-IN-RECORD = WS-CURRENT-PERIOD
                   DISPLAY "R159: PROVISION FOR PERIOD "
                       WS-CURRENT-PERIOD
                       " ALREADY BOOKED - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PRIOR-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PRIOR-TABLE-COUNT
                   MOVE PV-CONTRACT-NUMBER OF PROVISION-IN-RECORD
                       TO WS-PRIOR-CONTRACT (WS-PRIOR-TABLE-COUNT)
                   MOVE PV-PROVISION OF PROVISION-IN-RECORD
                       TO WS-PRIOR-PROVISION (WS-PRIOR-TABLE-COUNT)
                   MOVE "N" TO WS-PRIOR-TAKEN (WS-PRIOR-TABLE-COUNT)
                   ADD PV-PROVISION OF PROVISION-IN-RECORD
                       TO WS-OPENING-TOTAL
               END-IF
               READ PROV-IN-FILE
                   AT END SET WS-PROV-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROV-NOT-FOUND
               CLOSE PROV-IN-FILE
           END-IF.

      ****************************************************************************
      * Write-offs approved and posted in the current month only; earlier      *
      * months' were charged against the provision when they were posted.      *
      ****************************************************************************
       1500-LOAD-WRITE-OFFS.
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
                   AND WOF-ACTIONED-DATE (1:6) = WS-CURRENT-PERIOD
                   IF WS-WOFF-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-WOFF-TABLE-COUNT
                       MOVE WOF-CONTRACT-NUMBER
                           TO WS-WOFF-CONTRACT (WS-WOFF-TABLE-COUNT)
                       MOVE WOF-BALANCE
                           TO WS-WOFF-BALANCE (WS-WOFF-TABLE-COUNT)
                   END-IF
               END-IF
               READ WOFF-FILE
                   AT END SET WS-WOFF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

      ****************************************************************************
      * The written-off balance is met from the contract's provision up to     *
      * what was held; any excess is R101's bad-debt charge, reported here.   *
      * Provision left over once the contract is gone is released.            *
      ****************************************************************************
       2000-UTILISE-WRITE-OFFS.
           PERFORM VARYING WS-WOFF-SUB FROM 1 BY 1
                   UNTIL WS-WOFF-SUB > WS-WOFF-TABLE-COUNT
               MOVE WS-WOFF-CONTRACT (WS-WOFF-SUB) TO WS-POST-CONTRACT
               PERFORM 2100-TAKE-PRIOR-PROVISION
               IF WS-WOFF-BALANCE (WS-WOFF-SUB) > WS-PRIOR-AMOUNT
                   MOVE WS-PRIOR-AMOUNT TO WS-UTILISED
                   COMPUTE WS-EXCESS-TOTAL = WS-EXCESS-TOTAL
                       + WS-WOFF-BALANCE (WS-WOFF-SUB) - WS-PRIOR-AMOUNT
               ELSE
                   IF WS-WOFF-BALANCE (WS-WOFF-SUB) > ZERO
                       MOVE WS-WOFF-BALANCE (WS-WOFF-SUB) TO WS-UTILISED
                   ELSE
                       MOVE ZERO TO WS-UTILISED
                   END-IF
               END-IF
               IF WS-UTILISED > ZERO
                   ADD WS-UTILISED TO WS-UTILISED-TOTAL
                   MOVE WS-GL-UTILISED-ACCT TO WS-POST-ACCOUNT
                   MOVE WS-UTILISED TO WS-POST-AMOUNT
                   PERFORM 2900-WRITE-JOURNAL-LINE
               END-IF
               COMPUTE WS-MOVEMENT = ZERO
                   - (WS-PRIOR-AMOUNT - WS-UTILISED)
               PERFORM 2800-POST-MOVEMENT
           END-PERFORM.

       2100-TAKE-PRIOR-PROVISION.
           MOVE ZERO TO WS-PRIOR-AMOUNT
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-TABLE-COUNT
               IF WS-PRIOR-CONTRACT (WS-PRIOR-SUB) = WS-POST-CONTRACT
                   AND WS-PRIOR-TAKEN (WS-PRIOR-SUB) = "N"
                   ADD WS-PRIOR-PROVISION (WS-PRIOR-SUB)
                       TO WS-PRIOR-AMOUNT
                   MOVE "Y" TO WS-PRIOR-TAKEN (WS-PRIOR-SUB)
               END-IF
           END-PERFORM.

       2800-POST-MOVEMENT.
           EVALUATE TRUE
               WHEN WS-MOVEMENT > ZERO
                   ADD WS-MOVEMENT TO WS-CHARGE-TOTAL
                   MOVE WS-GL-CHARGE-ACCT TO WS-POST-ACCOUNT
                   MOVE WS-MOVEMENT TO WS-POST-AMOUNT
                   PERFORM 2900-WRITE-JOURNAL-LINE
               WHEN WS-MOVEMENT < ZERO
                   SUBTRACT WS-MOVEMENT FROM WS-RELEASE-TOTAL
                   MOVE WS-GL-RELEASE-ACCT TO WS-POST-ACCOUNT
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-MOVEMENT
                   PERFORM 2900-WRITE-JOURNAL-LINE
           END-EVALUATE.

       2900-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-POST-CONTRACT TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-POST-ACCOUNT DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               WS-POST-CONTRACT DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
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

       3000-PROVIDE-BALANCES.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-OUTST-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-EOF
               MOVE "N" TO WS-WRITTEN-OFF-FLAG
               PERFORM VARYING WS-WOFF-SUB FROM 1 BY 1
                       UNTIL WS-WOFF-SUB > WS-WOFF-TABLE-COUNT
                   IF WS-WOFF-CONTRACT (WS-WOFF-SUB)
                           = OUT-CONTRACT-NUMBER
                       SET WS-WRITTEN-OFF TO TRUE
                   END-IF
               END-PERFORM
               IF OUT-BALANCE > ZERO
                   AND NOT WS-WRITTEN-OFF
                   PERFORM 3100-PROVIDE-ONE-BALANCE
               END-IF
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF.

      ****************************************************************************
      * A balance whose contract is not on ENTIN cannot be aged or graded and  *
      * is provided at the worst cell (grade E, over 90 days) until it is.     *
      ****************************************************************************
       3100-PROVIDE-ONE-BALANCE.
           MOVE ZERO TO WS-CON-HIT
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
               IF WS-CON-CONTRACT (WS-CON-SUB) = OUT-CONTRACT-NUMBER
                   MOVE WS-CON-SUB TO WS-CON-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO PROVISION-RECORD
           MOVE OUT-CONTRACT-NUMBER
               TO PV-CONTRACT-NUMBER OF PROVISION-RECORD
           IF WS-CON-HIT = ZERO
               ADD 1 TO WS-NO-CONTRACT-COUNT
               MOVE 4 TO WS-BUCKET
               MOVE ZERO TO WS-COMP-HIT
               MOVE SPACES TO REPORT-LINE
               STRING "BALANCE WITHOUT CONTRACT ON ENTIN "
                   DELIMITED BY SIZE
                   OUT-CONTRACT-NUMBER DELIMITED BY SIZE
                   " - PROVIDED AT GRADE E OVER 90 DAYS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CON-BUCKET (WS-CON-HIT) TO WS-BUCKET
               MOVE WS-CON-COMP-SUB (WS-CON-HIT) TO WS-COMP-HIT
           END-IF
           MOVE 5 TO WS-GRADE-SUB
           IF WS-COMP-HIT > ZERO
               MOVE WS-COMP-ID (WS-COMP-HIT)
                   TO PV-COMPANY-ID OF PROVISION-RECORD
               EVALUATE WS-COMP-GRADE (WS-COMP-HIT)
                   WHEN "A"
                       MOVE 1 TO WS-GRADE-SUB
                   WHEN "B"
                       MOVE 2 TO WS-GRADE-SUB
                   WHEN "C"
                       MOVE 3 TO WS-GRADE-SUB
                   WHEN "D"
                       MOVE 4 TO WS-GRADE-SUB
                   WHEN "E"
                       MOVE 5 TO WS-GRADE-SUB
                   WHEN OTHER
                       ADD 1 TO WS-UNGRADED-COUNT
               END-EVALUATE
           ELSE
               IF WS-CON-HIT > ZERO
                   ADD 1 TO WS-UNGRADED-COUNT
               END-IF
           END-IF
           COMPUTE WS-BUCKET-SUB = WS-BUCKET + 1
           COMPUTE WS-PROVISION ROUNDED = OUT-BALANCE
               * WS-LOSS-RATE (WS-GRADE-SUB, WS-BUCKET-SUB) / 100
           MOVE WS-GRADE-CODES (WS-GRADE-SUB:1)
               TO PV-GRADE OF PROVISION-RECORD
           MOVE WS-BUCKET TO PV-BUCKET OF PROVISION-RECORD
           MOVE OUT-BALANCE TO PV-BALANCE OF PROVISION-RECORD
           MOVE WS-LOSS-RATE (WS-GRADE-SUB, WS-BUCKET-SUB)
               TO PV-RATE-PCT OF PROVISION-RECORD
           MOVE WS-PROVISION TO PV-PROVISION OF PROVISION-RECORD
           MOVE WS-CURRENT-PERIOD TO PV-PERIOD OF PROVISION-RECORD
           WRITE PROVISION-RECORD
           ADD 1 TO WS-PROVIDED-COUNT
           ADD WS-PROVISION TO WS-CLOSING-TOTAL
           ADD 1 TO WS-SUM-CONTRACTS (WS-GRADE-SUB)
           ADD OUT-BALANCE TO WS-SUM-BALANCE (WS-GRADE-SUB)
           ADD WS-PROVISION TO WS-SUM-PROVISION (WS-GRADE-SUB)
           MOVE OUT-CONTRACT-NUMBER TO WS-POST-CONTRACT
           PERFORM 2100-TAKE-PRIOR-PROVISION
           COMPUTE WS-MOVEMENT = WS-PROVISION - WS-PRIOR-AMOUNT
           PERFORM 2800-POST-MOVEMENT.

      ****************************************************************************
      * Contracts provided last month with no open balance tonight were        *
      * settled in the month: their whole provision is released.               *
      ****************************************************************************
       4000-RELEASE-SETTLED.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-TABLE-COUNT
               IF WS-PRIOR-TAKEN (WS-PRIOR-SUB) = "N"
                   MOVE "Y" TO WS-PRIOR-TAKEN (WS-PRIOR-SUB)
                   MOVE WS-PRIOR-CONTRACT (WS-PRIOR-SUB)
                       TO WS-POST-CONTRACT
                   COMPUTE WS-MOVEMENT = ZERO
                       - WS-PRIOR-PROVISION (WS-PRIOR-SUB)
                   PERFORM 2800-POST-MOVEMENT
               END-IF
           END-PERFORM.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "ECL PROVISION PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               " BUSINESS DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 5
               MOVE WS-SUM-CONTRACTS (WS-GRADE-SUB) TO WS-COUNT-EDIT
               MOVE WS-SUM-BALANCE (WS-GRADE-SUB) TO WS-BALANCE-EDIT
               MOVE WS-SUM-PROVISION (WS-GRADE-SUB) TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  GRADE " DELIMITED BY SIZE
                   WS-GRADE-CODES (WS-GRADE-SUB:1) DELIMITED BY SIZE
                   " CONTRACTS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " BALANCE " DELIMITED BY SIZE
                   WS-BALANCE-EDIT DELIMITED BY SIZE
                   " PROVISION " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-OPENING-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  OPENING PROVISION          " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UTILISED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  UTILISED BY WRITE-OFFS     " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  CHARGED                    " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RELEASE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  RELEASED                   " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLOSING-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSING PROVISION          " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCESS-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  WRITE-OFFS BEYOND PROVISION" DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNGRADED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  UNGRADED - GRADE E APPLIED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
