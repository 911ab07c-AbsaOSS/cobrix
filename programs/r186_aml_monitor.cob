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
      * R186-AML-MONITOR                                                         *
      *                                                                          *
      * Nightly anti-money-laundering transaction monitoring. Tonight's          *
      * cleaned receipts (PAYCLEAN, each with the bank's reference) and          *
      * R058's refund orders (REFUND, with the payee paid) join a rolling        *
      * activity history (aml-activity.cpy, AMLHISTIN to AMLHISTOUT) kept        *
      * for AML-WINDOW-DAYS (R120, compiled 90), each stamped with the           *
      * company that owns the contract on ENTIN. Four scenarios run over         *
      * the window, each tuned by R120 parameters, a count of zero               *
      * switching it off: OVRF - a contract refunded AML-REFUND-COUNT            *
      * (compiled 2) or more times with the payee differing between the          *
      * refunds; STRC - AML-STRUCT-COUNT (compiled 3) or more receipts on a      *
      * contract within AML-STRUCT-BAND-PCT (compiled 10) percent below          *
      * AML-REPORT-THRESHOLD (compiled 10000.00); BREF - receipts for one        *
      * company quoting AML-BANKREF-COUNT (compiled 10) or more different        *
      * bank references; BKCG - a refund tonight on a contract whose debit       *
      * mandate bank account (R102's DDMNDOUT) was signed within                 *
      * AML-BANKCHG-DAYS (compiled 30) before it. A scenario that fires          *
      * opens a case (aml-case.cpy, AMLCASEIN to AMLCASEOUT) unless the          *
      * same scenario already has a case for the company and contract that       *
      * is open or escalated, or was raised inside the window. The               *
      * compliance officer's disposition on AMLTXN dismisses (D) or              *
      * escalates (E) an open case, or closes (C) an escalated one once          *
      * reported; the night a case is escalated it is written to the             *
      * suspicious-activity extract (SAREXT, sar-extract.cpy) with the           *
      * window's activity behind it. Every company with an escalated case        *
      * is added to the compliance hold file (WATCHHOLD) so R032 and R033        *
      * stop feeding it: the run follows R073, which rebuilds that file          *
      * nightly, and comes before the feeds. Dismissed and closed cases          *
      * leave the case file AML-CASE-RETAIN-DAYS (compiled 1825) after           *
      * their disposition. AMLRPT lists the cases raised, every                  *
      * disposition applied or refused, and the open caseload; a refused         *
      * disposition ends the run RC 4.                                           *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R186-AML-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYMENT-FILE ASSIGN TO "PAYCLEAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT REFUND-FILE ASSIGN TO "REFUND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT MAND-FILE ASSIGN TO "DDMNDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAND-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "AMLHISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "AMLHISTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASE-IN-FILE ASSIGN TO "AMLCASEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STATUS.

           SELECT CASE-OUT-FILE ASSIGN TO "AMLCASEOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "AMLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SAR-FILE ASSIGN TO "SAREXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "WATCHHOLD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "AMLRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  PAYMENT-FILE.
       COPY "payment-record".

       FD  REFUND-FILE.
       COPY "refund-record".

       FD  MAND-FILE.
       COPY "debit-mandate".

       FD  HIST-IN-FILE.
       01  HIST-IN-RECORD               PIC X(88).

       FD  HIST-OUT-FILE.
       COPY "aml-activity".

       FD  CASE-IN-FILE.
       01  CASE-IN-RECORD               PIC X(142).

       FD  CASE-OUT-FILE.
       COPY "aml-case".

       FD  TXN-FILE.
       01  AML-TXN-RECORD.
           05  ATX-CASE-NUMBER          PIC 9(8).
           05  ATX-ACTION               PIC X(1).
               88  ATX-DISMISS                  VALUE "D".
               88  ATX-ESCALATE                 VALUE "E".
               88  ATX-CLOSE                    VALUE "C".
           05  ATX-ENTERED-BY           PIC X(8).
           05  ATX-REASON               PIC X(30).

       FD  SAR-FILE.
       COPY "sar-extract".

       FD  HOLD-FILE.
       COPY "watch-hold".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-PAY-EOF-FLAG          PIC X      VALUE "N".
           88  WS-PAY-EOF                      VALUE "Y".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-NOT-FOUND             VALUE "35".
       01  WS-REFUND-EOF-FLAG       PIC X      VALUE "N".
           88  WS-REFUND-EOF                   VALUE "Y".
       01  WS-REFUND-STATUS         PIC XX.
           88  WS-REFUND-NOT-FOUND          VALUE "35".
       01  WS-MAND-EOF-FLAG         PIC X      VALUE "N".
           88  WS-MAND-EOF                     VALUE "Y".
       01  WS-MAND-STATUS           PIC XX.
           88  WS-MAND-NOT-FOUND            VALUE "35".
       01  WS-HIST-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-HIST-IN-EOF                  VALUE "Y".
       01  WS-HIST-IN-STATUS        PIC XX.
           88  WS-HIST-IN-NOT-FOUND         VALUE "35".
       01  WS-CASE-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-CASE-IN-EOF                  VALUE "Y".
       01  WS-CASE-IN-STATUS        PIC XX.
           88  WS-CASE-IN-NOT-FOUND         VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-WINDOW-DAYS           PIC 9(4)   VALUE 90.
       01  WS-REFUND-LIMIT          PIC 9(3)   VALUE 2.
       01  WS-STRUCT-LIMIT          PIC 9(3)   VALUE 3.
       01  WS-STRUCT-BAND-PCT       PIC 9(3)   VALUE 10.
       01  WS-REPORT-THRESHOLD      PIC 9(10)V9(2) VALUE 10000.00.
       01  WS-BANKREF-LIMIT         PIC 9(3)   VALUE 10.
       01  WS-BANKCHG-DAYS          PIC 9(4)   VALUE 30.
       01  WS-RETAIN-DAYS           PIC 9(5)   VALUE 1825.
       01  WS-STRUCT-FLOOR          PIC 9(10)V9(2) VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-WINDOW-CUTOFF         PIC 9(8)   VALUE ZERO.
       01  WS-RETAIN-CUTOFF         PIC 9(8)   VALUE ZERO.
       01  WS-BANKCHG-CUTOFF        PIC 9(8)   VALUE ZERO.

       01  WS-CONTRACT-TABLE-COUNT  PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY    OCCURS 5000 TIMES.
               10  WS-CONTRACT-NUMBER   PIC X(15).
               10  WS-CONTRACT-COMPANY  PIC X(20).
       01  WS-ENT-COMPANY-NAME      PIC X(20)  VALUE SPACES.
       01  WS-ADD-TONIGHT           PIC X      VALUE "N".

       01  WS-HIST-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY        OCCURS 5000 TIMES.
               10  WS-HIST-TYPE         PIC X(1).
               10  WS-HIST-CONTRACT     PIC X(15).
               10  WS-HIST-COMPANY      PIC X(20).
               10  WS-HIST-DATE         PIC 9(8).
               10  WS-HIST-AMOUNT       PIC 9(10)V9(2).
               10  WS-HIST-BANK-REF     PIC X(12).
               10  WS-HIST-PAYEE        PIC X(20).
               10  WS-HIST-TONIGHT      PIC X(1).

       01  WS-MAND-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-MAND-TABLE.
           05  WS-MAND-ENTRY        OCCURS 2000 TIMES.
               10  WS-MAND-CONTRACT     PIC X(15).
               10  WS-MAND-SIGNED-DATE  PIC 9(8).

       01  WS-CASE-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY        OCCURS 2000 TIMES.
               10  WS-CASE-DATA         PIC X(142).
       01  WS-NEXT-CASE-NUMBER      PIC 9(8)   VALUE ZERO.

       01  WS-SUM-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY         OCCURS 2000 TIMES.
               10  WS-SUM-CONTRACT      PIC X(15).
               10  WS-SUM-COMPANY       PIC X(20).
               10  WS-SUM-REFUNDS       PIC 9(5).
               10  WS-SUM-FIRST-PAYEE   PIC X(20).
               10  WS-SUM-PAYEE-FLAG    PIC X(1).
                   88  WS-SUM-PAYEE-DIFFERS     VALUE "Y".
               10  WS-SUM-STRUCTURED    PIC 9(5).

       01  WS-CO-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY          OCCURS 1000 TIMES.
               10  WS-CO-NAME           PIC X(20).
               10  WS-CO-BANK-REFS      PIC 9(5).

       01  WS-HOLD-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-NAME         PIC X(20)  OCCURS 1000 TIMES.

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB2                  PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CASE-HIT              PIC 9(4)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-KEY-COMPANY           PIC X(20)  VALUE SPACES.
       01  WS-FIRST-FLAG            PIC X      VALUE "N".
           88  WS-FIRST-SEEN                   VALUE "Y".
       01  WS-DUP-FLAG              PIC X      VALUE "N".
           88  WS-ALREADY-RAISED               VALUE "Y".

       01  WS-ALERT-COMPANY         PIC X(20)  VALUE SPACES.
       01  WS-ALERT-CONTRACT        PIC X(15)  VALUE SPACES.
       01  WS-ALERT-SCENARIO        PIC X(4)   VALUE SPACES.
       01  WS-ALERT-DETAIL          PIC X(40)  VALUE SPACES.
       01  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-REASON                PIC X(30)  VALUE SPACES.
       01  WS-EVENT                 PIC X(10)  VALUE SPACES.

       01  WS-RECEIPTS-ADDED        PIC 9(9)   VALUE ZERO.
       01  WS-REFUNDS-ADDED         PIC 9(9)   VALUE ZERO.
       01  WS-CASES-RAISED          PIC 9(9)   VALUE ZERO.
       01  WS-DISMISSED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-ESCALATED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-HOLDS-WRITTEN         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R186" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 0100-LOAD-PARAMETERS
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           COMPUTE WS-WINDOW-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-WINDOW-DAYS)
           COMPUTE WS-RETAIN-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-RETAIN-DAYS)
           COMPUTE WS-BANKCHG-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-BANKCHG-DAYS)
           COMPUTE WS-STRUCT-FLOOR ROUNDED = WS-REPORT-THRESHOLD
               * (100 - WS-STRUCT-BAND-PCT) / 100
           PERFORM 1000-LOAD-CONTRACTS
           PERFORM 1100-LOAD-HISTORY
           PERFORM 1200-ADD-RECEIPTS
           PERFORM 1300-ADD-REFUNDS
           PERFORM 1400-LOAD-MANDATES
           PERFORM 1500-LOAD-CASES
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT SAR-FILE
           MOVE "*** AML TRANSACTION MONITORING ***" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-APPLY-DISPOSITIONS
           PERFORM 3000-RUN-SCENARIOS
           PERFORM 5000-WRITE-CASES
           PERFORM 5100-WRITE-HOLDS
           PERFORM 5200-WRITE-HISTORY
           MOVE SPACES TO REPORT-LINE
           STRING "CASES OPEN=" DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               " COMPANIES HELD=" DELIMITED BY SIZE
               WS-HOLDS-WRITTEN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE SAR-FILE
           DISPLAY "R186: RECEIPTS MONITORED     " WS-RECEIPTS-ADDED
           DISPLAY "R186: REFUNDS MONITORED      " WS-REFUNDS-ADDED
           DISPLAY "R186: CASES RAISED           " WS-CASES-RAISED
           DISPLAY "R186: CASES DISMISSED        " WS-DISMISSED-COUNT
           DISPLAY "R186: CASES ESCALATED        " WS-ESCALATED-COUNT
           DISPLAY "R186: CASES CLOSED           " WS-CLOSED-COUNT
           DISPLAY "R186: DISPOSITIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R186: CASES OPEN             " WS-OPEN-COUNT
           DISPLAY "R186: COMPANIES HELD         " WS-HOLDS-WRITTEN
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R186: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "AML-WINDOW-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-WINDOW-DAYS
           END-IF
           MOVE "AML-REFUND-COUNT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-REFUND-LIMIT
           END-IF
           MOVE "AML-STRUCT-COUNT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-STRUCT-LIMIT
           END-IF
           MOVE "AML-STRUCT-BAND-PCT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-STRUCT-BAND-PCT
           END-IF
           MOVE "AML-REPORT-THRESHOLD" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-REPORT-THRESHOLD
           END-IF
           MOVE "AML-BANKREF-COUNT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-BANKREF-LIMIT
           END-IF
           MOVE "AML-BANKCHG-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-BANKCHG-DAYS
           END-IF
           MOVE "AML-CASE-RETAIN-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RETAIN-DAYS
           END-IF.

      ****************************************************************************
      * Each CONTRACT segment belongs to the COMPANY segment before it.          *
      ****************************************************************************
       1000-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY TO WS-ENT-COMPANY-NAME
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   IF WS-CONTRACT-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTRACT-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT TO
                           WS-CONTRACT-NUMBER (WS-CONTRACT-TABLE-COUNT)
                       MOVE WS-ENT-COMPANY-NAME TO
                           WS-CONTRACT-COMPANY (WS-CONTRACT-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1100-LOAD-HISTORY.
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               SET WS-HIST-IN-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-IN-EOF
               MOVE HIST-IN-RECORD TO AML-ACTIVITY-RECORD
               IF AMA-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE "N" TO WS-ADD-TONIGHT
                   PERFORM 1800-ADD-ACTIVITY
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

       1200-ADD-RECEIPTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-NOT-FOUND
               SET WS-PAY-EOF TO TRUE
           ELSE
               READ PAYMENT-FILE
                   AT END SET WS-PAY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PAY-EOF
               ADD 1 TO WS-RECEIPTS-ADDED
               MOVE PAY-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-COMPANY
               INITIALIZE AML-ACTIVITY-RECORD
               SET AMA-RECEIPT TO TRUE
               MOVE PAY-CONTRACT-NUMBER TO AMA-CONTRACT-NUMBER
               MOVE WS-KEY-COMPANY TO AMA-COMPANY-NAME
               MOVE PAY-DATE TO AMA-DATE
               MOVE PAY-AMOUNT TO AMA-AMOUNT
               MOVE PAY-BANK-REF TO AMA-BANK-REF
               MOVE "Y" TO WS-ADD-TONIGHT
               PERFORM 1800-ADD-ACTIVITY
               READ PAYMENT-FILE
                   AT END SET WS-PAY-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAY-NOT-FOUND
               CLOSE PAYMENT-FILE
           END-IF.

       1300-ADD-REFUNDS.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               SET WS-REFUND-EOF TO TRUE
           ELSE
               READ REFUND-FILE
                   AT END SET WS-REFUND-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REFUND-EOF
               ADD 1 TO WS-REFUNDS-ADDED
               MOVE REF-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-COMPANY
               INITIALIZE AML-ACTIVITY-RECORD
               SET AMA-REFUND TO TRUE
               MOVE REF-CONTRACT-NUMBER TO AMA-CONTRACT-NUMBER
               MOVE WS-KEY-COMPANY TO AMA-COMPANY-NAME
               MOVE REF-DATE TO AMA-DATE
               MOVE REF-AMOUNT TO AMA-AMOUNT
               MOVE REF-PAYEE-NAME TO AMA-PAYEE-NAME
               MOVE "Y" TO WS-ADD-TONIGHT
               PERFORM 1800-ADD-ACTIVITY
               READ REFUND-FILE
                   AT END SET WS-REFUND-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REFUND-NOT-FOUND
               CLOSE REFUND-FILE
           END-IF.

       1400-LOAD-MANDATES.
           OPEN INPUT MAND-FILE
           IF WS-MAND-NOT-FOUND
               SET WS-MAND-EOF TO TRUE
           ELSE
               READ MAND-FILE
                   AT END SET WS-MAND-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MAND-EOF
               IF DDM-ACTIVE
                   IF WS-MAND-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-MAND-TABLE-COUNT
                       MOVE DDM-CONTRACT-NUMBER
                           TO WS-MAND-CONTRACT (WS-MAND-TABLE-COUNT)
                       MOVE DDM-SIGNED-DATE
                           TO WS-MAND-SIGNED-DATE (WS-MAND-TABLE-COUNT)
                   END-IF
               END-IF
               READ MAND-FILE
                   AT END SET WS-MAND-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAND-NOT-FOUND
               CLOSE MAND-FILE
           END-IF.

      ****************************************************************************
      * Case numbers carry on from the highest on the case file.                 *
      ****************************************************************************
       1500-LOAD-CASES.
           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-NOT-FOUND
               SET WS-CASE-IN-EOF TO TRUE
           ELSE
               READ CASE-IN-FILE
                   AT END SET WS-CASE-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CASE-IN-EOF
               IF WS-CASE-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CASE-TABLE-COUNT
                   MOVE CASE-IN-RECORD
                       TO WS-CASE-DATA (WS-CASE-TABLE-COUNT)
                   MOVE CASE-IN-RECORD TO AML-CASE-RECORD
                   IF AMC-CASE-NUMBER > WS-NEXT-CASE-NUMBER
                       MOVE AMC-CASE-NUMBER TO WS-NEXT-CASE-NUMBER
                   END-IF
               END-IF
               READ CASE-IN-FILE
                   AT END SET WS-CASE-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CASE-IN-NOT-FOUND
               CLOSE CASE-IN-FILE
           END-IF
           ADD 1 TO WS-NEXT-CASE-NUMBER.

       1800-ADD-ACTIVITY.
           IF WS-HIST-TABLE-COUNT >= 5000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-HIST-TABLE-COUNT
               MOVE AMA-TYPE TO WS-HIST-TYPE (WS-HIST-TABLE-COUNT)
               MOVE AMA-CONTRACT-NUMBER
                   TO WS-HIST-CONTRACT (WS-HIST-TABLE-COUNT)
               MOVE AMA-COMPANY-NAME
                   TO WS-HIST-COMPANY (WS-HIST-TABLE-COUNT)
               MOVE AMA-DATE TO WS-HIST-DATE (WS-HIST-TABLE-COUNT)
               MOVE AMA-AMOUNT TO WS-HIST-AMOUNT (WS-HIST-TABLE-COUNT)
               MOVE AMA-BANK-REF
                   TO WS-HIST-BANK-REF (WS-HIST-TABLE-COUNT)
               MOVE AMA-PAYEE-NAME
                   TO WS-HIST-PAYEE (WS-HIST-TABLE-COUNT)
               MOVE WS-ADD-TONIGHT
                   TO WS-HIST-TONIGHT (WS-HIST-TABLE-COUNT)
           END-IF.

       1900-FIND-COMPANY.
           MOVE SPACES TO WS-KEY-COMPANY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONTRACT-TABLE-COUNT
                      OR WS-KEY-COMPANY NOT = SPACES
               IF WS-CONTRACT-NUMBER (WS-SUB) = WS-KEY-CONTRACT
                   MOVE WS-CONTRACT-COMPANY (WS-SUB) TO WS-KEY-COMPANY
               END-IF
           END-PERFORM.

       1950-FIND-CASE.
           MOVE ZERO TO WS-CASE-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CASE-TABLE-COUNT
                      OR WS-CASE-HIT > ZERO
               MOVE WS-CASE-DATA (WS-SUB) TO AML-CASE-RECORD
               IF AMC-CASE-NUMBER = ATX-CASE-NUMBER
                   MOVE WS-SUB TO WS-CASE-HIT
               END-IF
           END-PERFORM
           IF WS-CASE-HIT > ZERO
               MOVE WS-CASE-DATA (WS-CASE-HIT) TO AML-CASE-RECORD
           END-IF.

       2000-APPLY-DISPOSITIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 2100-APPLY-ONE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-APPLY-ONE.
           PERFORM 1950-FIND-CASE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-CASE-HIT = ZERO
                   MOVE "CASE NOT ON FILE" TO WS-REASON
               WHEN ATX-DISMISS AND NOT AMC-OPEN
                   MOVE "DISMISS - CASE NOT OPEN" TO WS-REASON
               WHEN ATX-ESCALATE AND NOT AMC-OPEN
                   MOVE "ESCALATE - CASE NOT OPEN" TO WS-REASON
               WHEN ATX-CLOSE AND NOT AMC-ESCALATED
                   MOVE "CLOSE - CASE NOT ESCALATED" TO WS-REASON
               WHEN ATX-DISMISS
                   ADD 1 TO WS-DISMISSED-COUNT
                   SET AMC-DISMISSED TO TRUE
                   MOVE "DISMISSED" TO WS-EVENT
               WHEN ATX-ESCALATE
                   ADD 1 TO WS-ESCALATED-COUNT
                   SET AMC-ESCALATED TO TRUE
                   MOVE "ESCALATED" TO WS-EVENT
               WHEN ATX-CLOSE
                   ADD 1 TO WS-CLOSED-COUNT
                   SET AMC-CLOSED TO TRUE
                   MOVE "CLOSED" TO WS-EVENT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED    CASE " DELIMITED BY SIZE
                   ATX-CASE-NUMBER DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   ATX-ACTION DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   ATX-ENTERED-BY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE ATX-ENTERED-BY TO AMC-DISPOSED-BY
               MOVE WS-CURRENT-DATE-NUM TO AMC-DISPOSED-DATE
               MOVE ATX-REASON TO AMC-DISPOSAL-REASON
               MOVE AML-CASE-RECORD TO WS-CASE-DATA (WS-CASE-HIT)
               PERFORM 2900-REPORT-CASE
               IF AMC-ESCALATED
                   PERFORM 2200-WRITE-SAR
               END-IF
           END-IF.

      ****************************************************************************
      * The extract carries the window's activity behind the case - the          *
      * contract's where the case names one, otherwise the company's.            *
      ****************************************************************************
       2200-WRITE-SAR.
           INITIALIZE SAR-EXTRACT-RECORD
           MOVE AMC-CASE-NUMBER TO SAR-CASE-NUMBER
           MOVE AMC-COMPANY-NAME TO SAR-COMPANY-NAME
           MOVE AMC-CONTRACT-NUMBER TO SAR-CONTRACT-NUMBER
           MOVE AMC-SCENARIO TO SAR-SCENARIO
           MOVE AMC-DETAIL TO SAR-DETAIL
           MOVE AMC-OPENED-DATE TO SAR-OPENED-DATE
           MOVE AMC-DISPOSED-DATE TO SAR-ESCALATED-DATE
           MOVE AMC-DISPOSED-BY TO SAR-ESCALATED-BY
           MOVE AMC-DISPOSAL-REASON TO SAR-REASON
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               IF (AMC-CONTRACT-NUMBER NOT = SPACES
                   AND WS-HIST-CONTRACT (WS-SUB) = AMC-CONTRACT-NUMBER)
                  OR (AMC-CONTRACT-NUMBER = SPACES
                   AND WS-HIST-COMPANY (WS-SUB) = AMC-COMPANY-NAME)
                   IF WS-HIST-TYPE (WS-SUB) = "R"
                       ADD 1 TO SAR-RECEIPT-COUNT
                       ADD WS-HIST-AMOUNT (WS-SUB) TO SAR-RECEIPT-TOTAL
                   ELSE
                       ADD 1 TO SAR-REFUND-COUNT
                       ADD WS-HIST-AMOUNT (WS-SUB) TO SAR-REFUND-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           WRITE SAR-EXTRACT-RECORD.

       2900-REPORT-CASE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-EVENT DELIMITED BY SIZE
               " CASE " DELIMITED BY SIZE
               AMC-CASE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMC-SCENARIO DELIMITED BY SIZE
               " COMPANY=" DELIMITED BY SIZE
               AMC-COMPANY-NAME DELIMITED BY SIZE
               " CONTRACT=" DELIMITED BY SIZE
               AMC-CONTRACT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMC-DETAIL DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-RUN-SCENARIOS.
           PERFORM 3100-SUMMARISE-CONTRACTS
           PERFORM 3200-CONTRACT-SCENARIOS
           IF WS-BANKREF-LIMIT > ZERO
               PERFORM 3300-BANK-REF-SCENARIO
           END-IF
           IF WS-BANKCHG-DAYS > ZERO
               PERFORM 3400-BANK-CHANGE-SCENARIO
           END-IF.

      ****************************************************************************
      * One line per contract with activity in the window: its refunds and       *
      * whether their payees differ, and its receipts just under the             *
      * reporting threshold.                                                     *
      ****************************************************************************
       3100-SUMMARISE-CONTRACTS.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-HIST-TABLE-COUNT
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SUM-TABLE-COUNT
                          OR WS-HIT-SUB > ZERO
                   IF WS-SUM-CONTRACT (WS-SUB)
                       = WS-HIST-CONTRACT (WS-SUB2)
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   IF WS-SUM-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-SUM-TABLE-COUNT
                       MOVE WS-SUM-TABLE-COUNT TO WS-HIT-SUB
                       MOVE WS-HIST-CONTRACT (WS-SUB2)
                           TO WS-SUM-CONTRACT (WS-HIT-SUB)
                       MOVE WS-HIST-COMPANY (WS-SUB2)
                           TO WS-SUM-COMPANY (WS-HIT-SUB)
                       MOVE ZERO TO WS-SUM-REFUNDS (WS-HIT-SUB)
                       MOVE SPACES TO WS-SUM-FIRST-PAYEE (WS-HIT-SUB)
                       MOVE "N" TO WS-SUM-PAYEE-FLAG (WS-HIT-SUB)
                       MOVE ZERO TO WS-SUM-STRUCTURED (WS-HIT-SUB)
                   END-IF
               END-IF
               IF WS-HIT-SUB > ZERO
                   PERFORM 3150-SUMMARISE-ONE
               END-IF
           END-PERFORM.

       3150-SUMMARISE-ONE.
           IF WS-HIST-TYPE (WS-SUB2) = "F"
               ADD 1 TO WS-SUM-REFUNDS (WS-HIT-SUB)
               IF WS-SUM-REFUNDS (WS-HIT-SUB) = 1
                   MOVE WS-HIST-PAYEE (WS-SUB2)
                       TO WS-SUM-FIRST-PAYEE (WS-HIT-SUB)
               ELSE
                   IF WS-HIST-PAYEE (WS-SUB2)
                       NOT = WS-SUM-FIRST-PAYEE (WS-HIT-SUB)
                       SET WS-SUM-PAYEE-DIFFERS (WS-HIT-SUB) TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-HIST-AMOUNT (WS-SUB2) NOT < WS-STRUCT-FLOOR
                   AND WS-HIST-AMOUNT (WS-SUB2) < WS-REPORT-THRESHOLD
                   ADD 1 TO WS-SUM-STRUCTURED (WS-HIT-SUB)
               END-IF
           END-IF.

       3200-CONTRACT-SCENARIOS.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-SUM-TABLE-COUNT
               MOVE WS-SUM-COMPANY (WS-HIT-SUB) TO WS-ALERT-COMPANY
               MOVE WS-SUM-CONTRACT (WS-HIT-SUB) TO WS-ALERT-CONTRACT
               IF WS-REFUND-LIMIT > ZERO
                   AND WS-SUM-REFUNDS (WS-HIT-SUB) NOT < WS-REFUND-LIMIT
                   AND WS-SUM-PAYEE-DIFFERS (WS-HIT-SUB)
                   MOVE "OVRF" TO WS-ALERT-SCENARIO
                   MOVE WS-SUM-REFUNDS (WS-HIT-SUB) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING "REFUNDS=" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " TO DIFFERING PAYEES" DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM 3800-RAISE-CASE
               END-IF
               IF WS-STRUCT-LIMIT > ZERO
                   AND WS-SUM-STRUCTURED (WS-HIT-SUB)
                       NOT < WS-STRUCT-LIMIT
                   MOVE "STRC" TO WS-ALERT-SCENARIO
                   MOVE WS-SUM-STRUCTURED (WS-HIT-SUB) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING "RECEIPTS JUST BELOW THRESHOLD=" DELIMITED
                       BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM 3800-RAISE-CASE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A company's receipts counted once per different bank reference.          *
      ****************************************************************************
       3300-BANK-REF-SCENARIO.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-HIST-TABLE-COUNT
               IF WS-HIST-TYPE (WS-SUB2) = "R"
                   AND WS-HIST-COMPANY (WS-SUB2) NOT = SPACES
                   PERFORM 3350-COUNT-BANK-REF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ALERT-CONTRACT
           MOVE "BREF" TO WS-ALERT-SCENARIO
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-CO-TABLE-COUNT
               IF WS-CO-BANK-REFS (WS-HIT-SUB) NOT < WS-BANKREF-LIMIT
                   MOVE WS-CO-NAME (WS-HIT-SUB) TO WS-ALERT-COMPANY
                   MOVE WS-CO-BANK-REFS (WS-HIT-SUB) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING "RECEIPTS FROM BANK REFERENCES=" DELIMITED
                       BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM 3800-RAISE-CASE
               END-IF
           END-PERFORM.

       3350-COUNT-BANK-REF.
           SET WS-FIRST-SEEN TO TRUE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-SUB2 OR NOT WS-FIRST-SEEN
               IF WS-HIST-TYPE (WS-SUB) = "R"
                   AND WS-HIST-COMPANY (WS-SUB)
                       = WS-HIST-COMPANY (WS-SUB2)
                   AND WS-HIST-BANK-REF (WS-SUB)
                       = WS-HIST-BANK-REF (WS-SUB2)
                   MOVE "N" TO WS-FIRST-FLAG
               END-IF
           END-PERFORM
           IF WS-FIRST-SEEN
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CO-TABLE-COUNT
                          OR WS-HIT-SUB > ZERO
                   IF WS-CO-NAME (WS-SUB) = WS-HIST-COMPANY (WS-SUB2)
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   IF WS-CO-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CO-TABLE-COUNT
                       MOVE WS-CO-TABLE-COUNT TO WS-HIT-SUB
                       MOVE WS-HIST-COMPANY (WS-SUB2)
                           TO WS-CO-NAME (WS-HIT-SUB)
                       MOVE ZERO TO WS-CO-BANK-REFS (WS-HIT-SUB)
                   END-IF
               END-IF
               IF WS-HIT-SUB > ZERO
                   ADD 1 TO WS-CO-BANK-REFS (WS-HIT-SUB)
               END-IF
           END-IF.

      ****************************************************************************
      * The debit mandate carries the only bank account held for a contract;     *
      * a mandate signed shortly before a refund means the account changed.      *
      ****************************************************************************
       3400-BANK-CHANGE-SCENARIO.
           MOVE "BKCG" TO WS-ALERT-SCENARIO
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-HIST-TABLE-COUNT
               IF WS-HIST-TYPE (WS-SUB2) = "F"
                   AND WS-HIST-TONIGHT (WS-SUB2) = "Y"
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-MAND-TABLE-COUNT
                       IF WS-MAND-CONTRACT (WS-SUB)
                           = WS-HIST-CONTRACT (WS-SUB2)
                           AND WS-MAND-SIGNED-DATE (WS-SUB)
                               NOT < WS-BANKCHG-CUTOFF
                           MOVE WS-HIST-COMPANY (WS-SUB2)
                               TO WS-ALERT-COMPANY
                           MOVE WS-HIST-CONTRACT (WS-SUB2)
                               TO WS-ALERT-CONTRACT
                           MOVE SPACES TO WS-ALERT-DETAIL
                           STRING "REFUND AFTER MANDATE SIGNED "
                               DELIMITED BY SIZE
                               WS-MAND-SIGNED-DATE (WS-SUB)
                               DELIMITED BY SIZE
                               INTO WS-ALERT-DETAIL
                           PERFORM 3800-RAISE-CASE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ****************************************************************************
      * No second case while one for the same scenario, company and contract     *
      * is open or escalated, or was raised inside the window.                   *
      ****************************************************************************
       3800-RAISE-CASE.
           MOVE "N" TO WS-DUP-FLAG
           PERFORM VARYING WS-CASE-HIT FROM 1 BY 1
                   UNTIL WS-CASE-HIT > WS-CASE-TABLE-COUNT
                      OR WS-ALREADY-RAISED
               MOVE WS-CASE-DATA (WS-CASE-HIT) TO AML-CASE-RECORD
               IF AMC-SCENARIO = WS-ALERT-SCENARIO
                   AND AMC-COMPANY-NAME = WS-ALERT-COMPANY
                   AND AMC-CONTRACT-NUMBER = WS-ALERT-CONTRACT
                   AND (AMC-OPEN OR AMC-ESCALATED
                        OR AMC-OPENED-DATE NOT < WS-WINDOW-CUTOFF)
                   SET WS-ALREADY-RAISED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-RAISED
               IF WS-CASE-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CASES-RAISED
                   ADD 1 TO WS-CASE-TABLE-COUNT
                   INITIALIZE AML-CASE-RECORD
                   MOVE WS-NEXT-CASE-NUMBER TO AMC-CASE-NUMBER
                   ADD 1 TO WS-NEXT-CASE-NUMBER
                   MOVE WS-ALERT-COMPANY TO AMC-COMPANY-NAME
                   MOVE WS-ALERT-CONTRACT TO AMC-CONTRACT-NUMBER
                   MOVE WS-ALERT-SCENARIO TO AMC-SCENARIO
                   MOVE WS-CURRENT-DATE-NUM TO AMC-OPENED-DATE
                   MOVE WS-ALERT-DETAIL TO AMC-DETAIL
                   SET AMC-OPEN TO TRUE
                   MOVE AML-CASE-RECORD
                       TO WS-CASE-DATA (WS-CASE-TABLE-COUNT)
                   MOVE "RAISED" TO WS-EVENT
                   PERFORM 2900-REPORT-CASE
               END-IF
           END-IF.

      ****************************************************************************
      * Dismissed and closed cases leave once past the retention period.         *
      ****************************************************************************
       5000-WRITE-CASES.
           OPEN OUTPUT CASE-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CASE-TABLE-COUNT
               MOVE WS-CASE-DATA (WS-SUB) TO AML-CASE-RECORD
               IF (AMC-DISMISSED OR AMC-CLOSED)
                   AND AMC-DISPOSED-DATE < WS-RETAIN-CUTOFF
                   CONTINUE
               ELSE
                   WRITE AML-CASE-RECORD
               END-IF
               IF AMC-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM
           CLOSE CASE-OUT-FILE.

      ****************************************************************************
      * R073 rebuilds WATCHHOLD each night; the companies under an escalated     *
      * case are added to it after, once each.                                   *
      ****************************************************************************
       5100-WRITE-HOLDS.
           OPEN EXTEND HOLD-FILE
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-CASE-TABLE-COUNT
               MOVE WS-CASE-DATA (WS-SUB2) TO AML-CASE-RECORD
               IF AMC-ESCALATED
                   SET WS-FIRST-SEEN TO TRUE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-HOLD-TABLE-COUNT
                       IF WS-HOLD-NAME (WS-SUB) = AMC-COMPANY-NAME
                           MOVE "N" TO WS-FIRST-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-FIRST-SEEN AND WS-HOLD-TABLE-COUNT < 1000
                       ADD 1 TO WS-HOLD-TABLE-COUNT
                       MOVE AMC-COMPANY-NAME
                           TO WS-HOLD-NAME (WS-HOLD-TABLE-COUNT)
                       MOVE AMC-COMPANY-NAME TO WH-COMPANY-NAME
                       WRITE WATCH-HOLD-RECORD
                       ADD 1 TO WS-HOLDS-WRITTEN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HOLD-FILE.

       5200-WRITE-HISTORY.
           OPEN OUTPUT HIST-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               MOVE WS-HIST-TYPE (WS-SUB) TO AMA-TYPE
               MOVE WS-HIST-CONTRACT (WS-SUB) TO AMA-CONTRACT-NUMBER
               MOVE WS-HIST-COMPANY (WS-SUB) TO AMA-COMPANY-NAME
               MOVE WS-HIST-DATE (WS-SUB) TO AMA-DATE
               MOVE WS-HIST-AMOUNT (WS-SUB) TO AMA-AMOUNT
               MOVE WS-HIST-BANK-REF (WS-SUB) TO AMA-BANK-REF
               MOVE WS-HIST-PAYEE (WS-SUB) TO AMA-PAYEE-NAME
               WRITE AML-ACTIVITY-RECORD
           END-PERFORM
           CLOSE HIST-OUT-FILE.
