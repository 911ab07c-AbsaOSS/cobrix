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
      * R168-INSOLVENCY-CLAIMS                                                   *
      *                                                                          *
      * Proof-of-claim run for the insolvency cases R167 maintains. Runs         *
      * at the end of the cycle after R101, on the post-write-off                *
      * carry-forwards. For every active case on INSOLOUT the claim              *
      * (insolvency-claim.cpy, CLAIMIN to CLAIMOUT, keyed by the case            *
      * company and filing date) is rebuilt from the contracts the case          *
      * froze on INSOLSUPP - its own company and, for a group case, every        *
      * company below it: the balance still outstanding on OUTSTWOF, the         *
      * penalty interest accrued on ACCRWOF, and whatever R101 has already       *
      * written off on WOFFOUT (balance and reversed interest), which the        *
      * creditor may still claim. The schedule lists every contract with         *
      * its three figures and the claim total, ready to lodge. Claim             *
      * transactions on CLAIMTXN record the lodgement (L) - from then on         *
      * the figures are fixed at what was lodged - and each dividend the         *
      * practitioner pays (D, amount and date), which is added up against        *
      * the claim; a lodgement on a claim already lodged or with no open         *
      * claim, or a dividend on a claim never lodged or with no amount, is       *
      * refused on the report. When the case is closed the claim is closed       *
      * with it but still takes late dividends. CLAIMRPT shows every claim       *
      * with dividends received, the balance unrecovered and the recovery        *
      * percentage. A claim not yet lodged raises a warning on ALERTS once       *
      * the lodgement deadline is within parameter INSOL-DEADLINE-WARN           *
      * days, and a critical alert once the deadline has passed.                 *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R168-INSOLVENCY-CLAIMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "INSOLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT FREEZE-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZ-STATUS.

           SELECT OUTST-FILE ASSIGN TO "OUTSTWOF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRWOF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT CLAIM-IN-FILE ASSIGN TO "CLAIMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-IN-STATUS.

           SELECT CLAIM-OUT-FILE ASSIGN TO "CLAIMOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "CLAIMTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CLAIMRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       COPY "insolvency-case".

       FD  FREEZE-FILE.
       COPY "insolvency-freeze".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ACCR-FILE.
       COPY "accrual-record".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  CLAIM-IN-FILE.
       COPY "insolvency-claim" REPLACING INSOLVENCY-CLAIM-RECORD
           BY CLAIM-IN-RECORD.

       FD  CLAIM-OUT-FILE.
       COPY "insolvency-claim".

       FD  TXN-FILE.
       01  CLAIM-TXN-RECORD.
           05  CTX-COMPANY-ID           PIC X(10).
           05  CTX-ACTION               PIC X(1).
               88  CTX-LODGE                    VALUE "L".
               88  CTX-DIVIDEND                 VALUE "D".
           05  CTX-AMOUNT               PIC 9(13)V9(2).
           05  CTX-DATE                 PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-CASE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-CASE-EOF                     VALUE "Y".
       01  WS-CASE-STATUS           PIC XX.
           88  WS-CASE-NOT-FOUND            VALUE "35".
       01  WS-FRZ-EOF-FLAG          PIC X      VALUE "N".
           88  WS-FRZ-EOF                      VALUE "Y".
       01  WS-FRZ-STATUS            PIC XX.
           88  WS-FRZ-NOT-FOUND             VALUE "35".
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ACCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-ACCR-EOF                     VALUE "Y".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-WOFF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-WOFF-EOF                     VALUE "Y".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-CLAIM-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-CLAIM-IN-EOF                 VALUE "Y".
       01  WS-CLAIM-IN-STATUS       PIC XX.
           88  WS-CLAIM-IN-NOT-FOUND        VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-WARN-DAYS             PIC 9(3)   VALUE 14.

       01  WS-CASE-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY        OCCURS 300 TIMES.
               10  WS-CASE-COMPANY      PIC X(10).
               10  WS-CASE-FILED        PIC 9(8).
               10  WS-CASE-DEADLINE     PIC 9(8).
               10  WS-CASE-PRACTITIONER PIC X(30).
               10  WS-CASE-STATE        PIC X(1).

       01  WS-CLM-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-CLM-TABLE.
           05  WS-CLM-ENTRY         OCCURS 300 TIMES.
               10  WS-CLM-COMPANY       PIC X(10).
               10  WS-CLM-FILED         PIC 9(8).
               10  WS-CLM-PRINCIPAL     PIC S9(13)V9(2).
               10  WS-CLM-INTEREST      PIC 9(13)V9(2).
               10  WS-CLM-WRITTEN-OFF   PIC 9(13)V9(2).
               10  WS-CLM-TOTAL         PIC S9(13)V9(2).
               10  WS-CLM-CONTRACTS     PIC 9(5).
               10  WS-CLM-LODGED        PIC 9(8).
               10  WS-CLM-DIVIDENDS     PIC 9(13)V9(2).
               10  WS-CLM-LAST-DIVIDEND PIC 9(8).
               10  WS-CLM-STATE         PIC X(1).

       01  WS-FRZ-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-FRZ-TABLE.
           05  WS-FRZ-ENTRY         OCCURS 2000 TIMES.
               10  WS-FRZ-CONTRACT      PIC X(15).
               10  WS-FRZ-COMPANY       PIC X(10).
               10  WS-FRZ-CASE          PIC X(10).

       01  WS-OUTST-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-OUTST-TABLE.
           05  WS-OUTST-ENTRY       OCCURS 2000 TIMES.
               10  WS-OUTST-CONTRACT    PIC X(15).
               10  WS-OUTST-BALANCE     PIC S9(11)V9(2).

       01  WS-ACCR-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-ACCR-TABLE.
           05  WS-ACCR-ENTRY        OCCURS 2000 TIMES.
               10  WS-ACCR-CONTRACT     PIC X(15).
               10  WS-ACCR-CUM          PIC 9(13)V9(2).

       01  WS-WOFF-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-WOFF-TABLE.
           05  WS-WOFF-ENTRY        OCCURS 2000 TIMES.
               10  WS-WOFF-CONTRACT     PIC X(15).
               10  WS-WOFF-AMOUNT       PIC 9(13)V9(2).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-CASE-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-CLM-HIT               PIC 9(3)   VALUE ZERO.

       01  WS-CONTRACT-PRINCIPAL    PIC S9(13)V9(2) VALUE ZERO.
       01  WS-CONTRACT-INTEREST     PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CONTRACT-WRITTEN-OFF  PIC 9(13)V9(2) VALUE ZERO.
       01  WS-UNRECOVERED           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RECOVERY-PCT          PIC 9(3)V9(2) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-LEFT             PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-EDIT             PIC ZZZ9.
       01  WS-AMOUNT-EDIT           PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-2         PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-3         PIC -(12)9.99.
       01  WS-PCT-EDIT              PIC ZZ9.99.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-REBUILT-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-LODGED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-DIVIDEND-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R168" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "INSOL-DEADLINE-WARN" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-WARN-DAYS
           END-IF
           PERFORM 1000-LOAD-CASES
           PERFORM 1100-LOAD-CLAIMS
           PERFORM 1200-LOAD-FROZEN-CONTRACTS
           PERFORM 1300-LOAD-OUTSTANDING
           PERFORM 1400-LOAD-ACCRUALS
           PERFORM 1500-LOAD-WRITE-OFFS
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           PERFORM 2000-BUILD-CLAIMS
           PERFORM 3000-APPLY-TRANSACTIONS
           PERFORM 4000-CHECK-DEADLINES
           PERFORM 5000-WRITE-CLAIMS
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "R168: CLAIMS REBUILT         " WS-REBUILT-COUNT
           DISPLAY "R168: CLAIMS LODGED          " WS-LODGED-COUNT
           DISPLAY "R168: DIVIDENDS RECORDED     " WS-DIVIDEND-COUNT
           DISPLAY "R168: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R168: DEADLINE ALERTS        " WS-ALERT-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R168: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-NOT-FOUND
               SET WS-CASE-EOF TO TRUE
           ELSE
               READ CASE-FILE
                   AT END SET WS-CASE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               IF WS-CASE-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CASE-TABLE-COUNT
                   MOVE INS-COMPANY-ID
                       TO WS-CASE-COMPANY (WS-CASE-TABLE-COUNT)
                   MOVE INS-FILING-DATE
                       TO WS-CASE-FILED (WS-CASE-TABLE-COUNT)
                   MOVE INS-CLAIM-DEADLINE
                       TO WS-CASE-DEADLINE (WS-CASE-TABLE-COUNT)
                   MOVE INS-PRACTITIONER
                       TO WS-CASE-PRACTITIONER (WS-CASE-TABLE-COUNT)
                   MOVE INS-STATUS
                       TO WS-CASE-STATE (WS-CASE-TABLE-COUNT)
               END-IF
               READ CASE-FILE
                   AT END SET WS-CASE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CASE-NOT-FOUND
               CLOSE CASE-FILE
           END-IF.

       1100-LOAD-CLAIMS.
           OPEN INPUT CLAIM-IN-FILE
           IF WS-CLAIM-IN-NOT-FOUND
               SET WS-CLAIM-IN-EOF TO TRUE
           ELSE
               READ CLAIM-IN-FILE
                   AT END SET WS-CLAIM-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CLAIM-IN-EOF
               IF WS-CLM-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CLM-TABLE-COUNT
                   MOVE ICL-COMPANY-ID OF CLAIM-IN-RECORD
                       TO WS-CLM-COMPANY (WS-CLM-TABLE-COUNT)
                   MOVE ICL-FILING-DATE OF CLAIM-IN-RECORD
                       TO WS-CLM-FILED (WS-CLM-TABLE-COUNT)
                   MOVE ICL-PRINCIPAL OF CLAIM-IN-RECORD
                       TO WS-CLM-PRINCIPAL (WS-CLM-TABLE-COUNT)
                   MOVE ICL-INTEREST OF CLAIM-IN-RECORD
                       TO WS-CLM-INTEREST (WS-CLM-TABLE-COUNT)
                   MOVE ICL-WRITTEN-OFF OF CLAIM-IN-RECORD
                       TO WS-CLM-WRITTEN-OFF (WS-CLM-TABLE-COUNT)
                   MOVE ICL-TOTAL-CLAIM OF CLAIM-IN-RECORD
                       TO WS-CLM-TOTAL (WS-CLM-TABLE-COUNT)
                   MOVE ICL-CONTRACT-COUNT OF CLAIM-IN-RECORD
                       TO WS-CLM-CONTRACTS (WS-CLM-TABLE-COUNT)
                   MOVE ICL-LODGED-DATE OF CLAIM-IN-RECORD
                       TO WS-CLM-LODGED (WS-CLM-TABLE-COUNT)
                   MOVE ICL-DIVIDENDS OF CLAIM-IN-RECORD
                       TO WS-CLM-DIVIDENDS (WS-CLM-TABLE-COUNT)
                   MOVE ICL-LAST-DIVIDEND-DATE OF CLAIM-IN-RECORD
                       TO WS-CLM-LAST-DIVIDEND (WS-CLM-TABLE-COUNT)
                   MOVE ICL-STATUS OF CLAIM-IN-RECORD
                       TO WS-CLM-STATE (WS-CLM-TABLE-COUNT)
               END-IF
               READ CLAIM-IN-FILE
                   AT END SET WS-CLAIM-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CLAIM-IN-NOT-FOUND
               CLOSE CLAIM-IN-FILE
           END-IF.

       1200-LOAD-FROZEN-CONTRACTS.
           OPEN INPUT FREEZE-FILE
           IF WS-FRZ-NOT-FOUND
               SET WS-FRZ-EOF TO TRUE
           ELSE
               READ FREEZE-FILE
                   AT END SET WS-FRZ-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FRZ-EOF
               IF WS-FRZ-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FRZ-TABLE-COUNT
                   MOVE IFZ-CONTRACT-NUMBER
                       TO WS-FRZ-CONTRACT (WS-FRZ-TABLE-COUNT)
                   MOVE IFZ-COMPANY-ID
                       TO WS-FRZ-COMPANY (WS-FRZ-TABLE-COUNT)
                   MOVE IFZ-CASE-COMPANY-ID
                       TO WS-FRZ-CASE (WS-FRZ-TABLE-COUNT)
               END-IF
               READ FREEZE-FILE
                   AT END SET WS-FRZ-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-FRZ-NOT-FOUND
               CLOSE FREEZE-FILE
           END-IF.

       1300-LOAD-OUTSTANDING.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-OUTST-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-EOF
               IF WS-OUTST-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-OUTST-TABLE-COUNT
                   MOVE OUT-CONTRACT-NUMBER
                       TO WS-OUTST-CONTRACT (WS-OUTST-TABLE-COUNT)
                   MOVE OUT-BALANCE
                       TO WS-OUTST-BALANCE (WS-OUTST-TABLE-COUNT)
               END-IF
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF.

       1400-LOAD-ACCRUALS.
           OPEN INPUT ACCR-FILE
           IF WS-ACCR-NOT-FOUND
               SET WS-ACCR-EOF TO TRUE
           ELSE
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-EOF
               IF WS-ACCR-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ACCR-TABLE-COUNT
                   MOVE ACC-CONTRACT-NUMBER
                       TO WS-ACCR-CONTRACT (WS-ACCR-TABLE-COUNT)
                   MOVE ACC-CUM-AMOUNT
                       TO WS-ACCR-CUM (WS-ACCR-TABLE-COUNT)
               END-IF
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-NOT-FOUND
               CLOSE ACCR-FILE
           END-IF.

      ****************************************************************************
      * Only approved write-offs count: the balance removed plus the             *
      * interest reversed with it are both still owed by the debtor.             *
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
                   IF WS-WOFF-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-WOFF-TABLE-COUNT
                       MOVE WOF-CONTRACT-NUMBER
                           TO WS-WOFF-CONTRACT (WS-WOFF-TABLE-COUNT)
                       COMPUTE WS-WOFF-AMOUNT (WS-WOFF-TABLE-COUNT) =
                           WOF-BALANCE + WOF-ACCRUED
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
      * Every active case gets a claim; an open claim is rebuilt from            *
      * scratch and scheduled contract by contract. A lodged claim keeps         *
      * the figures it was lodged with. A claim whose case has closed is         *
      * closed with it.                                                          *
      ****************************************************************************
       2000-BUILD-CLAIMS.
           MOVE SPACES TO REPORT-LINE
           STRING "PROOF-OF-CLAIM SCHEDULES AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-TABLE-COUNT
               PERFORM 2050-FIND-CLAIM
               IF WS-CASE-STATE (WS-CASE-SUB) = "A"
                   IF WS-CLM-HIT = ZERO
                       PERFORM 2100-NEW-CLAIM
                   END-IF
                   IF WS-CLM-HIT > ZERO
                       IF WS-CLM-STATE (WS-CLM-HIT) = "O"
                           PERFORM 2200-REBUILD-CLAIM
                       END-IF
                   END-IF
               ELSE
                   IF WS-CLM-HIT > ZERO
                       MOVE "C" TO WS-CLM-STATE (WS-CLM-HIT)
                   END-IF
               END-IF
           END-PERFORM.

       2050-FIND-CLAIM.
           MOVE ZERO TO WS-CLM-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLM-TABLE-COUNT
               IF WS-CLM-COMPANY (WS-SUB)
                       = WS-CASE-COMPANY (WS-CASE-SUB)
                   AND WS-CLM-FILED (WS-SUB)
                       = WS-CASE-FILED (WS-CASE-SUB)
                   MOVE WS-SUB TO WS-CLM-HIT
               END-IF
           END-PERFORM.

       2100-NEW-CLAIM.
           IF WS-CLM-TABLE-COUNT >= 300
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-CLM-TABLE-COUNT
               MOVE WS-CLM-TABLE-COUNT TO WS-CLM-HIT
               MOVE WS-CASE-COMPANY (WS-CASE-SUB)
                   TO WS-CLM-COMPANY (WS-CLM-HIT)
               MOVE WS-CASE-FILED (WS-CASE-SUB)
                   TO WS-CLM-FILED (WS-CLM-HIT)
               MOVE ZERO TO WS-CLM-LODGED (WS-CLM-HIT)
               MOVE ZERO TO WS-CLM-DIVIDENDS (WS-CLM-HIT)
               MOVE ZERO TO WS-CLM-LAST-DIVIDEND (WS-CLM-HIT)
               MOVE "O" TO WS-CLM-STATE (WS-CLM-HIT)
           END-IF.

       2200-REBUILD-CLAIM.
           ADD 1 TO WS-REBUILT-COUNT
           MOVE ZERO TO WS-CLM-PRINCIPAL (WS-CLM-HIT)
           MOVE ZERO TO WS-CLM-INTEREST (WS-CLM-HIT)
           MOVE ZERO TO WS-CLM-WRITTEN-OFF (WS-CLM-HIT)
           MOVE ZERO TO WS-CLM-CONTRACTS (WS-CLM-HIT)
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CASE " DELIMITED BY SIZE
               WS-CASE-COMPANY (WS-CASE-SUB) DELIMITED BY SIZE
               " FILED=" DELIMITED BY SIZE
               WS-CASE-FILED (WS-CASE-SUB) DELIMITED BY SIZE
               " DEADLINE=" DELIMITED BY SIZE
               WS-CASE-DEADLINE (WS-CASE-SUB) DELIMITED BY SIZE
               " PRACTITIONER=" DELIMITED BY SIZE
               WS-CASE-PRACTITIONER (WS-CASE-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FRZ-TABLE-COUNT
               IF WS-FRZ-CASE (WS-SUB) = WS-CASE-COMPANY (WS-CASE-SUB)
                   PERFORM 2300-SCHEDULE-ONE-CONTRACT
               END-IF
           END-PERFORM
           COMPUTE WS-CLM-TOTAL (WS-CLM-HIT) =
               WS-CLM-PRINCIPAL (WS-CLM-HIT)
               + WS-CLM-INTEREST (WS-CLM-HIT)
               + WS-CLM-WRITTEN-OFF (WS-CLM-HIT)
           MOVE WS-CLM-TOTAL (WS-CLM-HIT) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  CLAIM TOTAL " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       2300-SCHEDULE-ONE-CONTRACT.
           MOVE ZERO TO WS-CONTRACT-PRINCIPAL
           MOVE ZERO TO WS-CONTRACT-INTEREST
           MOVE ZERO TO WS-CONTRACT-WRITTEN-OFF
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-OUTST-TABLE-COUNT
               IF WS-OUTST-CONTRACT (WS-SUB-2)
                       = WS-FRZ-CONTRACT (WS-SUB)
                   ADD WS-OUTST-BALANCE (WS-SUB-2)
                       TO WS-CONTRACT-PRINCIPAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ACCR-TABLE-COUNT
               IF WS-ACCR-CONTRACT (WS-SUB-2)
                       = WS-FRZ-CONTRACT (WS-SUB)
                   ADD WS-ACCR-CUM (WS-SUB-2) TO WS-CONTRACT-INTEREST
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-WOFF-TABLE-COUNT
               IF WS-WOFF-CONTRACT (WS-SUB-2)
                       = WS-FRZ-CONTRACT (WS-SUB)
                   ADD WS-WOFF-AMOUNT (WS-SUB-2)
                       TO WS-CONTRACT-WRITTEN-OFF
               END-IF
           END-PERFORM
           ADD 1 TO WS-CLM-CONTRACTS (WS-CLM-HIT)
           ADD WS-CONTRACT-PRINCIPAL TO WS-CLM-PRINCIPAL (WS-CLM-HIT)
           ADD WS-CONTRACT-INTEREST TO WS-CLM-INTEREST (WS-CLM-HIT)
           ADD WS-CONTRACT-WRITTEN-OFF
               TO WS-CLM-WRITTEN-OFF (WS-CLM-HIT)
           MOVE WS-CONTRACT-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE WS-CONTRACT-INTEREST TO WS-AMOUNT-EDIT-2
           MOVE WS-CONTRACT-WRITTEN-OFF TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-FRZ-CONTRACT (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FRZ-COMPANY (WS-SUB) DELIMITED BY SIZE
               " PRINCIPAL=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " INTEREST=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               " WRITTEN-OFF=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-APPLY-TRANSACTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLAIM TRANSACTIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               MOVE ZERO TO WS-CLM-HIT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CLM-TABLE-COUNT
                   IF WS-CLM-COMPANY (WS-SUB) = CTX-COMPANY-ID
                       MOVE WS-SUB TO WS-CLM-HIT
                   END-IF
               END-PERFORM
               IF CTX-DATE = ZERO
                   MOVE WS-CURRENT-DATE-NUM TO CTX-DATE
               END-IF
               EVALUATE TRUE
                   WHEN CTX-LODGE
                       PERFORM 3100-LODGE-CLAIM
                   WHEN CTX-DIVIDEND
                       PERFORM 3200-RECORD-DIVIDEND
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                       PERFORM 3900-REFUSE-TRANSACTION
               END-EVALUATE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       3100-LODGE-CLAIM.
           EVALUATE TRUE
               WHEN WS-CLM-HIT = ZERO
                   MOVE "NO CLAIM FOR COMPANY" TO WS-REASON
                   PERFORM 3900-REFUSE-TRANSACTION
               WHEN WS-CLM-STATE (WS-CLM-HIT) NOT = "O"
                   MOVE "CLAIM NOT OPEN FOR LODGEMENT" TO WS-REASON
                   PERFORM 3900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-LODGED-COUNT
                   MOVE "L" TO WS-CLM-STATE (WS-CLM-HIT)
                   MOVE CTX-DATE TO WS-CLM-LODGED (WS-CLM-HIT)
                   MOVE WS-CLM-TOTAL (WS-CLM-HIT) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  LODGED   " DELIMITED BY SIZE
                       CTX-COMPANY-ID DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       CTX-DATE DELIMITED BY SIZE
                       " CLAIM=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       3200-RECORD-DIVIDEND.
           EVALUATE TRUE
               WHEN WS-CLM-HIT = ZERO
                   MOVE "NO CLAIM FOR COMPANY" TO WS-REASON
                   PERFORM 3900-REFUSE-TRANSACTION
               WHEN WS-CLM-LODGED (WS-CLM-HIT) = ZERO
                   MOVE "CLAIM NEVER LODGED" TO WS-REASON
                   PERFORM 3900-REFUSE-TRANSACTION
               WHEN CTX-AMOUNT = ZERO
                   MOVE "NO DIVIDEND AMOUNT" TO WS-REASON
                   PERFORM 3900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-DIVIDEND-COUNT
                   ADD CTX-AMOUNT TO WS-CLM-DIVIDENDS (WS-CLM-HIT)
                   IF CTX-DATE > WS-CLM-LAST-DIVIDEND (WS-CLM-HIT)
                       MOVE CTX-DATE
                           TO WS-CLM-LAST-DIVIDEND (WS-CLM-HIT)
                   END-IF
                   MOVE CTX-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  DIVIDEND " DELIMITED BY SIZE
                       CTX-COMPANY-ID DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       CTX-DATE DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       3900-REFUSE-TRANSACTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REFUSED  " DELIMITED BY SIZE
               CTX-COMPANY-ID DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               CTX-ACTION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * A claim not lodged in time is lost to the estate, so the deadline        *
      * is watched from WS-WARN-DAYS out and shouted about once missed.          *
      ****************************************************************************
       4000-CHECK-DEADLINES.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-TABLE-COUNT
               IF WS-CASE-STATE (WS-CASE-SUB) = "A"
                   AND WS-CASE-DEADLINE (WS-CASE-SUB) NOT = ZERO
                   PERFORM 2050-FIND-CLAIM
                   IF WS-CLM-HIT > ZERO
                       IF WS-CLM-STATE (WS-CLM-HIT) = "O"
                           PERFORM 4100-DEADLINE-ALERT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4100-DEADLINE-ALERT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (WS-CASE-DEADLINE (WS-CASE-SUB))
               - WS-CURRENT-INTEGER
           MOVE SPACES TO AL-MESSAGE
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "C" TO AL-SEVERITY
                   STRING "INSOLVENCY CLAIM NOT LODGED - DEADLINE "
                       DELIMITED BY SIZE
                       WS-CASE-DEADLINE (WS-CASE-SUB) DELIMITED BY SIZE
                       " PASSED" DELIMITED BY SIZE
                       INTO AL-MESSAGE
                   PERFORM 4200-WRITE-ALERT
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "W" TO AL-SEVERITY
                   MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
                   STRING "INSOLVENCY CLAIM NOT LODGED - DEADLINE IN "
                       DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO AL-MESSAGE
                   PERFORM 4200-WRITE-ALERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "R168" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE WS-CASE-COMPANY (WS-CASE-SUB) TO AL-KEY
           MOVE "N" TO AL-ACK-FLAG
           WRITE ALERT-RECORD.

      ****************************************************************************
      * Every claim is carried forward; the summary shows what each has          *
      * recovered so far against what was claimed.                               *
      ****************************************************************************
       5000-WRITE-CLAIMS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLAIMS AND DIVIDENDS RECEIVED" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT CLAIM-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLM-TABLE-COUNT
               MOVE WS-CLM-COMPANY (WS-SUB)
                   TO ICL-COMPANY-ID OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-FILED (WS-SUB)
                   TO ICL-FILING-DATE OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-PRINCIPAL (WS-SUB)
                   TO ICL-PRINCIPAL OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-INTEREST (WS-SUB)
                   TO ICL-INTEREST OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-WRITTEN-OFF (WS-SUB)
                   TO ICL-WRITTEN-OFF OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-TOTAL (WS-SUB)
                   TO ICL-TOTAL-CLAIM OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-CONTRACTS (WS-SUB)
                   TO ICL-CONTRACT-COUNT OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-LODGED (WS-SUB)
                   TO ICL-LODGED-DATE OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-DIVIDENDS (WS-SUB)
                   TO ICL-DIVIDENDS OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-LAST-DIVIDEND (WS-SUB)
                   TO ICL-LAST-DIVIDEND-DATE OF INSOLVENCY-CLAIM-RECORD
               MOVE WS-CLM-STATE (WS-SUB)
                   TO ICL-STATUS OF INSOLVENCY-CLAIM-RECORD
               WRITE INSOLVENCY-CLAIM-RECORD
               COMPUTE WS-UNRECOVERED =
                   WS-CLM-TOTAL (WS-SUB) - WS-CLM-DIVIDENDS (WS-SUB)
               IF WS-CLM-TOTAL (WS-SUB) > ZERO
                   COMPUTE WS-RECOVERY-PCT ROUNDED =
                       WS-CLM-DIVIDENDS (WS-SUB) * 100
                       / WS-CLM-TOTAL (WS-SUB)
               ELSE
                   MOVE ZERO TO WS-RECOVERY-PCT
               END-IF
               MOVE WS-CLM-TOTAL (WS-SUB) TO WS-AMOUNT-EDIT
               MOVE WS-CLM-DIVIDENDS (WS-SUB) TO WS-AMOUNT-EDIT-2
               MOVE WS-UNRECOVERED TO WS-AMOUNT-EDIT-3
               MOVE WS-RECOVERY-PCT TO WS-PCT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-CLM-COMPANY (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLM-STATE (WS-SUB) DELIMITED BY SIZE
                   " LODGED=" DELIMITED BY SIZE
                   WS-CLM-LODGED (WS-SUB) DELIMITED BY SIZE
                   " CLAIM=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " DIVIDENDS=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
                   " OPEN=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT-3 DELIMITED BY SIZE
                   " RECOVERED%=" DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           CLOSE CLAIM-OUT-FILE.
