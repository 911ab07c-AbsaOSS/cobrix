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
      * R165-CASH-FORECAST                                                       *
      *                                                                          *
      * Rolling thirteen-week receivables inflow forecast for treasury, the      *
      * forward view to R153's backward one. Runs every cycle after R112 and     *
      * builds the weeks, Monday to Sunday from the business week, out of        *
      * what the cycle already knows about each open balance on OUTSTFIN:        *
      * a contract with an active direct-debit mandate on R102's DDMNDOUT is     *
      * collected whole by the next debit run, so it lands in the current        *
      * week; a contract under a kept arrangement on R100's ARROUT pays          *
      * its installment on ARR-NEXT-DUE-DATE and every ARR-FREQUENCY-DAYS        *
      * after until the balance is used up; anything else is expected on         *
      * its CONTRACT DUE-DATE, the current week when already past due.           *
      * Renewal offers accepted on R060's OFFEROUT add their amount on the       *
      * new term's due date. Each expected amount is weighted by the             *
      * company's on-time rate off R115's PAYHISTOUT (on-time receipts over      *
      * all receipts for the company's contracts), a company with no             *
      * history at parameter FCST-DFLT-ONTIME-PCT. FCSTRPT shows every           *
      * week per currency (CONTRCCY, base currency when unlisted) by             *
      * source with the weighted total.                                          *
      *                                                                          *
      * The forecast history (forecast-history.cpy, FCSTIN to FCSTOUT)           *
      * freezes each week's forecast the first cycle the week is current and     *
      * adds every cycle's SETTLE receipts to the week they settled in, so       *
      * the report closes with last week's forecast against what actually        *
      * came in and the current week's receipts to date. A cycle already         *
      * taken into the history is not added twice on a rerun. Weeks older        *
      * than WS-HISTORY-DAYS age off.                                            *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R165-CASH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-FILE ASSIGN TO "OUTSTFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ARR-FILE ASSIGN TO "ARROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT MAND-FILE ASSIGN TO "DDMNDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAND-STATUS.

           SELECT OFFER-FILE ASSIGN TO "OFFEROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT CCY-XREF-FILE ASSIGN TO "CONTRCCY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCY-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT FCST-IN-FILE ASSIGN TO "FCSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCST-IN-STATUS.

           SELECT FCST-OUT-FILE ASSIGN TO "FCSTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ARR-FILE.
       COPY "arrangement-record".

       FD  MAND-FILE.
       COPY "debit-mandate".

       FD  OFFER-FILE.
       COPY "renewal-offer".

       FD  PAYHIST-FILE.
       COPY "payment-history".

       FD  CCY-XREF-FILE.
       COPY "contract-currency".

       FD  SETTLE-FILE.
       01  SETTLE-LINE                  PIC X(100).

       FD  FCST-IN-FILE.
       COPY "forecast-history" REPLACING FORECAST-HISTORY-RECORD
           BY FCST-IN-RECORD.

       FD  FCST-OUT-FILE.
       COPY "forecast-history".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ARR-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ARR-EOF                      VALUE "Y".
       01  WS-ARR-STATUS            PIC XX.
           88  WS-ARR-NOT-FOUND             VALUE "35".
       01  WS-MAND-EOF-FLAG         PIC X      VALUE "N".
           88  WS-MAND-EOF                     VALUE "Y".
       01  WS-MAND-STATUS           PIC XX.
           88  WS-MAND-NOT-FOUND            VALUE "35".
       01  WS-OFFER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OFFER-EOF                    VALUE "Y".
       01  WS-OFFER-STATUS          PIC XX.
           88  WS-OFFER-NOT-FOUND           VALUE "35".
       01  WS-PAYHIST-EOF-FLAG      PIC X      VALUE "N".
           88  WS-PAYHIST-EOF                  VALUE "Y".
       01  WS-PAYHIST-STATUS        PIC XX.
           88  WS-PAYHIST-NOT-FOUND         VALUE "35".
       01  WS-CCY-EOF-FLAG          PIC X      VALUE "N".
           88  WS-CCY-EOF                      VALUE "Y".
       01  WS-CCY-STATUS            PIC XX.
           88  WS-CCY-NOT-FOUND             VALUE "35".
       01  WS-SETTLE-EOF-FLAG       PIC X      VALUE "N".
           88  WS-SETTLE-EOF                   VALUE "Y".
       01  WS-SETTLE-STATUS         PIC XX.
           88  WS-SETTLE-NOT-FOUND          VALUE "35".
       01  WS-FCST-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-FCST-IN-EOF                  VALUE "Y".
       01  WS-FCST-IN-STATUS        PIC XX.
           88  WS-FCST-IN-NOT-FOUND         VALUE "35".

       01  WS-BASE-CCY              PIC X(3)   VALUE "ZAR".
       01  WS-DEFAULT-ONTIME-PCT    PIC 9(3)V9(2) VALUE 80.00.
       01  WS-HISTORY-DAYS          PIC 9(3)   VALUE 182.

       01  WS-CNTR-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-CNTR-TABLE.
           05  WS-CNTR-ENTRY        OCCURS 2000 TIMES.
               10  WS-CNTR-NUMBER       PIC X(15).
               10  WS-CNTR-COMPANY      PIC X(20).
               10  WS-CNTR-DUE-DATE     PIC 9(8).

       01  WS-ARR-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY         OCCURS 1000 TIMES.
               10  WS-ARR-CONTRACT      PIC X(15).
               10  WS-ARR-INSTALLMENT   PIC 9(10)V9(2).
               10  WS-ARR-FREQUENCY     PIC 9(3).
               10  WS-ARR-NEXT-DUE      PIC 9(8).

       01  WS-MAND-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-MAND-TABLE.
           05  WS-MAND-ENTRY        OCCURS 1000 TIMES.
               10  WS-MAND-CONTRACT     PIC X(15).

       01  WS-RATE-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY        OCCURS 500 TIMES.
               10  WS-RATE-COMPANY      PIC X(20).
               10  WS-RATE-RECEIPTS     PIC 9(7).
               10  WS-RATE-ONTIME       PIC 9(7).

       01  WS-XREF-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY        OCCURS 500 TIMES.
               10  WS-XREF-CONTRACT     PIC X(15).
               10  WS-XREF-CCY          PIC X(3).

       01  WS-FC-CCY-COUNT          PIC 9(2)   VALUE ZERO.
       01  WS-FC-TABLE.
           05  WS-FC-CCY-ENTRY      OCCURS 20 TIMES.
               10  WS-FC-CCY            PIC X(3).
               10  WS-FC-WEEK       OCCURS 13 TIMES.
                   15  WS-FC-DUE            PIC S9(13)V9(2).
                   15  WS-FC-ARRANGED       PIC S9(13)V9(2).
                   15  WS-FC-DEBIT          PIC S9(13)V9(2).
                   15  WS-FC-RENEWAL        PIC S9(13)V9(2).
                   15  WS-FC-EXPECTED       PIC S9(13)V9(2).

       01  WS-HIST-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY        OCCURS 1000 TIMES.
               10  WS-HIST-WEEK-START   PIC 9(8).
               10  WS-HIST-CCY          PIC X(3).
               10  WS-HIST-FORECAST     PIC S9(13)V9(2).
               10  WS-HIST-FCST-DATE    PIC 9(8).
               10  WS-HIST-ACTUAL       PIC S9(13)V9(2).
               10  WS-HIST-ACT-DATE     PIC 9(8).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CCY-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-WEEK-SUB              PIC 9(2)   VALUE ZERO.
       01  WS-CNTR-HIT              PIC 9(4)   VALUE ZERO.
       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.

       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-WEEK-START-INTEGER    PIC S9(9)  VALUE ZERO.
       01  WS-HORIZON-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-WEEK-START-DATE       PIC 9(8)   VALUE ZERO.
       01  WS-LAST-WEEK-DATE        PIC 9(8)   VALUE ZERO.
       01  WS-AGE-OFF-DATE          PIC 9(8)   VALUE ZERO.
       01  WS-EXPECT-INTEGER        PIC S9(9)  VALUE ZERO.
       01  WS-EXPECT-DATE           PIC 9(8)   VALUE ZERO.

       01  WS-EXPECT-SOURCE         PIC X(1)   VALUE SPACE.
           88  WS-FROM-DUE-DATE                VALUE "D".
           88  WS-FROM-ARRANGEMENT             VALUE "A".
           88  WS-FROM-DEBIT                   VALUE "M".
           88  WS-FROM-RENEWAL                 VALUE "R".
       01  WS-EXPECT-AMOUNT         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-EXPECT-CONTRACT       PIC X(15)  VALUE SPACES.
       01  WS-EXPECT-CCY            PIC X(3)   VALUE SPACES.
       01  WS-EXPECT-COMPANY        PIC X(20)  VALUE SPACES.
       01  WS-ONTIME-PCT            PIC 9(3)V9(2) VALUE ZERO.
       01  WS-WEIGHTED              PIC S9(13)V9(2) VALUE ZERO.
       01  WS-REMAINING             PIC S9(13)V9(2) VALUE ZERO.
       01  WS-AMOUNT-WORK           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-MANDATE-FLAG          PIC X      VALUE "N".
           88  WS-HAS-MANDATE                  VALUE "Y".
       01  WS-ARRANGED-SUB          PIC 9(4)   VALUE ZERO.
       01  WS-SETTLE-TAKEN-FLAG     PIC X      VALUE "N".
           88  WS-SETTLE-TAKEN                 VALUE "Y".

       01  WS-CCY-TOTAL             PIC S9(15)V9(2) VALUE ZERO.
       01  WS-VARIANCE              PIC S9(13)V9(2) VALUE ZERO.
       01  WS-DATE-EDIT             PIC 9(8).
       01  WS-WEEK-EDIT             PIC Z9.
       01  WS-DUE-EDIT              PIC -(12)9.99.
       01  WS-ARR-EDIT              PIC -(12)9.99.
       01  WS-DEBIT-EDIT            PIC -(12)9.99.
       01  WS-RENEW-EDIT            PIC -(12)9.99.
       01  WS-EXPECT-EDIT           PIC -(12)9.99.

       01  WS-EXPECTED-COUNT        PIC 9(7)   VALUE ZERO.
       01  WS-RECEIPTS-TAKEN        PIC 9(7)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R165" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "FCST-DFLT-ONTIME-PCT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-DEFAULT-ONTIME-PCT
           END-IF
           PERFORM 0100-SET-WEEKS
           PERFORM 1000-LOAD-CONTRACTS
           PERFORM 1100-LOAD-ARRANGEMENTS
           PERFORM 1200-LOAD-MANDATES
           PERFORM 1300-LOAD-ONTIME-RATES
           PERFORM 1400-LOAD-CURRENCY-XREF
           PERFORM 1500-LOAD-FORECAST-HISTORY
           PERFORM 2000-TAKE-SETTLED-RECEIPTS
           PERFORM 3000-FORECAST-OPEN-BALANCES
           PERFORM 3500-FORECAST-RENEWALS
           PERFORM 4000-FREEZE-CURRENT-WEEK
           PERFORM 5000-WRITE-REPORT
           PERFORM 6000-WRITE-FORECAST-HISTORY
           DISPLAY "R165: FORECAST WEEK START    " WS-WEEK-START-DATE
           DISPLAY "R165: EXPECTED RECEIPTS      " WS-EXPECTED-COUNT
           DISPLAY "R165: SETTLED RECEIPTS TAKEN " WS-RECEIPTS-TAKEN
           IF WS-OVERFLOW
               DISPLAY "R165: TABLE FULL - FORECAST INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Integer day 1 (1601-01-01) was a Monday, so MOD 7 of the day before      *
      * gives the days since Monday.                                             *
      ****************************************************************************
       0100-SET-WEEKS.
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           COMPUTE WS-WEEK-START-INTEGER = WS-CURRENT-INTEGER
               - FUNCTION MOD (WS-CURRENT-INTEGER - 1, 7)
           COMPUTE WS-HORIZON-INTEGER = WS-WEEK-START-INTEGER + 91
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INTEGER)
           COMPUTE WS-LAST-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INTEGER - 7)
           COMPUTE WS-AGE-OFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-WEEK-START-INTEGER - WS-HISTORY-DAYS).

       1000-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY TO WS-EXPECT-COMPANY
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   IF WS-CNTR-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CNTR-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT
                           TO WS-CNTR-NUMBER (WS-CNTR-TABLE-COUNT)
                       MOVE WS-EXPECT-COMPANY
                           TO WS-CNTR-COMPANY (WS-CNTR-TABLE-COUNT)
                       MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
                       COMPUTE WS-DUE-DATE-NUM =
                           (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
                           + WS-DUE-DAY
                       MOVE WS-DUE-DATE-NUM
                           TO WS-CNTR-DUE-DATE (WS-CNTR-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1100-LOAD-ARRANGEMENTS.
           OPEN INPUT ARR-FILE
           IF WS-ARR-NOT-FOUND
               SET WS-ARR-EOF TO TRUE
           ELSE
               READ ARR-FILE
                   AT END SET WS-ARR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ARR-EOF
               IF ARR-KEPT
                   IF WS-ARR-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-ARR-TABLE-COUNT
                       MOVE ARR-CONTRACT-NUMBER
                           TO WS-ARR-CONTRACT (WS-ARR-TABLE-COUNT)
                       MOVE ARR-INSTALLMENT
                           TO WS-ARR-INSTALLMENT (WS-ARR-TABLE-COUNT)
                       MOVE ARR-FREQUENCY-DAYS
                           TO WS-ARR-FREQUENCY (WS-ARR-TABLE-COUNT)
                       MOVE ARR-NEXT-DUE-DATE
                           TO WS-ARR-NEXT-DUE (WS-ARR-TABLE-COUNT)
                   END-IF
               END-IF
               READ ARR-FILE
                   AT END SET WS-ARR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ARR-NOT-FOUND
               CLOSE ARR-FILE
           END-IF.

       1200-LOAD-MANDATES.
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
                   IF WS-MAND-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-MAND-TABLE-COUNT
                       MOVE DDM-CONTRACT-NUMBER
                           TO WS-MAND-CONTRACT (WS-MAND-TABLE-COUNT)
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
      * R115 keeps counts per contract; the rate is the company's, pooled        *
      * over all its contracts.                                                  *
      ****************************************************************************
       1300-LOAD-ONTIME-RATES.
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-NOT-FOUND
               SET WS-PAYHIST-EOF TO TRUE
           ELSE
               READ PAYHIST-FILE
                   AT END SET WS-PAYHIST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PAYHIST-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RATE-TABLE-COUNT
                   IF WS-RATE-COMPANY (WS-SUB) = PH-COMPANY-NAME
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   IF WS-RATE-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       MOVE WS-RATE-TABLE-COUNT TO WS-HIT-SUB
                       MOVE PH-COMPANY-NAME
                           TO WS-RATE-COMPANY (WS-HIT-SUB)
                       MOVE ZERO TO WS-RATE-RECEIPTS (WS-HIT-SUB)
                       MOVE ZERO TO WS-RATE-ONTIME (WS-HIT-SUB)
                   END-IF
               END-IF
               IF WS-HIT-SUB > ZERO
                   ADD PH-RECEIPT-COUNT TO WS-RATE-RECEIPTS (WS-HIT-SUB)
                   ADD PH-ONTIME-COUNT TO WS-RATE-ONTIME (WS-HIT-SUB)
               END-IF
               READ PAYHIST-FILE
                   AT END SET WS-PAYHIST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAYHIST-NOT-FOUND
               CLOSE PAYHIST-FILE
           END-IF.

       1400-LOAD-CURRENCY-XREF.
           OPEN INPUT CCY-XREF-FILE
           IF WS-CCY-NOT-FOUND
               SET WS-CCY-EOF TO TRUE
           ELSE
               READ CCY-XREF-FILE
                   AT END SET WS-CCY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CCY-EOF
               IF WS-XREF-TABLE-COUNT < 500
                   ADD 1 TO WS-XREF-TABLE-COUNT
                   MOVE CCY-CONTRACT-NUMBER
                       TO WS-XREF-CONTRACT (WS-XREF-TABLE-COUNT)
                   MOVE CCY-CODE
                       TO WS-XREF-CCY (WS-XREF-TABLE-COUNT)
               END-IF
               READ CCY-XREF-FILE
                   AT END SET WS-CCY-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CCY-NOT-FOUND
               CLOSE CCY-XREF-FILE
           END-IF.

       1500-LOAD-FORECAST-HISTORY.
           OPEN INPUT FCST-IN-FILE
           IF WS-FCST-IN-NOT-FOUND
               SET WS-FCST-IN-EOF TO TRUE
           ELSE
               READ FCST-IN-FILE
                   AT END SET WS-FCST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FCST-IN-EOF
               IF FH-WEEK-START OF FCST-IN-RECORD
                       NOT < WS-AGE-OFF-DATE
                   IF WS-HIST-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-TABLE-COUNT
                       MOVE WS-HIST-TABLE-COUNT TO WS-SUB
                       MOVE FH-WEEK-START OF FCST-IN-RECORD
                           TO WS-HIST-WEEK-START (WS-SUB)
                       MOVE FH-CURRENCY OF FCST-IN-RECORD
                           TO WS-HIST-CCY (WS-SUB)
                       MOVE FH-FORECAST OF FCST-IN-RECORD
                           TO WS-HIST-FORECAST (WS-SUB)
                       MOVE FH-FORECAST-DATE OF FCST-IN-RECORD
                           TO WS-HIST-FCST-DATE (WS-SUB)
                       MOVE FH-ACTUAL OF FCST-IN-RECORD
                           TO WS-HIST-ACTUAL (WS-SUB)
                       MOVE FH-ACTUAL-DATE OF FCST-IN-RECORD
                           TO WS-HIST-ACT-DATE (WS-SUB)
                       IF FH-ACTUAL-DATE OF FCST-IN-RECORD
                               = WS-CURRENT-DATE-NUM
                           SET WS-SETTLE-TAKEN TO TRUE
                       END-IF
                   END-IF
               END-IF
               READ FCST-IN-FILE
                   AT END SET WS-FCST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-FCST-IN-NOT-FOUND
               CLOSE FCST-IN-FILE
           END-IF.

      ****************************************************************************
      * Tonight's receipts go to the current week's actual. A history that       *
      * already carries tonight's date has had this cycle's SETTLE.              *
      ****************************************************************************
       2000-TAKE-SETTLED-RECEIPTS.
           IF WS-SETTLE-TAKEN
               DISPLAY "R165: CYCLE " WS-CURRENT-DATE-NUM
                   " ALREADY IN FORECAST HISTORY - SETTLE NOT RE-ADDED"
           ELSE
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
                       PERFORM 2100-TAKE-ONE-RECEIPT
                   END-IF
                   READ SETTLE-FILE
                       AT END SET WS-SETTLE-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT WS-SETTLE-NOT-FOUND
                   CLOSE SETTLE-FILE
               END-IF
           END-IF.

       2100-TAKE-ONE-RECEIPT.
           MOVE SETTLE-LINE (9:15) TO WS-EXPECT-CONTRACT
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
           PERFORM 2900-FIND-CURRENCY
           MOVE WS-WEEK-START-DATE TO WS-EXPECT-DATE
           PERFORM 2800-FIND-HISTORY-WEEK
           IF WS-HIT-SUB > ZERO
               ADD WS-AMOUNT-WORK TO WS-HIST-ACTUAL (WS-HIT-SUB)
               MOVE WS-CURRENT-DATE-NUM TO WS-HIST-ACT-DATE (WS-HIT-SUB)
               ADD 1 TO WS-RECEIPTS-TAKEN
           END-IF.

       2800-FIND-HISTORY-WEEK.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               IF WS-HIST-WEEK-START (WS-SUB) = WS-EXPECT-DATE
                   AND WS-HIST-CCY (WS-SUB) = WS-EXPECT-CCY
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-HIST-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-TABLE-COUNT
                   MOVE WS-HIST-TABLE-COUNT TO WS-HIT-SUB
                   MOVE WS-EXPECT-DATE
                       TO WS-HIST-WEEK-START (WS-HIT-SUB)
                   MOVE WS-EXPECT-CCY TO WS-HIST-CCY (WS-HIT-SUB)
                   MOVE ZERO TO WS-HIST-FORECAST (WS-HIT-SUB)
                   MOVE ZERO TO WS-HIST-FCST-DATE (WS-HIT-SUB)
                   MOVE ZERO TO WS-HIST-ACTUAL (WS-HIT-SUB)
                   MOVE ZERO TO WS-HIST-ACT-DATE (WS-HIT-SUB)
               END-IF
           END-IF.

       2900-FIND-CURRENCY.
           MOVE WS-BASE-CCY TO WS-EXPECT-CCY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-XREF-TABLE-COUNT
               IF WS-XREF-CONTRACT (WS-SUB) = WS-EXPECT-CONTRACT
                   MOVE WS-XREF-CCY (WS-SUB) TO WS-EXPECT-CCY
               END-IF
           END-PERFORM.

      ****************************************************************************
      * One open balance, one source: a mandate takes precedence over an         *
      * arrangement, an arrangement over the contract's own due date.            *
      ****************************************************************************
       3000-FORECAST-OPEN-BALANCES.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-OUTST-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-EOF
               IF OUT-BALANCE > ZERO
                   PERFORM 3100-FORECAST-ONE-BALANCE
               END-IF
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF.

       3100-FORECAST-ONE-BALANCE.
           MOVE OUT-CONTRACT-NUMBER TO WS-EXPECT-CONTRACT
           MOVE "N" TO WS-MANDATE-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAND-TABLE-COUNT
               IF WS-MAND-CONTRACT (WS-SUB) = WS-EXPECT-CONTRACT
                   SET WS-HAS-MANDATE TO TRUE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-ARRANGED-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ARR-TABLE-COUNT
               IF WS-ARR-CONTRACT (WS-SUB) = WS-EXPECT-CONTRACT
                   MOVE WS-SUB TO WS-ARRANGED-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HAS-MANDATE
                   SET WS-FROM-DEBIT TO TRUE
                   MOVE OUT-BALANCE TO WS-EXPECT-AMOUNT
                   MOVE WS-CURRENT-DATE-NUM TO WS-EXPECT-DATE
                   PERFORM 3800-ADD-EXPECTED-RECEIPT
               WHEN WS-ARRANGED-SUB > ZERO
                   PERFORM 3200-FORECAST-INSTALLMENTS
               WHEN OTHER
                   SET WS-FROM-DUE-DATE TO TRUE
                   MOVE OUT-BALANCE TO WS-EXPECT-AMOUNT
                   MOVE ZERO TO WS-EXPECT-DATE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CNTR-TABLE-COUNT
                       IF WS-CNTR-NUMBER (WS-SUB) = WS-EXPECT-CONTRACT
                           MOVE WS-CNTR-DUE-DATE (WS-SUB)
                               TO WS-EXPECT-DATE
                       END-IF
                   END-PERFORM
                   IF WS-EXPECT-DATE NOT = ZERO
                       PERFORM 3800-ADD-EXPECTED-RECEIPT
                   END-IF
           END-EVALUATE.

       3200-FORECAST-INSTALLMENTS.
           SET WS-FROM-ARRANGEMENT TO TRUE
           MOVE OUT-BALANCE TO WS-REMAINING
           COMPUTE WS-EXPECT-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-ARR-NEXT-DUE (WS-ARRANGED-SUB))
           PERFORM UNTIL WS-REMAINING NOT > ZERO
                   OR WS-EXPECT-INTEGER NOT < WS-HORIZON-INTEGER
               IF WS-ARR-INSTALLMENT (WS-ARRANGED-SUB) < WS-REMAINING
                   MOVE WS-ARR-INSTALLMENT (WS-ARRANGED-SUB)
                       TO WS-EXPECT-AMOUNT
               ELSE
                   MOVE WS-REMAINING TO WS-EXPECT-AMOUNT
               END-IF
               SUBTRACT WS-EXPECT-AMOUNT FROM WS-REMAINING
               COMPUTE WS-EXPECT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-EXPECT-INTEGER)
               PERFORM 3800-ADD-EXPECTED-RECEIPT
               IF WS-ARR-FREQUENCY (WS-ARRANGED-SUB) = ZERO
                   MOVE ZERO TO WS-REMAINING
               ELSE
                   ADD WS-ARR-FREQUENCY (WS-ARRANGED-SUB)
                       TO WS-EXPECT-INTEGER
               END-IF
           END-PERFORM.

       3500-FORECAST-RENEWALS.
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
                   MOVE OFF-NEW-DUE-DATE TO WS-DUE-DATE-PARTS
                   COMPUTE WS-EXPECT-DATE =
                       (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
                       + WS-DUE-DAY
                   IF WS-EXPECT-DATE NOT < WS-CURRENT-DATE-NUM
                       SET WS-FROM-RENEWAL TO TRUE
                       MOVE OFF-CONTRACT-NUMBER TO WS-EXPECT-CONTRACT
                       MOVE OFF-AMOUNT TO WS-EXPECT-AMOUNT
                       PERFORM 3800-ADD-EXPECTED-RECEIPT
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
      * Places WS-EXPECT-AMOUNT for WS-EXPECT-CONTRACT on WS-EXPECT-DATE in      *
      * its week and currency: past dates fall in the current week, dates        *
      * beyond the thirteenth week are outside the forecast.                     *
      ****************************************************************************
       3800-ADD-EXPECTED-RECEIPT.
           COMPUTE WS-EXPECT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-EXPECT-DATE)
           IF WS-EXPECT-INTEGER < WS-WEEK-START-INTEGER
               MOVE WS-WEEK-START-INTEGER TO WS-EXPECT-INTEGER
           END-IF
           IF WS-EXPECT-INTEGER < WS-HORIZON-INTEGER
               COMPUTE WS-WEEK-SUB = (WS-EXPECT-INTEGER
                   - WS-WEEK-START-INTEGER) / 7 + 1
               PERFORM 2900-FIND-CURRENCY
               PERFORM 3900-FIND-FORECAST-CURRENCY
               IF WS-CCY-SUB > ZERO
                   PERFORM 3950-FIND-ONTIME-PCT
                   EVALUATE TRUE
                       WHEN WS-FROM-DEBIT
                           ADD WS-EXPECT-AMOUNT
                               TO WS-FC-DEBIT (WS-CCY-SUB, WS-WEEK-SUB)
                       WHEN WS-FROM-ARRANGEMENT
                           ADD WS-EXPECT-AMOUNT TO
                               WS-FC-ARRANGED (WS-CCY-SUB, WS-WEEK-SUB)
                       WHEN WS-FROM-RENEWAL
                           ADD WS-EXPECT-AMOUNT TO
                               WS-FC-RENEWAL (WS-CCY-SUB, WS-WEEK-SUB)
                       WHEN OTHER
                           ADD WS-EXPECT-AMOUNT
                               TO WS-FC-DUE (WS-CCY-SUB, WS-WEEK-SUB)
                   END-EVALUATE
                   COMPUTE WS-WEIGHTED ROUNDED =
                       WS-EXPECT-AMOUNT * WS-ONTIME-PCT / 100
                   ADD WS-WEIGHTED
                       TO WS-FC-EXPECTED (WS-CCY-SUB, WS-WEEK-SUB)
                   ADD 1 TO WS-EXPECTED-COUNT
               END-IF
           END-IF.

       3900-FIND-FORECAST-CURRENCY.
           MOVE ZERO TO WS-CCY-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FC-CCY-COUNT
               IF WS-FC-CCY (WS-SUB) = WS-EXPECT-CCY
                   MOVE WS-SUB TO WS-CCY-SUB
               END-IF
           END-PERFORM
           IF WS-CCY-SUB = ZERO
               IF WS-FC-CCY-COUNT >= 20
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FC-CCY-COUNT
                   MOVE WS-FC-CCY-COUNT TO WS-CCY-SUB
                   MOVE WS-EXPECT-CCY TO WS-FC-CCY (WS-CCY-SUB)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 13
                       MOVE ZERO TO WS-FC-DUE (WS-CCY-SUB, WS-SUB)
                       MOVE ZERO TO WS-FC-ARRANGED (WS-CCY-SUB, WS-SUB)
                       MOVE ZERO TO WS-FC-DEBIT (WS-CCY-SUB, WS-SUB)
                       MOVE ZERO TO WS-FC-RENEWAL (WS-CCY-SUB, WS-SUB)
                       MOVE ZERO TO WS-FC-EXPECTED (WS-CCY-SUB, WS-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       3950-FIND-ONTIME-PCT.
           MOVE SPACES TO WS-EXPECT-COMPANY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CNTR-TABLE-COUNT
               IF WS-CNTR-NUMBER (WS-SUB) = WS-EXPECT-CONTRACT
                   MOVE WS-CNTR-COMPANY (WS-SUB) TO WS-EXPECT-COMPANY
               END-IF
           END-PERFORM
           MOVE WS-DEFAULT-ONTIME-PCT TO WS-ONTIME-PCT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-TABLE-COUNT
               IF WS-RATE-COMPANY (WS-SUB) = WS-EXPECT-COMPANY
                   AND WS-RATE-RECEIPTS (WS-SUB) > ZERO
                   COMPUTE WS-ONTIME-PCT ROUNDED =
                       WS-RATE-ONTIME (WS-SUB) * 100
                       / WS-RATE-RECEIPTS (WS-SUB)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The current week's forecast is fixed the first cycle of the week so      *
      * the comparison next week is against what treasury was told.              *
      ****************************************************************************
       4000-FREEZE-CURRENT-WEEK.
           MOVE WS-WEEK-START-DATE TO WS-EXPECT-DATE
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-FC-CCY-COUNT
               MOVE WS-FC-CCY (WS-CCY-SUB) TO WS-EXPECT-CCY
               PERFORM 2800-FIND-HISTORY-WEEK
               IF WS-HIT-SUB > ZERO
                   IF WS-HIST-FCST-DATE (WS-HIT-SUB) = ZERO
                       MOVE WS-FC-EXPECTED (WS-CCY-SUB, 1)
                           TO WS-HIST-FORECAST (WS-HIT-SUB)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-HIST-FCST-DATE (WS-HIT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** RECEIVABLES CASH-FLOW FORECAST - 13 WEEKS FROM "
               DELIMITED BY SIZE
               WS-WEEK-START-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-FC-CCY-COUNT
               PERFORM 5100-REPORT-ONE-CURRENCY
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "*** LAST WEEK FROM " DELIMITED BY SIZE
               WS-LAST-WEEK-DATE DELIMITED BY SIZE
               " - FORECAST AGAINST SETTLED ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-HIST-TABLE-COUNT
               IF WS-HIST-WEEK-START (WS-HIT-SUB) = WS-LAST-WEEK-DATE
                   PERFORM 5300-REPORT-ONE-COMPARISON
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "*** CURRENT WEEK FROM " DELIMITED BY SIZE
               WS-WEEK-START-DATE DELIMITED BY SIZE
               " - SETTLED TO DATE ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-HIST-TABLE-COUNT
               IF WS-HIST-WEEK-START (WS-HIT-SUB) = WS-WEEK-START-DATE
                   PERFORM 5300-REPORT-ONE-COMPARISON
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

       5100-REPORT-ONE-CURRENCY.
           MOVE ZERO TO WS-CCY-TOTAL
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
               PERFORM 5200-REPORT-ONE-WEEK
           END-PERFORM
           MOVE WS-CCY-TOTAL TO WS-EXPECT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CCY=" DELIMITED BY SIZE
               WS-FC-CCY (WS-CCY-SUB) DELIMITED BY SIZE
               " 13-WEEK EXPECTED=" DELIMITED BY SIZE
               WS-EXPECT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       5200-REPORT-ONE-WEEK.
           ADD WS-FC-EXPECTED (WS-CCY-SUB, WS-WEEK-SUB) TO WS-CCY-TOTAL
           COMPUTE WS-DATE-EDIT = FUNCTION DATE-OF-INTEGER
               (WS-WEEK-START-INTEGER + (WS-WEEK-SUB - 1) * 7)
           MOVE WS-WEEK-SUB TO WS-WEEK-EDIT
           MOVE WS-FC-DUE (WS-CCY-SUB, WS-WEEK-SUB) TO WS-DUE-EDIT
           MOVE WS-FC-ARRANGED (WS-CCY-SUB, WS-WEEK-SUB) TO WS-ARR-EDIT
           MOVE WS-FC-DEBIT (WS-CCY-SUB, WS-WEEK-SUB) TO WS-DEBIT-EDIT
           MOVE WS-FC-RENEWAL (WS-CCY-SUB, WS-WEEK-SUB)
               TO WS-RENEW-EDIT
           MOVE WS-FC-EXPECTED (WS-CCY-SUB, WS-WEEK-SUB)
               TO WS-EXPECT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CCY=" DELIMITED BY SIZE
               WS-FC-CCY (WS-CCY-SUB) DELIMITED BY SIZE
               " WK" DELIMITED BY SIZE
               WS-WEEK-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               " DUE=" DELIMITED BY SIZE
               WS-DUE-EDIT DELIMITED BY SIZE
               " ARR=" DELIMITED BY SIZE
               WS-ARR-EDIT DELIMITED BY SIZE
               " DD=" DELIMITED BY SIZE
               WS-DEBIT-EDIT DELIMITED BY SIZE
               " RENEW=" DELIMITED BY SIZE
               WS-RENEW-EDIT DELIMITED BY SIZE
               " EXPECTED=" DELIMITED BY SIZE
               WS-EXPECT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       5300-REPORT-ONE-COMPARISON.
           COMPUTE WS-VARIANCE = WS-HIST-ACTUAL (WS-HIT-SUB)
               - WS-HIST-FORECAST (WS-HIT-SUB)
           MOVE WS-HIST-FORECAST (WS-HIT-SUB) TO WS-EXPECT-EDIT
           MOVE WS-HIST-ACTUAL (WS-HIT-SUB) TO WS-DUE-EDIT
           MOVE WS-VARIANCE TO WS-ARR-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CCY=" DELIMITED BY SIZE
               WS-HIST-CCY (WS-HIT-SUB) DELIMITED BY SIZE
               " FORECAST=" DELIMITED BY SIZE
               WS-EXPECT-EDIT DELIMITED BY SIZE
               " SETTLED=" DELIMITED BY SIZE
               WS-DUE-EDIT DELIMITED BY SIZE
               " VARIANCE=" DELIMITED BY SIZE
               WS-ARR-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-HIST-FCST-DATE (WS-HIT-SUB) = ZERO
               MOVE " NO FORECAST MADE" TO REPORT-LINE (100:17)
           END-IF
           WRITE REPORT-LINE.

       6000-WRITE-FORECAST-HISTORY.
           OPEN OUTPUT FCST-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               MOVE WS-HIST-WEEK-START (WS-SUB)
                   TO FH-WEEK-START OF FORECAST-HISTORY-RECORD
               MOVE WS-HIST-CCY (WS-SUB)
                   TO FH-CURRENCY OF FORECAST-HISTORY-RECORD
               MOVE WS-HIST-FORECAST (WS-SUB)
                   TO FH-FORECAST OF FORECAST-HISTORY-RECORD
               MOVE WS-HIST-FCST-DATE (WS-SUB)
                   TO FH-FORECAST-DATE OF FORECAST-HISTORY-RECORD
               MOVE WS-HIST-ACTUAL (WS-SUB)
                   TO FH-ACTUAL OF FORECAST-HISTORY-RECORD
               MOVE WS-HIST-ACT-DATE (WS-SUB)
                   TO FH-ACTUAL-DATE OF FORECAST-HISTORY-RECORD
               WRITE FORECAST-HISTORY-RECORD
           END-PERFORM
           CLOSE FCST-OUT-FILE.
