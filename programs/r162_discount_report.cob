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
      * R162-DISCOUNT-REPORT                                                     *
      *                                                                          *
      * Monthly prompt-payment discount report for finance. Reads the            *
      * DISCLOG ledger R058 appends to as it applies receipts                    *
      * (discount-event.cpy) and reports the business month's events on          *
      * DISCRPT: every discount taken (the shortfall accepted as full            *
      * settlement and journaled to DISC-PROMPT-PAYMENT), totalled per           *
      * COMPANY-ID and overall, then every discount claimed after the            *
      * window had closed - the short receipts R058 left as part-payments        *
      * for dunning - with how many days late the claim was. The month           *
      * reported is the business month of the cycle date, or the one named       *
      * by parameter DISC-REPORT-PERIOD (YYYYMM) for a rerun.                    *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R162-DISCOUNT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "DISCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DISCRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       COPY "discount-event".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-LOG-EOF                      VALUE "Y".
       01  WS-LOG-STATUS            PIC XX.
           88  WS-LOG-NOT-FOUND             VALUE "35".

       01  WS-EVENT-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY       OCCURS 2000 TIMES.
               10  WS-EVENT-RECORD      PIC X(102).

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-COUNT        PIC 9(7).
               10  WS-COMP-DISCOUNT     PIC 9(11)V9(2).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-COMP-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REPORT-PERIOD         PIC 9(6)   VALUE ZERO.
       01  WS-DAYS-OVER             PIC 9(5)   VALUE ZERO.

       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-PAID-EDIT             PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT            PIC ZZZZZZZZZZ9.99.
       01  WS-PCT-EDIT              PIC Z9.99.
       01  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.

       01  WS-TAKEN-COUNT           PIC 9(7)   VALUE ZERO.
       01  WS-TAKEN-TOTAL           PIC 9(11)V9(2) VALUE ZERO.
       01  WS-LATE-COUNT            PIC 9(7)   VALUE ZERO.
       01  WS-LATE-TOTAL            PIC 9(11)V9(2) VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "discount-event" REPLACING DISCOUNT-EVENT-RECORD
           BY WS-EVENT-WORK.

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R162" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-REPORT-PERIOD
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "DISC-REPORT-PERIOD" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-REPORT-PERIOD
           END-IF
           PERFORM 1000-LOAD-PERIOD-EVENTS
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-REPORT-DISCOUNTS-TAKEN
           PERFORM 3000-REPORT-COMPANY-TOTALS
           PERFORM 4000-REPORT-LATE-CLAIMS
           CLOSE REPORT-FILE
           DISPLAY "R162: REPORT PERIOD          " WS-REPORT-PERIOD
           DISPLAY "R162: DISCOUNTS TAKEN        " WS-TAKEN-COUNT
           DISPLAY "R162: DISCOUNT TOTAL         " WS-TAKEN-TOTAL
           DISPLAY "R162: LATE CLAIMS            " WS-LATE-COUNT
           IF WS-OVERFLOW
               DISPLAY "R162: TABLE FULL - REPORT INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * The ledger only grows; the month wanted is picked out by the             *
      * payment date on each event.                                              *
      ****************************************************************************
       1000-LOAD-PERIOD-EVENTS.
           OPEN INPUT LOG-FILE
           IF WS-LOG-NOT-FOUND
               SET WS-LOG-EOF TO TRUE
           ELSE
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               IF DE-PAY-DATE OF DISCOUNT-EVENT-RECORD (1:6)
                       = WS-REPORT-PERIOD
                   IF WS-EVENT-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-EVENT-TABLE-COUNT
                       MOVE DISCOUNT-EVENT-RECORD
                           TO WS-EVENT-RECORD (WS-EVENT-TABLE-COUNT)
                   END-IF
               END-IF
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LOG-NOT-FOUND
               CLOSE LOG-FILE
           END-IF.

       2000-REPORT-DISCOUNTS-TAKEN.
           MOVE SPACES TO REPORT-LINE
           STRING "*** PROMPT-PAYMENT DISCOUNTS TAKEN - PERIOD "
               DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EVENT-TABLE-COUNT
               MOVE WS-EVENT-RECORD (WS-SUB) TO WS-EVENT-WORK
               IF DE-TAKEN OF WS-EVENT-WORK
                   PERFORM 2100-REPORT-ONE-TAKEN
               END-IF
           END-PERFORM
           MOVE WS-TAKEN-COUNT TO WS-COUNT-EDIT
           MOVE WS-TAKEN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DISCOUNTS TAKEN=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " TOTAL=" DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       2100-REPORT-ONE-TAKEN.
           ADD 1 TO WS-TAKEN-COUNT
           ADD DE-DISCOUNT OF WS-EVENT-WORK TO WS-TAKEN-TOTAL
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-COMP-SUB)
                       = DE-COMPANY-ID OF WS-EVENT-WORK
                   MOVE WS-COMP-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM
           IF WS-COMP-HIT = ZERO
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE WS-COMP-TABLE-COUNT TO WS-COMP-HIT
                   MOVE DE-COMPANY-ID OF WS-EVENT-WORK
                       TO WS-COMP-ID (WS-COMP-HIT)
                   MOVE ZERO TO WS-COMP-COUNT (WS-COMP-HIT)
                   MOVE ZERO TO WS-COMP-DISCOUNT (WS-COMP-HIT)
               END-IF
           END-IF
           IF WS-COMP-HIT > ZERO
               ADD 1 TO WS-COMP-COUNT (WS-COMP-HIT)
               ADD DE-DISCOUNT OF WS-EVENT-WORK
                   TO WS-COMP-DISCOUNT (WS-COMP-HIT)
           END-IF
           MOVE DE-DISCOUNT OF WS-EVENT-WORK TO WS-AMOUNT-EDIT
           MOVE DE-AMOUNT-PAID OF WS-EVENT-WORK TO WS-PAID-EDIT
           MOVE DE-DISCOUNT-PCT OF WS-EVENT-WORK TO WS-PCT-EDIT
           MOVE DE-DAYS-TAKEN OF WS-EVENT-WORK TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING DE-CONTRACT-NUMBER OF WS-EVENT-WORK
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DE-COMPANY-ID OF WS-EVENT-WORK DELIMITED BY SIZE
               " PAID=" DELIMITED BY SIZE
               DE-PAY-DATE OF WS-EVENT-WORK DELIMITED BY SIZE
               " INVOICED=" DELIMITED BY SIZE
               DE-INVOICE-DATE OF WS-EVENT-WORK DELIMITED BY SIZE
               " DAYS=" DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " PCT=" DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " RECEIPT=" DELIMITED BY SIZE
               WS-PAID-EDIT DELIMITED BY SIZE
               " DISCOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-REPORT-COMPANY-TOTALS.
           MOVE "*** DISCOUNT COST BY COMPANY ***" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-COUNT (WS-COMP-SUB) TO WS-COUNT-EDIT
               MOVE WS-COMP-DISCOUNT (WS-COMP-SUB) TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-COMP-ID (WS-COMP-SUB) DELIMITED BY SIZE
                   " DISCOUNTS=" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " TOTAL=" DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      ****************************************************************************
      * Claims after the window: the customer deducted the discount anyway       *
      * and the shortfall is still open. Days over is measured past the          *
      * window the terms allowed; a claim with no invoice to date it from        *
      * shows zero.                                                              *
      ****************************************************************************
       4000-REPORT-LATE-CLAIMS.
           MOVE "*** DISCOUNTS CLAIMED AFTER THE WINDOW ***"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EVENT-TABLE-COUNT
               MOVE WS-EVENT-RECORD (WS-SUB) TO WS-EVENT-WORK
               IF DE-LATE-CLAIM OF WS-EVENT-WORK
                   PERFORM 4100-REPORT-ONE-LATE-CLAIM
               END-IF
           END-PERFORM
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
           MOVE WS-LATE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LATE CLAIMS=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " SHORTFALL STILL OPEN=" DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-REPORT-ONE-LATE-CLAIM.
           ADD 1 TO WS-LATE-COUNT
           COMPUTE WS-AMOUNT-EDIT =
               DE-AMOUNT-DUE OF WS-EVENT-WORK
               - DE-AMOUNT-PAID OF WS-EVENT-WORK
           ADD DE-AMOUNT-DUE OF WS-EVENT-WORK TO WS-LATE-TOTAL
           SUBTRACT DE-AMOUNT-PAID OF WS-EVENT-WORK
               FROM WS-LATE-TOTAL
           MOVE ZERO TO WS-DAYS-OVER
           IF DE-DAYS-TAKEN OF WS-EVENT-WORK
                   > DE-WINDOW-DAYS OF WS-EVENT-WORK
               COMPUTE WS-DAYS-OVER =
                   DE-DAYS-TAKEN OF WS-EVENT-WORK
                   - DE-WINDOW-DAYS OF WS-EVENT-WORK
           END-IF
           MOVE WS-DAYS-OVER TO WS-DAYS-EDIT
           MOVE DE-AMOUNT-PAID OF WS-EVENT-WORK TO WS-PAID-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING DE-CONTRACT-NUMBER OF WS-EVENT-WORK
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DE-COMPANY-ID OF WS-EVENT-WORK DELIMITED BY SIZE
               " PAID=" DELIMITED BY SIZE
               DE-PAY-DATE OF WS-EVENT-WORK DELIMITED BY SIZE
               " INVOICED=" DELIMITED BY SIZE
               DE-INVOICE-DATE OF WS-EVENT-WORK DELIMITED BY SIZE
               " DAYS-OVER=" DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " RECEIPT=" DELIMITED BY SIZE
               WS-PAID-EDIT DELIMITED BY SIZE
               " SHORT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
