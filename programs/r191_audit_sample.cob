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
      * R191-AUDIT-SAMPLE                                                        *
      *                                                                          *
      * Audit sample selection for the external auditors. Each AUDSMPREQ         *
      * request names a population - SETTLE receipts (the dated receipts         *
      * R058 applies, taken from PAYCLEAN in the payment layout since the        *
      * SETTLE register itself carries no date), WOFFJRNL write-off              *
      * journals, AMDAUD contract amendments, COMPCDC company changes or         *
      * PARMAUD parameter changes - a period, a method and a sample size.        *
      * Method R draws at random; M draws monetary units at a fixed              *
      * interval from a random start, so larger items are likelier to be         *
      * drawn; S splits the population into equal-width amount bands             *
      * (ASQ-STRATA, default 3), shares the sample across the bands in           *
      * proportion to their size and draws at random within each. The            *
      * random numbers come from a multiplicative congruential generator         *
      * (seed times 16807, modulo 2147483647) started from the request's         *
      * seed, or from the clock when none is given; the seed used and            *
      * every item drawn are appended to AUDSMPLOG so the sample can be          *
      * reproduced. For each item AUDEVID receives an evidence pack: the         *
      * source record and, for a contract, its lifecycle events on               *
      * LIFELOG, its write-off and amendment approvals (WOFFOUT, AMDOUT)         *
      * and its receipts with their bank references on PAYCLEAN; for a           *
      * company, the maker-checker history of its changes on PENDOUT; for        *
      * a parameter, its entries and approvals on PARMOUT; and in every          *
      * case the item's entries on the audit archive AUDARCH. AUDSMPRPT          *
      * lists each sample; a request with an unknown population or               *
      * method, a bad size or period, or a monetary-unit request on a            *
      * population with no value is refused.                                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R191-AUDIT-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "AUDSMPREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PAY-FILE ASSIGN TO "PAYCLEAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT WOFFJ-FILE ASSIGN TO "WOFFJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFFJ-STATUS.

           SELECT AMDAUD-FILE ASSIGN TO "AMDAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMDAUD-STATUS.

           SELECT CDC-FILE ASSIGN TO "COMPCDC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDC-STATUS.

           SELECT PARMAUD-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMAUD-STATUS.

           SELECT LIFE-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIFE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT AMD-FILE ASSIGN TO "AMDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMD-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL LOG-FILE ASSIGN TO "AUDSMPLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EVIDENCE-FILE ASSIGN TO "AUDEVID"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "AUDSMPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  AUDIT-SAMPLE-REQUEST.
           05  ASQ-REQUEST-ID           PIC X(8).
           05  ASQ-POPULATION           PIC X(8).
           05  ASQ-FROM-DATE            PIC 9(8).
           05  ASQ-TO-DATE              PIC 9(8).
           05  ASQ-METHOD               PIC X(1).
               88  ASQ-RANDOM                   VALUE "R".
               88  ASQ-MONETARY-UNIT            VALUE "M".
               88  ASQ-STRATIFIED               VALUE "S".
           05  ASQ-SAMPLE-SIZE          PIC 9(5).
           05  ASQ-SEED                 PIC 9(10).
           05  ASQ-STRATA               PIC 9(1).

       FD  PAY-FILE.
       COPY "payment-record".

       FD  WOFFJ-FILE.
       01  WOFFJ-LINE                   PIC X(160).

       FD  AMDAUD-FILE.
       01  AMDAUD-LINE                  PIC X(110).

       FD  CDC-FILE.
       COPY "cdc-change-record".

       FD  PARMAUD-FILE.
       01  PARMAUD-LINE                 PIC X(100).

       FD  LIFE-FILE.
       COPY "lifecycle-event".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  AMD-FILE.
       COPY "amendment-record".

       FD  PEND-FILE.
       COPY "pending-change".

       FD  PARM-FILE.
       COPY "param-record".

       FD  ARCH-FILE.
       COPY "audit-event".

       FD  LOG-FILE.
       COPY "audit-sample".

       FD  EVIDENCE-FILE.
       01  EVIDENCE-LINE                PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REQ-EOF                      VALUE "Y".
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-PAY-STATUS            PIC XX.
           88  WS-PAY-NOT-FOUND             VALUE "35".
       01  WS-WOFFJ-STATUS          PIC XX.
           88  WS-WOFFJ-NOT-FOUND           VALUE "35".
       01  WS-AMDAUD-STATUS         PIC XX.
           88  WS-AMDAUD-NOT-FOUND          VALUE "35".
       01  WS-CDC-STATUS            PIC XX.
           88  WS-CDC-NOT-FOUND             VALUE "35".
       01  WS-PARMAUD-STATUS        PIC XX.
           88  WS-PARMAUD-NOT-FOUND         VALUE "35".
       01  WS-LIFE-STATUS           PIC XX.
           88  WS-LIFE-NOT-FOUND            VALUE "35".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-AMD-STATUS            PIC XX.
           88  WS-AMD-NOT-FOUND             VALUE "35".
       01  WS-PEND-STATUS           PIC XX.
           88  WS-PEND-NOT-FOUND            VALUE "35".
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-NOT-FOUND            VALUE "35".
       01  WS-ARCH-STATUS           PIC XX.
           88  WS-ARCH-NOT-FOUND            VALUE "35".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CLOCK-SEED            PIC 9(8)   VALUE ZERO.
       COPY "cycle-date-parm".

       01  WS-REFUSE-FLAG           PIC X      VALUE "N".
           88  WS-REFUSED                      VALUE "Y".
       01  WS-REFUSE-REASON         PIC X(40)  VALUE SPACES.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".
       01  WS-EVIDENCE-KIND         PIC X      VALUE SPACE.
           88  WS-CONTRACT-EVIDENCE            VALUE "C".
           88  WS-COMPANY-EVIDENCE             VALUE "K".
           88  WS-PARAMETER-EVIDENCE           VALUE "P".

      * Park-Miller minimal standard generator: the state moves to
      * state times 16807 modulo 2147483647 on every draw.
       01  WS-SEED                  PIC 9(10)  VALUE ZERO.
       01  WS-RNG-STATE             PIC 9(10)  VALUE ZERO.
       01  WS-RNG-PRODUCT           PIC 9(15)  VALUE ZERO.
       01  WS-RNG-QUOTIENT          PIC 9(15)  VALUE ZERO.
       01  WS-RNG-MODULUS           PIC 9(10)  VALUE 2147483647.
       01  WS-RNG-PICK              PIC 9(7)   VALUE ZERO.

       01  WS-POP-MAX               PIC 9(5)   VALUE 9999.
       01  WS-POP-COUNT             PIC 9(5)   VALUE ZERO.
       01  WS-POP-VALUE             PIC S9(13)V99 VALUE ZERO.
       01  WS-POP-TABLE.
           05  WS-POP-ENTRY OCCURS 9999 TIMES.
               10  WS-POP-KEY           PIC X(20).
               10  WS-POP-DATE          PIC 9(8).
               10  WS-POP-AMOUNT        PIC S9(13)V99.
               10  WS-POP-BANK-REF      PIC X(12).
               10  WS-POP-STRATUM       PIC 9(1).
               10  WS-POP-PICKED        PIC X(1).
               10  WS-POP-TEXT          PIC X(150).

       01  WS-SEL-MAX               PIC 9(3)   VALUE 500.
       01  WS-SEL-COUNT             PIC 9(3)   VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 500 TIMES.
               10  WS-SEL-POP-SUB       PIC 9(5).
               10  WS-SEL-HITS          PIC 9(5).

       01  WS-STRATA                PIC 9(1)   VALUE ZERO.
       01  WS-STRATUM-TABLE.
           05  WS-STRATUM-ENTRY OCCURS 9 TIMES.
               10  WS-STRATUM-LOW       PIC S9(13)V99.
               10  WS-STRATUM-HIGH      PIC S9(13)V99.
               10  WS-STRATUM-COUNT     PIC 9(5).
               10  WS-STRATUM-ALLOC     PIC 9(5).
       01  WS-AMOUNT-MIN            PIC S9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-MAX            PIC S9(13)V99 VALUE ZERO.
       01  WS-BAND-WIDTH            PIC S9(13)V99 VALUE ZERO.
       01  WS-CURRENT-STRATUM       PIC 9(2)   VALUE ZERO.
       01  WS-ELIGIBLE-COUNT        PIC 9(5)   VALUE ZERO.
       01  WS-LEFTOVER              PIC S9(5)  VALUE ZERO.
       01  WS-ALLOC-SUM             PIC 9(5)   VALUE ZERO.
       01  WS-DRAW-COUNT            PIC 9(5)   VALUE ZERO.

       01  WS-MUS-INTERVAL          PIC S9(13)V99 VALUE ZERO.
       01  WS-MUS-POINT             PIC S9(13)V99 VALUE ZERO.
       01  WS-MUS-CUMULATIVE        PIC S9(13)V99 VALUE ZERO.
       01  WS-ABS-AMOUNT            PIC S9(13)V99 VALUE ZERO.

       01  WS-ITEM-KEY              PIC X(20)  VALUE SPACES.
       01  WS-ITEM-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-ITEM-AMOUNT           PIC S9(13)V99 VALUE ZERO.
       01  WS-ITEM-BANK-REF         PIC X(12)  VALUE SPACES.
       01  WS-ITEM-TEXT             PIC X(150) VALUE SPACES.

       01  WS-JRNL-LINE             PIC X(160) VALUE SPACES.
       01  WS-REF-POS               PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-POS            PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-END            PIC 9(3)   VALUE ZERO.
       01  WS-DATE-POS              PIC 9(3)   VALUE ZERO.
       01  WS-DATE-TEXT.
           05  WS-DATE-YEAR         PIC 9(4).
           05  WS-DATE-MONTH        PIC 9(2).
           05  WS-DATE-DAY          PIC 9(2).

       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-KEY-LENGTH            PIC 9(2)   VALUE ZERO.
       01  WS-ITEM-EVIDENCE         PIC 9(5)   VALUE ZERO.

       01  WS-SUB                   PIC 9(5)   VALUE ZERO.
       01  WS-SUB2                  PIC 9(5)   VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-SEL-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-STRATUM-SUB           PIC 9(2)   VALUE ZERO.

       01  WS-AMOUNT-EDIT           PIC -(12)9.99.
       01  WS-LOW-EDIT              PIC -(12)9.99.
       01  WS-HIGH-EDIT             PIC -(12)9.99.
       01  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-ALLOC-EDIT            PIC ZZZZ9.
       01  WS-VALUE-EDIT            PIC -(8)9.9999.

       01  WS-REQUEST-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-SELECTED-TOTAL        PIC 9(9)   VALUE ZERO.
       01  WS-EVIDENCE-TOTAL        PIC 9(9)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-CLOCK-SEED
           MOVE "R191" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EVIDENCE-FILE
           OPEN EXTEND LOG-FILE
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-NOT-FOUND
               SET WS-REQ-EOF TO TRUE
           ELSE
               READ REQUEST-FILE
                   AT END SET WS-REQ-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REQ-EOF
               PERFORM 2000-SAMPLE-ONE-REQUEST
               READ REQUEST-FILE
                   AT END SET WS-REQ-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REQ-NOT-FOUND
               CLOSE REQUEST-FILE
           END-IF
           CLOSE LOG-FILE
           CLOSE EVIDENCE-FILE
           CLOSE REPORT-FILE
           DISPLAY "R191: REQUESTS READ          " WS-REQUEST-COUNT
           DISPLAY "R191: REQUESTS REFUSED       " WS-REFUSED-COUNT
           DISPLAY "R191: ITEMS SELECTED         " WS-SELECTED-TOTAL
           DISPLAY "R191: EVIDENCE LINES         " WS-EVIDENCE-TOTAL
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R191: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * A request without a seed takes one from the time of day, offset by       *
      * its place in the run so two requests in one run differ; either way       *
      * the seed is reported and logged against every item drawn.                *
      ****************************************************************************
       2000-SAMPLE-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE "N" TO WS-REFUSE-FLAG
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE ZERO TO WS-SEL-COUNT
           IF ASQ-SEED = ZERO
               COMPUTE WS-SEED = WS-CLOCK-SEED + WS-REQUEST-COUNT
           ELSE
               MOVE ASQ-SEED TO WS-SEED
           END-IF
           DIVIDE WS-SEED BY WS-RNG-MODULUS
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-STATE
           IF WS-RNG-STATE = ZERO
               MOVE 1 TO WS-RNG-STATE
           END-IF
           MOVE 1 TO WS-STRATA
           IF ASQ-STRATIFIED
               MOVE ASQ-STRATA TO WS-STRATA
               IF WS-STRATA = ZERO
                   MOVE 3 TO WS-STRATA
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "*** SAMPLE " DELIMITED BY SIZE
               ASQ-REQUEST-ID DELIMITED BY SIZE
               " POPULATION " DELIMITED BY SIZE
               ASQ-POPULATION DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               ASQ-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               ASQ-TO-DATE DELIMITED BY SIZE
               " METHOD " DELIMITED BY SIZE
               ASQ-METHOD DELIMITED BY SIZE
               " SIZE " DELIMITED BY SIZE
               ASQ-SAMPLE-SIZE DELIMITED BY SIZE
               " SEED " DELIMITED BY SIZE
               WS-SEED DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT ASQ-RANDOM AND NOT ASQ-MONETARY-UNIT
               AND NOT ASQ-STRATIFIED
               SET WS-REFUSED TO TRUE
               MOVE "UNKNOWN METHOD" TO WS-REFUSE-REASON
           END-IF
           IF ASQ-SAMPLE-SIZE = ZERO
               OR ASQ-SAMPLE-SIZE > WS-SEL-MAX
               SET WS-REFUSED TO TRUE
               MOVE "SAMPLE SIZE OUT OF RANGE" TO WS-REFUSE-REASON
           END-IF
           IF ASQ-FROM-DATE > ASQ-TO-DATE
               SET WS-REFUSED TO TRUE
               MOVE "PERIOD FROM AFTER PERIOD TO"
                   TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-REFUSED
               PERFORM 2100-LOAD-POPULATION
           END-IF
           IF NOT WS-REFUSED AND ASQ-MONETARY-UNIT
               AND WS-POP-VALUE NOT > ZERO
               AND WS-POP-COUNT > ZERO
               SET WS-REFUSED TO TRUE
               MOVE "POPULATION HAS NO MONETARY VALUE"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  REFUSED - " DELIMITED BY SIZE
                   WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 2800-DRAW-SAMPLE
           END-IF.

      ****************************************************************************
      * The population is every item dated inside the period, held in the        *
      * order it is read so an item's ordinal is stable between runs. A          *
      * population larger than the table cannot be sampled fairly and the        *
      * request is refused rather than drawn from a part of it.                  *
      ****************************************************************************
       2100-LOAD-POPULATION.
           MOVE ZERO TO WS-POP-COUNT
           MOVE ZERO TO WS-POP-VALUE
           EVALUATE ASQ-POPULATION
               WHEN "SETTLE"
                   SET WS-CONTRACT-EVIDENCE TO TRUE
                   PERFORM 2200-LOAD-RECEIPTS
               WHEN "WOFFJRNL"
                   SET WS-CONTRACT-EVIDENCE TO TRUE
                   PERFORM 2300-LOAD-WRITE-OFFS
               WHEN "AMDAUD"
                   SET WS-CONTRACT-EVIDENCE TO TRUE
                   PERFORM 2400-LOAD-AMENDMENTS
               WHEN "COMPCDC"
                   SET WS-COMPANY-EVIDENCE TO TRUE
                   PERFORM 2500-LOAD-COMPANY-CHANGES
               WHEN "PARMAUD"
                   SET WS-PARAMETER-EVIDENCE TO TRUE
                   PERFORM 2600-LOAD-PARAMETER-CHANGES
               WHEN OTHER
                   SET WS-REFUSED TO TRUE
                   MOVE "UNKNOWN POPULATION" TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-POP-COUNT > WS-POP-MAX
               SET WS-REFUSED TO TRUE
               SET WS-OVERFLOW TO TRUE
               MOVE "POPULATION EXCEEDS TABLE" TO WS-REFUSE-REASON
           END-IF.

       2200-LOAD-RECEIPTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PAY-FILE
           IF WS-PAY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PAY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PAY-DATE >= ASQ-FROM-DATE
                   AND PAY-DATE <= ASQ-TO-DATE
                   MOVE PAY-CONTRACT-NUMBER TO WS-ITEM-KEY
                   MOVE PAY-DATE TO WS-ITEM-DATE
                   MOVE PAY-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE PAY-BANK-REF TO WS-ITEM-BANK-REF
                   MOVE PAY-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-ITEM-TEXT
                   STRING "RECEIPT " DELIMITED BY SIZE
                       PAY-CONTRACT-NUMBER DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       PAY-DATE DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " BANKREF=" DELIMITED BY SIZE
                       PAY-BANK-REF DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   PERFORM 2900-ADD-POPULATION-ITEM
               END-IF
               READ PAY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAY-NOT-FOUND
               CLOSE PAY-FILE
           END-IF.

      ****************************************************************************
      * Write-off journals in the CONTRGLAR layout: REF= names the contract,     *
      * AMOUNT= runs up to DUEDATE=, and DUEDATE= (YYYY-MM-DD) dates the         *
      * line. Trailer lines carry no REF= and are passed over.                   *
      ****************************************************************************
       2300-LOAD-WRITE-OFFS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT WOFFJ-FILE
           IF WS-WOFFJ-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ WOFFJ-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE WOFFJ-LINE TO WS-JRNL-LINE
               PERFORM 2350-PARSE-JOURNAL-LINE
               READ WOFFJ-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFFJ-NOT-FOUND
               CLOSE WOFFJ-FILE
           END-IF.

       2350-PARSE-JOURNAL-LINE.
           MOVE ZERO TO WS-REF-POS
           MOVE ZERO TO WS-AMOUNT-POS
           MOVE ZERO TO WS-AMOUNT-END
           MOVE ZERO TO WS-DATE-POS
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
                   COMPUTE WS-DATE-POS = WS-SCAN-SUB + 9
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-DATE-TEXT
           IF WS-REF-POS > ZERO AND WS-DATE-POS > ZERO
               AND WS-AMOUNT-END > WS-AMOUNT-POS
               MOVE WS-JRNL-LINE (WS-DATE-POS:4) TO WS-DATE-YEAR
               MOVE WS-JRNL-LINE (WS-DATE-POS + 5:2) TO WS-DATE-MONTH
               MOVE WS-JRNL-LINE (WS-DATE-POS + 8:2) TO WS-DATE-DAY
           END-IF
           IF WS-DATE-TEXT IS NUMERIC
               AND WS-DATE-TEXT NOT = ZERO
               AND WS-DATE-TEXT >= ASQ-FROM-DATE
               AND WS-DATE-TEXT <= ASQ-TO-DATE
               MOVE WS-JRNL-LINE (WS-REF-POS:15) TO WS-ITEM-KEY
               MOVE WS-DATE-TEXT TO WS-ITEM-DATE
               COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL
                   (WS-JRNL-LINE (WS-AMOUNT-POS:
                                  WS-AMOUNT-END - WS-AMOUNT-POS))
               MOVE SPACES TO WS-ITEM-BANK-REF
               MOVE WS-JRNL-LINE TO WS-ITEM-TEXT
               PERFORM 2900-ADD-POPULATION-ITEM
           END-IF.

      ****************************************************************************
      * R123's amendment trail: the date, APPLIED or RETIRED, the contract       *
      * at position 18 and, on an applied overlay, the amended AMOUNT= up        *
      * to DUE-FLAG=. A retirement carries no amount.                            *
      ****************************************************************************
       2400-LOAD-AMENDMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT AMDAUD-FILE
           IF WS-AMDAUD-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ AMDAUD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF AMDAUD-LINE (1:8) IS NUMERIC
                   AND AMDAUD-LINE (1:8) >= ASQ-FROM-DATE
                   AND AMDAUD-LINE (1:8) <= ASQ-TO-DATE
                   AND (AMDAUD-LINE (9:9) = " APPLIED "
                     OR AMDAUD-LINE (9:9) = " RETIRED ")
                   PERFORM 2450-ADD-AMENDMENT
               END-IF
               READ AMDAUD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AMDAUD-NOT-FOUND
               CLOSE AMDAUD-FILE
           END-IF.

       2450-ADD-AMENDMENT.
           MOVE AMDAUD-LINE (18:15) TO WS-ITEM-KEY
           MOVE AMDAUD-LINE (1:8) TO WS-ITEM-DATE
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE ZERO TO WS-AMOUNT-POS
           MOVE ZERO TO WS-AMOUNT-END
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 100
               IF AMDAUD-LINE (WS-SCAN-SUB:8) = " AMOUNT="
                   AND WS-AMOUNT-POS = ZERO
                   COMPUTE WS-AMOUNT-POS = WS-SCAN-SUB + 8
               END-IF
               IF AMDAUD-LINE (WS-SCAN-SUB:10) = " DUE-FLAG="
                   AND WS-AMOUNT-POS > ZERO
                   AND WS-AMOUNT-END = ZERO
                   MOVE WS-SCAN-SUB TO WS-AMOUNT-END
               END-IF
           END-PERFORM
           IF WS-AMOUNT-END > WS-AMOUNT-POS
               COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL
                   (AMDAUD-LINE (WS-AMOUNT-POS:
                                 WS-AMOUNT-END - WS-AMOUNT-POS))
           END-IF
           MOVE SPACES TO WS-ITEM-BANK-REF
           MOVE AMDAUD-LINE TO WS-ITEM-TEXT
           PERFORM 2900-ADD-POPULATION-ITEM.

       2500-LOAD-COMPANY-CHANGES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CDC-FILE
           IF WS-CDC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CDC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CDC-BUSINESS-DATE >= ASQ-FROM-DATE
                   AND CDC-BUSINESS-DATE <= ASQ-TO-DATE
                   MOVE CDC-COMPANY-ID TO WS-ITEM-KEY
                   MOVE CDC-BUSINESS-DATE TO WS-ITEM-DATE
                   MOVE ZERO TO WS-ITEM-AMOUNT
                   MOVE SPACES TO WS-ITEM-BANK-REF
                   MOVE SPACES TO WS-ITEM-TEXT
                   STRING "COMPANY " DELIMITED BY SIZE
                       CDC-COMPANY-ID DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       CDC-BUSINESS-DATE DELIMITED BY SIZE
                       " ACTION=" DELIMITED BY SIZE
                       CDC-ACTION DELIMITED BY SIZE
                       " FIELD=" DELIMITED BY SIZE
                       CDC-FIELD-NAME DELIMITED BY SIZE
                       " NEW=" DELIMITED BY SIZE
                       CDC-NEW-VALUE DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT
                   PERFORM 2900-ADD-POPULATION-ITEM
               END-IF
               READ CDC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CDC-NOT-FOUND
               CLOSE CDC-FILE
           END-IF.

      ****************************************************************************
      * R121's parameter trail: the date, time, user and action, the name        *
      * at position 39, and the entered VALUE= at the end of the line.           *
      ****************************************************************************
       2600-LOAD-PARAMETER-CHANGES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PARMAUD-FILE
           IF WS-PARMAUD-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PARMAUD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PARMAUD-LINE (1:8) IS NUMERIC
                   AND PARMAUD-LINE (1:8) >= ASQ-FROM-DATE
                   AND PARMAUD-LINE (1:8) <= ASQ-TO-DATE
                   PERFORM 2650-ADD-PARAMETER-CHANGE
               END-IF
               READ PARMAUD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PARMAUD-NOT-FOUND
               CLOSE PARMAUD-FILE
           END-IF.

       2650-ADD-PARAMETER-CHANGE.
           MOVE PARMAUD-LINE (39:20) TO WS-ITEM-KEY
           MOVE PARMAUD-LINE (1:8) TO WS-ITEM-DATE
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE ZERO TO WS-AMOUNT-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 80
               IF PARMAUD-LINE (WS-SCAN-SUB:7) = " VALUE="
                   AND WS-AMOUNT-POS = ZERO
                   COMPUTE WS-AMOUNT-POS = WS-SCAN-SUB + 7
               END-IF
           END-PERFORM
           IF WS-AMOUNT-POS > ZERO
               COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL
                   (PARMAUD-LINE (WS-AMOUNT-POS:14))
           END-IF
           MOVE SPACES TO WS-ITEM-BANK-REF
           MOVE PARMAUD-LINE TO WS-ITEM-TEXT
           PERFORM 2900-ADD-POPULATION-ITEM.

       2800-DRAW-SAMPLE.
           MOVE WS-POP-COUNT TO WS-COUNT-EDIT
           MOVE WS-POP-VALUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  POPULATION ITEMS " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " VALUE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POP-COUNT
               MOVE "N" TO WS-POP-PICKED (WS-SUB)
               MOVE 1 TO WS-POP-STRATUM (WS-SUB)
           END-PERFORM
           IF WS-POP-COUNT = ZERO
               MOVE "  NO ITEMS IN THE PERIOD - NOTHING DRAWN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF ASQ-SAMPLE-SIZE >= WS-POP-COUNT
                   MOVE "  SAMPLE COVERS THE WHOLE POPULATION"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-POP-COUNT
                       PERFORM 3900-SELECT-ITEM
                   END-PERFORM
               ELSE
                   EVALUATE TRUE
                       WHEN ASQ-RANDOM
                           PERFORM 3000-DRAW-RANDOM
                       WHEN ASQ-MONETARY-UNIT
                           PERFORM 3200-DRAW-MONETARY-UNIT
                       WHEN ASQ-STRATIFIED
                           PERFORM 3400-DRAW-STRATIFIED
                   END-EVALUATE
               END-IF
               PERFORM 4000-REPORT-SAMPLE
           END-IF.

       2900-ADD-POPULATION-ITEM.
           ADD 1 TO WS-POP-COUNT
           IF WS-POP-COUNT <= WS-POP-MAX
               MOVE WS-ITEM-KEY TO WS-POP-KEY (WS-POP-COUNT)
               MOVE WS-ITEM-DATE TO WS-POP-DATE (WS-POP-COUNT)
               MOVE WS-ITEM-AMOUNT TO WS-POP-AMOUNT (WS-POP-COUNT)
               MOVE WS-ITEM-BANK-REF
                   TO WS-POP-BANK-REF (WS-POP-COUNT)
               MOVE WS-ITEM-TEXT TO WS-POP-TEXT (WS-POP-COUNT)
               IF WS-ITEM-AMOUNT < ZERO
                   SUBTRACT WS-ITEM-AMOUNT FROM WS-POP-VALUE
               ELSE
                   ADD WS-ITEM-AMOUNT TO WS-POP-VALUE
               END-IF
           END-IF.

       3000-DRAW-RANDOM.
           MOVE ZERO TO WS-CURRENT-STRATUM
           MOVE WS-POP-COUNT TO WS-ELIGIBLE-COUNT
           PERFORM ASQ-SAMPLE-SIZE TIMES
               PERFORM 3100-DRAW-ONE-AT-RANDOM
           END-PERFORM.

      ****************************************************************************
      * One draw without replacement: the next random number, reduced            *
      * modulo the items still eligible, counts along the unpicked items         *
      * (of the current stratum, or of all when it is zero) to the one           *
      * drawn.                                                                   *
      ****************************************************************************
       3100-DRAW-ONE-AT-RANDOM.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807
           DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-STATE
           DIVIDE WS-RNG-STATE BY WS-ELIGIBLE-COUNT
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-PICK
           ADD 1 TO WS-RNG-PICK
           MOVE ZERO TO WS-SUB2
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POP-COUNT
                      OR WS-SUB2 = WS-RNG-PICK
               IF WS-POP-PICKED (WS-SUB) = "N"
                   AND (WS-CURRENT-STRATUM = ZERO
                     OR WS-POP-STRATUM (WS-SUB) = WS-CURRENT-STRATUM)
                   ADD 1 TO WS-SUB2
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-SUB
           PERFORM 3900-SELECT-ITEM
           SUBTRACT 1 FROM WS-ELIGIBLE-COUNT.

      ****************************************************************************
      * Monetary-unit sampling: the interval is the population value over        *
      * the sample size, rounded up to the cent so no more units fall            *
      * than the sample asks for; the first unit is a random fraction of         *
      * the interval in, and an item is drawn when a sampled unit falls          *
      * inside its amount. An item larger than the interval can hold             *
      * several units; it is drawn once and its hits are reported.               *
      ****************************************************************************
       3200-DRAW-MONETARY-UNIT.
           COMPUTE WS-MUS-INTERVAL = WS-POP-VALUE / ASQ-SAMPLE-SIZE
           IF WS-MUS-INTERVAL * ASQ-SAMPLE-SIZE < WS-POP-VALUE
               ADD 0.01 TO WS-MUS-INTERVAL
           END-IF
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807
           DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-STATE
           COMPUTE WS-MUS-POINT ROUNDED =
               WS-MUS-INTERVAL * WS-RNG-STATE / WS-RNG-MODULUS
           IF WS-MUS-POINT < 0.01
               MOVE 0.01 TO WS-MUS-POINT
           END-IF
           MOVE WS-MUS-INTERVAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  SAMPLING INTERVAL " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MUS-POINT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  RANDOM START      " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-MUS-CUMULATIVE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POP-COUNT
               MOVE WS-POP-AMOUNT (WS-SUB) TO WS-ABS-AMOUNT
               IF WS-ABS-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
               END-IF
               ADD WS-ABS-AMOUNT TO WS-MUS-CUMULATIVE
               PERFORM UNTIL WS-MUS-POINT > WS-MUS-CUMULATIVE
                   IF WS-POP-PICKED (WS-SUB) = "N"
                       PERFORM 3900-SELECT-ITEM
                   ELSE
                       ADD 1 TO WS-SEL-HITS (WS-SEL-COUNT)
                   END-IF
                   ADD WS-MUS-INTERVAL TO WS-MUS-POINT
               END-PERFORM
           END-PERFORM.

      ****************************************************************************
      * Equal-width amount bands from the smallest to the largest item;          *
      * each band's share of the sample is its share of the population,          *
      * every populated band gets at least one draw while the sample             *
      * allows, and the rounding remainder goes to the bands in order.           *
      ****************************************************************************
       3400-DRAW-STRATIFIED.
           MOVE WS-POP-AMOUNT (1) TO WS-AMOUNT-MIN
           MOVE WS-POP-AMOUNT (1) TO WS-AMOUNT-MAX
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > WS-POP-COUNT
               IF WS-POP-AMOUNT (WS-SUB) < WS-AMOUNT-MIN
                   MOVE WS-POP-AMOUNT (WS-SUB) TO WS-AMOUNT-MIN
               END-IF
               IF WS-POP-AMOUNT (WS-SUB) > WS-AMOUNT-MAX
                   MOVE WS-POP-AMOUNT (WS-SUB) TO WS-AMOUNT-MAX
               END-IF
           END-PERFORM
           COMPUTE WS-BAND-WIDTH =
               (WS-AMOUNT-MAX - WS-AMOUNT-MIN) / WS-STRATA
           PERFORM VARYING WS-STRATUM-SUB FROM 1 BY 1
                   UNTIL WS-STRATUM-SUB > WS-STRATA
               COMPUTE WS-STRATUM-HIGH (WS-STRATUM-SUB) =
                   WS-AMOUNT-MIN + WS-BAND-WIDTH * WS-STRATUM-SUB
               COMPUTE WS-STRATUM-LOW (WS-STRATUM-SUB) =
                   WS-STRATUM-HIGH (WS-STRATUM-SUB) - WS-BAND-WIDTH
               MOVE ZERO TO WS-STRATUM-COUNT (WS-STRATUM-SUB)
               MOVE ZERO TO WS-STRATUM-ALLOC (WS-STRATUM-SUB)
           END-PERFORM
           MOVE WS-AMOUNT-MAX TO WS-STRATUM-HIGH (WS-STRATA)
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POP-COUNT
               MOVE WS-STRATA TO WS-POP-STRATUM (WS-SUB)
               PERFORM VARYING WS-STRATUM-SUB FROM WS-STRATA BY -1
                       UNTIL WS-STRATUM-SUB < 1
                   IF WS-POP-AMOUNT (WS-SUB)
                       < WS-STRATUM-HIGH (WS-STRATUM-SUB)
                       MOVE WS-STRATUM-SUB TO WS-POP-STRATUM (WS-SUB)
                   END-IF
               END-PERFORM
               MOVE WS-POP-STRATUM (WS-SUB) TO WS-STRATUM-SUB
               ADD 1 TO WS-STRATUM-COUNT (WS-STRATUM-SUB)
           END-PERFORM
           MOVE ZERO TO WS-ALLOC-SUM
           PERFORM VARYING WS-STRATUM-SUB FROM 1 BY 1
                   UNTIL WS-STRATUM-SUB > WS-STRATA
               COMPUTE WS-STRATUM-ALLOC (WS-STRATUM-SUB) =
                   ASQ-SAMPLE-SIZE * WS-STRATUM-COUNT (WS-STRATUM-SUB)
                   / WS-POP-COUNT
               ADD WS-STRATUM-ALLOC (WS-STRATUM-SUB) TO WS-ALLOC-SUM
           END-PERFORM
           COMPUTE WS-LEFTOVER = ASQ-SAMPLE-SIZE - WS-ALLOC-SUM
           PERFORM VARYING WS-STRATUM-SUB FROM 1 BY 1
                   UNTIL WS-STRATUM-SUB > WS-STRATA
               IF WS-STRATUM-COUNT (WS-STRATUM-SUB) > ZERO
                   AND WS-STRATUM-ALLOC (WS-STRATUM-SUB) = ZERO
                   AND WS-LEFTOVER > ZERO
                   MOVE 1 TO WS-STRATUM-ALLOC (WS-STRATUM-SUB)
                   SUBTRACT 1 FROM WS-LEFTOVER
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-LEFTOVER NOT > ZERO
               PERFORM VARYING WS-STRATUM-SUB FROM 1 BY 1
                       UNTIL WS-STRATUM-SUB > WS-STRATA
                   IF WS-STRATUM-ALLOC (WS-STRATUM-SUB)
                       < WS-STRATUM-COUNT (WS-STRATUM-SUB)
                       AND WS-LEFTOVER > ZERO
                       ADD 1 TO WS-STRATUM-ALLOC (WS-STRATUM-SUB)
                       SUBTRACT 1 FROM WS-LEFTOVER
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-CURRENT-STRATUM FROM 1 BY 1
                   UNTIL WS-CURRENT-STRATUM > WS-STRATA
               PERFORM 3450-DRAW-ONE-STRATUM
           END-PERFORM.

       3450-DRAW-ONE-STRATUM.
           MOVE WS-STRATUM-LOW (WS-CURRENT-STRATUM) TO WS-LOW-EDIT
           MOVE WS-STRATUM-HIGH (WS-CURRENT-STRATUM) TO WS-HIGH-EDIT
           MOVE WS-STRATUM-COUNT (WS-CURRENT-STRATUM)
               TO WS-COUNT-EDIT
           MOVE WS-STRATUM-ALLOC (WS-CURRENT-STRATUM)
               TO WS-ALLOC-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  STRATUM " DELIMITED BY SIZE
               WS-CURRENT-STRATUM DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               WS-LOW-EDIT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-HIGH-EDIT DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " DRAWN " DELIMITED BY SIZE
               WS-ALLOC-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STRATUM-COUNT (WS-CURRENT-STRATUM)
               TO WS-ELIGIBLE-COUNT
           MOVE WS-STRATUM-ALLOC (WS-CURRENT-STRATUM)
               TO WS-DRAW-COUNT
           PERFORM WS-DRAW-COUNT TIMES
               PERFORM 3100-DRAW-ONE-AT-RANDOM
           END-PERFORM.

       3900-SELECT-ITEM.
           MOVE "Y" TO WS-POP-PICKED (WS-SUB)
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-SUB TO WS-SEL-POP-SUB (WS-SEL-COUNT)
           MOVE 1 TO WS-SEL-HITS (WS-SEL-COUNT).

      ****************************************************************************
      * Each item drawn is listed, logged with the seed and extracted to         *
      * the evidence pack in the order it was drawn.                             *
      ****************************************************************************
       4000-REPORT-SAMPLE.
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > WS-SEL-COUNT
               MOVE WS-SEL-POP-SUB (WS-SEL-SUB) TO WS-SUB
               ADD 1 TO WS-SELECTED-TOTAL
               MOVE WS-POP-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-SEL-SUB DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   WS-SUB DELIMITED BY SIZE
                   " STRATUM " DELIMITED BY SIZE
                   WS-POP-STRATUM (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-POP-KEY (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-POP-DATE (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " HITS " DELIMITED BY SIZE
                   WS-SEL-HITS (WS-SEL-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ASQ-REQUEST-ID TO ASL-REQUEST-ID
               MOVE WS-CURRENT-DATE-NUM TO ASL-RUN-DATE
               MOVE ASQ-POPULATION TO ASL-POPULATION
               MOVE ASQ-FROM-DATE TO ASL-FROM-DATE
               MOVE ASQ-TO-DATE TO ASL-TO-DATE
               MOVE ASQ-METHOD TO ASL-METHOD
               MOVE WS-SEED TO ASL-SEED
               MOVE WS-POP-COUNT TO ASL-POPULATION-COUNT
               MOVE WS-POP-VALUE TO ASL-POPULATION-VALUE
               MOVE WS-SEL-SUB TO ASL-SAMPLE-SEQ
               MOVE WS-SUB TO ASL-ITEM-ORDINAL
               MOVE WS-POP-STRATUM (WS-SUB) TO ASL-STRATUM
               MOVE WS-POP-KEY (WS-SUB) TO ASL-ITEM-KEY
               MOVE WS-POP-DATE (WS-SUB) TO ASL-ITEM-DATE
               MOVE WS-POP-AMOUNT (WS-SUB) TO ASL-ITEM-AMOUNT
               WRITE AUDIT-SAMPLE-RECORD
               PERFORM 5000-EXTRACT-EVIDENCE
           END-PERFORM.

      ****************************************************************************
      * The evidence pack for one item: a heading, the source record, the        *
      * supporting records for its kind of subject and its audit archive         *
      * entries. An item with nothing behind it says so.                         *
      ****************************************************************************
       5000-EXTRACT-EVIDENCE.
           MOVE WS-POP-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO EVIDENCE-LINE
           STRING "=== " DELIMITED BY SIZE
               ASQ-REQUEST-ID DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               WS-SEL-SUB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASQ-POPULATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POP-KEY (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POP-DATE (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " SEED " DELIMITED BY SIZE
               WS-SEED DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           PERFORM 5900-WRITE-EVIDENCE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "SOURCE    " DELIMITED BY SIZE
               WS-POP-TEXT (WS-SUB) DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           PERFORM 5900-WRITE-EVIDENCE
           MOVE ZERO TO WS-ITEM-EVIDENCE
           MOVE WS-POP-KEY (WS-SUB) TO WS-KEY-CONTRACT
           EVALUATE TRUE
               WHEN WS-CONTRACT-EVIDENCE
                   PERFORM 5100-EXTRACT-LIFECYCLE
                   PERFORM 5200-EXTRACT-WRITE-OFFS
                   PERFORM 5300-EXTRACT-AMENDMENTS
                   PERFORM 5400-EXTRACT-RECEIPTS
               WHEN WS-COMPANY-EVIDENCE
                   PERFORM 5500-EXTRACT-COMPANY-APPROVALS
               WHEN WS-PARAMETER-EVIDENCE
                   PERFORM 5600-EXTRACT-PARAMETER-APPROVALS
           END-EVALUATE
           PERFORM 5700-EXTRACT-ARCHIVE
           IF WS-ITEM-EVIDENCE = ZERO
               MOVE "          (NO SUPPORTING RECORDS FOUND)"
                   TO EVIDENCE-LINE
               PERFORM 5900-WRITE-EVIDENCE
           END-IF.

       5100-EXTRACT-LIFECYCLE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT LIFE-FILE
           IF WS-LIFE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ LIFE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF LC-CONTRACT-NUMBER = WS-KEY-CONTRACT
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "LIFECYCLE " DELIMITED BY SIZE
                       LC-CYCLE-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LC-EVENT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LC-OLD-VALUE DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       LC-NEW-VALUE DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ LIFE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LIFE-NOT-FOUND
               CLOSE LIFE-FILE
           END-IF.

       5200-EXTRACT-WRITE-OFFS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WOF-CONTRACT-NUMBER = WS-KEY-CONTRACT
                   MOVE WOF-BALANCE TO WS-AMOUNT-EDIT
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "WRITE-OFF PROPOSED " DELIMITED BY SIZE
                       WOF-PROPOSED-DATE DELIMITED BY SIZE
                       " BALANCE " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       WOF-STATUS DELIMITED BY SIZE
                       " ACTIONED " DELIMITED BY SIZE
                       WOF-ACTIONED-DATE DELIMITED BY SIZE
                       " APPROVED BY " DELIMITED BY SIZE
                       WOF-APPROVED-BY DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

       5300-EXTRACT-AMENDMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT AMD-FILE
           IF WS-AMD-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ AMD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF AMD-CONTRACT-NUMBER = WS-KEY-CONTRACT
                   MOVE AMD-NEW-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "AMENDMENT AMT-FLAG=" DELIMITED BY SIZE
                       AMD-AMOUNT-FLAG DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " DUE-FLAG=" DELIMITED BY SIZE
                       AMD-DUE-FLAG DELIMITED BY SIZE
                       " DUE=" DELIMITED BY SIZE
                       AMD-NEW-DUE-DATE DELIMITED BY SIZE
                       " APPROVED " DELIMITED BY SIZE
                       AMD-APPROVED-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       AMD-APPROVED-BY DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ AMD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AMD-NOT-FOUND
               CLOSE AMD-FILE
           END-IF.

       5400-EXTRACT-RECEIPTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PAY-FILE
           IF WS-PAY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PAY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PAY-CONTRACT-NUMBER = WS-KEY-CONTRACT
                   AND PAY-DATE >= ASQ-FROM-DATE
                   AND PAY-DATE <= ASQ-TO-DATE
                   MOVE PAY-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "RECEIPT   " DELIMITED BY SIZE
                       PAY-DATE DELIMITED BY SIZE
                       " AMOUNT " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " BANK REF " DELIMITED BY SIZE
                       PAY-BANK-REF DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ PAY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAY-NOT-FOUND
               CLOSE PAY-FILE
           END-IF.

       5500-EXTRACT-COMPANY-APPROVALS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF WS-PEND-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PEND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PND-COMPANY-ID = WS-KEY-CONTRACT (1:10)
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "CHANGE    " DELIMITED BY SIZE
                       PND-FIELD-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PND-OLD-VALUE DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       PND-NEW-VALUE DELIMITED BY SIZE
                       " ENTERED " DELIMITED BY SIZE
                       PND-ENTERED-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       PND-ENTERED-BY DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       PND-STATUS DELIMITED BY SIZE
                       " ACTIONED BY " DELIMITED BY SIZE
                       PND-ACTIONED-BY DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ PEND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PEND-NOT-FOUND
               CLOSE PEND-FILE
           END-IF.

       5600-EXTRACT-PARAMETER-APPROVALS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PARM-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PRM-NAME = WS-POP-KEY (WS-SUB)
                   MOVE PRM-VALUE TO WS-VALUE-EDIT
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "PARAMETER EFF=" DELIMITED BY SIZE
                       PRM-EFFECTIVE-DATE DELIMITED BY SIZE
                       " VALUE=" DELIMITED BY SIZE
                       WS-VALUE-EDIT DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       PRM-STATUS DELIMITED BY SIZE
                       " ENTERED BY " DELIMITED BY SIZE
                       PRM-ENTERED-BY DELIMITED BY SIZE
                       " APPROVED BY " DELIMITED BY SIZE
                       PRM-APPROVED-BY DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ PARM-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PARM-NOT-FOUND
               CLOSE PARM-FILE
           END-IF.

      ****************************************************************************
      * The archive key is fifteen bytes, so the subject matches on its          *
      * significant length as R155 does; a parameter name is matched on          *
      * its first fifteen.                                                       *
      ****************************************************************************
       5700-EXTRACT-ARCHIVE.
           MOVE ZERO TO WS-KEY-LENGTH
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 15
               IF WS-KEY-CONTRACT (WS-SCAN-SUB:1) NOT = SPACE
                   MOVE WS-SCAN-SUB TO WS-KEY-LENGTH
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-NOT-FOUND OR WS-KEY-LENGTH = ZERO
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ARCH-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF AE-SUBJECT-KEY (1:WS-KEY-LENGTH)
                   = WS-KEY-CONTRACT (1:WS-KEY-LENGTH)
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "AUDIT     " DELIMITED BY SIZE
                       AE-EVENT-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AE-EVENT-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AE-SOURCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AE-ACTOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AE-DETAIL DELIMITED BY SIZE
                       INTO EVIDENCE-LINE
                   PERFORM 5900-WRITE-EVIDENCE
               END-IF
               READ ARCH-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ARCH-NOT-FOUND
               CLOSE ARCH-FILE
           END-IF.

       5900-WRITE-EVIDENCE.
           WRITE EVIDENCE-LINE
           ADD 1 TO WS-ITEM-EVIDENCE
           ADD 1 TO WS-EVIDENCE-TOTAL.
