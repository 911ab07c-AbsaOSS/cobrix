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
      * R158-DISPUTE-REGISTER                                                   *
      *                                                                          *
      * Nightly maintenance of the dispute master (dispute-record.cpy,         *
      * DISPIN to DISPOUT). Transactions on DISPTXN open a dispute (O:         *
      * reason code, disputed amount, owner) or resolve one (R: outcome U      *
      * upheld, J rejected or P partial credit, with the amount credited).     *
      * A new dispute is due for resolution WS-TARGET-DAYS calendar days      *
      * after it opens - the compiled default superseded by parameter         *
      * DISPUTE-TARGET-DAYS through R120-PARAM-SERVICE. A contract holds at   *
      * most one open dispute; an open for a contract already in dispute, a   *
      * resolve with nothing open, an unknown outcome, or a partial credit    *
      * outside the disputed amount is refused on the report and the master  *
      * is left as it was. Every open dispute's contract is written to        *
      * DISPSUPP, which R059 loads so disputed contracts get no letters; R057  *
      * and R108 read the open entries off DISPOUT. DISPRPT lists the night's *
      * movements and then the dispute aging: every dispute still open past   *
      * its resolution target, oldest first as carried, with the days over.  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R158-DISPUTE-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-IN-FILE ASSIGN TO "DISPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-IN-STATUS.

           SELECT DSP-OUT-FILE ASSIGN TO "DISPOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "DISPTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUPP-FILE ASSIGN TO "DISPSUPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DSP-IN-FILE.
       COPY "dispute-record" REPLACING DISPUTE-RECORD
           BY DSP-IN-RECORD.

       FD  DSP-OUT-FILE.
       COPY "dispute-record".

       FD  TXN-FILE.
       01  DISPUTE-TXN-RECORD.
           05  DTX-CONTRACT-NUMBER      PIC X(15).
           05  DTX-ACTION               PIC X(1).
               88  DTX-OPEN                     VALUE "O".
               88  DTX-RESOLVE                  VALUE "R".
           05  DTX-REASON-CODE          PIC X(4).
           05  DTX-AMOUNT               PIC 9(10)V9(2).
           05  DTX-OWNER                PIC X(8).
           05  DTX-OUTCOME              PIC X(1).
           05  DTX-CREDIT-AMOUNT        PIC 9(10)V9(2).

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DSP-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-DSP-IN-EOF                   VALUE "Y".
       01  WS-DSP-IN-STATUS         PIC XX.
           88  WS-DSP-IN-NOT-FOUND          VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-TARGET-DAYS           PIC 9(3)   VALUE 30.

       01  WS-DSP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY         OCCURS 500 TIMES.
               10  WS-DSP-CONTRACT      PIC X(15).
               10  WS-DSP-REASON        PIC X(4).
               10  WS-DSP-AMOUNT        PIC 9(10)V9(2).
               10  WS-DSP-OPENED        PIC 9(8).
               10  WS-DSP-TARGET        PIC 9(8).
               10  WS-DSP-OWNER         PIC X(8).
               10  WS-DSP-STATUS        PIC X(1).
               10  WS-DSP-OUTCOME       PIC X(1).
               10  WS-DSP-CREDIT        PIC 9(10)V9(2).
               10  WS-DSP-RESOLVED      PIC 9(8).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-TARGET-INTEGER        PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-OVER             PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-OVER-EDIT        PIC ZZZZ9.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-OPENED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-RESOLVED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-PAST-TARGET-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R158" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "DISPUTE-TARGET-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TARGET-DAYS
           END-IF
           PERFORM 1000-LOAD-DISPUTES
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 3000-WRITE-DISPUTES
           PERFORM 4000-WRITE-AGING
           CLOSE REPORT-FILE
           DISPLAY "R158: DISPUTES OPENED        " WS-OPENED-COUNT
           DISPLAY "R158: DISPUTES RESOLVED      " WS-RESOLVED-COUNT
           DISPLAY "R158: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R158: DISPUTES OPEN          " WS-OPEN-COUNT
           DISPLAY "R158: OPEN PAST TARGET       " WS-PAST-TARGET-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R158: DISPUTE TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-DISPUTES.
           OPEN INPUT DSP-IN-FILE
           IF WS-DSP-IN-NOT-FOUND
               SET WS-DSP-IN-EOF TO TRUE
           ELSE
               READ DSP-IN-FILE
                   AT END SET WS-DSP-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSP-IN-EOF
               IF WS-DSP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-DSP-TABLE-COUNT
                   MOVE DSP-CONTRACT-NUMBER OF DSP-IN-RECORD
                       TO WS-DSP-CONTRACT (WS-DSP-TABLE-COUNT)
                   MOVE DSP-REASON-CODE OF DSP-IN-RECORD
                       TO WS-DSP-REASON (WS-DSP-TABLE-COUNT)
                   MOVE DSP-DISPUTED-AMOUNT OF DSP-IN-RECORD
                       TO WS-DSP-AMOUNT (WS-DSP-TABLE-COUNT)
                   MOVE DSP-OPENED-DATE OF DSP-IN-RECORD
                       TO WS-DSP-OPENED (WS-DSP-TABLE-COUNT)
                   MOVE DSP-TARGET-DATE OF DSP-IN-RECORD
                       TO WS-DSP-TARGET (WS-DSP-TABLE-COUNT)
                   MOVE DSP-OWNER OF DSP-IN-RECORD
                       TO WS-DSP-OWNER (WS-DSP-TABLE-COUNT)
                   MOVE DSP-STATUS OF DSP-IN-RECORD
                       TO WS-DSP-STATUS (WS-DSP-TABLE-COUNT)
                   MOVE DSP-OUTCOME OF DSP-IN-RECORD
                       TO WS-DSP-OUTCOME (WS-DSP-TABLE-COUNT)
                   MOVE DSP-CREDIT-AMOUNT OF DSP-IN-RECORD
                       TO WS-DSP-CREDIT (WS-DSP-TABLE-COUNT)
                   MOVE DSP-RESOLVED-DATE OF DSP-IN-RECORD
                       TO WS-DSP-RESOLVED (WS-DSP-TABLE-COUNT)
               END-IF
               READ DSP-IN-FILE
                   AT END SET WS-DSP-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-IN-NOT-FOUND
               CLOSE DSP-IN-FILE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DSP-TABLE-COUNT
                   IF WS-DSP-CONTRACT (WS-SUB) = DTX-CONTRACT-NUMBER
                       AND WS-DSP-STATUS (WS-SUB) = "O"
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN DTX-OPEN
                       PERFORM 2100-OPEN-DISPUTE
                   WHEN DTX-RESOLVE
                       PERFORM 2200-RESOLVE-DISPUTE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                       PERFORM 2900-REFUSE-TRANSACTION
               END-EVALUATE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-OPEN-DISPUTE.
           EVALUATE TRUE
               WHEN WS-HIT-SUB > ZERO
                   MOVE "CONTRACT ALREADY IN DISPUTE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN DTX-AMOUNT = ZERO
                   MOVE "NO DISPUTED AMOUNT" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-DSP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
                   MOVE "DISPUTE TABLE FULL" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-OPENED-COUNT
                   ADD 1 TO WS-DSP-TABLE-COUNT
                   MOVE WS-DSP-TABLE-COUNT TO WS-HIT-SUB
                   MOVE DTX-CONTRACT-NUMBER
                       TO WS-DSP-CONTRACT (WS-HIT-SUB)
                   MOVE DTX-REASON-CODE TO WS-DSP-REASON (WS-HIT-SUB)
                   MOVE DTX-AMOUNT TO WS-DSP-AMOUNT (WS-HIT-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-DSP-OPENED (WS-HIT-SUB)
                   COMPUTE WS-TARGET-INTEGER =
                       WS-CURRENT-INTEGER + WS-TARGET-DAYS
                   COMPUTE WS-DSP-TARGET (WS-HIT-SUB) =
                       FUNCTION DATE-OF-INTEGER (WS-TARGET-INTEGER)
                   MOVE DTX-OWNER TO WS-DSP-OWNER (WS-HIT-SUB)
                   MOVE "O" TO WS-DSP-STATUS (WS-HIT-SUB)
                   MOVE SPACE TO WS-DSP-OUTCOME (WS-HIT-SUB)
                   MOVE ZERO TO WS-DSP-CREDIT (WS-HIT-SUB)
                   MOVE ZERO TO WS-DSP-RESOLVED (WS-HIT-SUB)
                   MOVE DTX-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "OPENED   " DELIMITED BY SIZE
                       DTX-CONTRACT-NUMBER DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       DTX-REASON-CODE DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       DTX-OWNER DELIMITED BY SIZE
                       " TARGET=" DELIMITED BY SIZE
                       WS-DSP-TARGET (WS-HIT-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2200-RESOLVE-DISPUTE.
           EVALUATE TRUE
               WHEN WS-HIT-SUB = ZERO
                   MOVE "NO OPEN DISPUTE ON CONTRACT" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN DTX-OUTCOME NOT = "U" AND DTX-OUTCOME NOT = "J"
                   AND DTX-OUTCOME NOT = "P"
                   MOVE "UNKNOWN OUTCOME CODE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN DTX-OUTCOME = "P"
                   AND (DTX-CREDIT-AMOUNT = ZERO
                   OR DTX-CREDIT-AMOUNT > WS-DSP-AMOUNT (WS-HIT-SUB))
                   MOVE "PARTIAL CREDIT OUTSIDE DISPUTED AMOUNT"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE "R" TO WS-DSP-STATUS (WS-HIT-SUB)
                   MOVE DTX-OUTCOME TO WS-DSP-OUTCOME (WS-HIT-SUB)
                   EVALUATE DTX-OUTCOME
                       WHEN "U"
                           MOVE WS-DSP-AMOUNT (WS-HIT-SUB)
                               TO WS-DSP-CREDIT (WS-HIT-SUB)
                       WHEN "J"
                           MOVE ZERO TO WS-DSP-CREDIT (WS-HIT-SUB)
                       WHEN OTHER
                           MOVE DTX-CREDIT-AMOUNT
                               TO WS-DSP-CREDIT (WS-HIT-SUB)
                   END-EVALUATE
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-DSP-RESOLVED (WS-HIT-SUB)
                   MOVE WS-DSP-CREDIT (WS-HIT-SUB) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "RESOLVED " DELIMITED BY SIZE
                       DTX-CONTRACT-NUMBER DELIMITED BY SIZE
                       " OUTCOME=" DELIMITED BY SIZE
                       DTX-OUTCOME DELIMITED BY SIZE
                       " CREDIT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       WS-DSP-OWNER (WS-HIT-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2900-REFUSE-TRANSACTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               DTX-CONTRACT-NUMBER DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               DTX-ACTION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-DISPUTES.
           OPEN OUTPUT DSP-OUT-FILE
           OPEN OUTPUT SUPP-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DSP-TABLE-COUNT
               MOVE WS-DSP-CONTRACT (WS-SUB)
                   TO DSP-CONTRACT-NUMBER OF DISPUTE-RECORD
               MOVE WS-DSP-REASON (WS-SUB)
                   TO DSP-REASON-CODE OF DISPUTE-RECORD
               MOVE WS-DSP-AMOUNT (WS-SUB)
                   TO DSP-DISPUTED-AMOUNT OF DISPUTE-RECORD
               MOVE WS-DSP-OPENED (WS-SUB)
                   TO DSP-OPENED-DATE OF DISPUTE-RECORD
               MOVE WS-DSP-TARGET (WS-SUB)
                   TO DSP-TARGET-DATE OF DISPUTE-RECORD
               MOVE WS-DSP-OWNER (WS-SUB)
                   TO DSP-OWNER OF DISPUTE-RECORD
               MOVE WS-DSP-STATUS (WS-SUB)
                   TO DSP-STATUS OF DISPUTE-RECORD
               MOVE WS-DSP-OUTCOME (WS-SUB)
                   TO DSP-OUTCOME OF DISPUTE-RECORD
               MOVE WS-DSP-CREDIT (WS-SUB)
                   TO DSP-CREDIT-AMOUNT OF DISPUTE-RECORD
               MOVE WS-DSP-RESOLVED (WS-SUB)
                   TO DSP-RESOLVED-DATE OF DISPUTE-RECORD
               WRITE DISPUTE-RECORD
               IF WS-DSP-STATUS (WS-SUB) = "O"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-DSP-CONTRACT (WS-SUB)
                       TO SUPP-CONTRACT-NUMBER
                   WRITE SUPP-CONTRACT-NUMBER
               END-IF
           END-PERFORM
           CLOSE DSP-OUT-FILE
           CLOSE SUPP-FILE.

      ****************************************************************************
      * Dispute aging: anything still open once its resolution target has      *
      * passed, with how many days over, for the owners' managers.              *
      ****************************************************************************
       4000-WRITE-AGING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DISPUTES OPEN PAST RESOLUTION TARGET AT "
               DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DSP-TABLE-COUNT
               IF WS-DSP-STATUS (WS-SUB) = "O"
                   AND WS-DSP-TARGET (WS-SUB) < WS-CURRENT-DATE-NUM
                   ADD 1 TO WS-PAST-TARGET-COUNT
                   COMPUTE WS-DAYS-OVER = WS-CURRENT-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS-DSP-TARGET (WS-SUB))
                   MOVE WS-DAYS-OVER TO WS-DAYS-OVER-EDIT
                   MOVE WS-DSP-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-DSP-CONTRACT (WS-SUB) DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       WS-DSP-OWNER (WS-SUB) DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       WS-DSP-REASON (WS-SUB) DELIMITED BY SIZE
                       " OPENED=" DELIMITED BY SIZE
                       WS-DSP-OPENED (WS-SUB) DELIMITED BY SIZE
                       " DAYS-OVER=" DELIMITED BY SIZE
                       WS-DAYS-OVER-EDIT DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-PAST-TARGET-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
