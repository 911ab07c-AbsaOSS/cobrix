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
      * R194-COMPLAINT-REGISTER                                                  *
      *                                                                          *
      * Nightly maintenance of the customer complaint register                   *
      * (complaint-record.cpy, CMPIN to CMPOUT). Transactions on CMPTXN          *
      * open a complaint (O: COMPANY-ID, optional CONTRACT-NUMBER, category      *
      * D dunning, B wrong balance, R refund delay or E data error, channel      *
      * P phone or L letter, the date received - today when blank - and the      *
      * owner) or resolve one by its number (R: outcome U upheld, J              *
      * rejected or P partly upheld, the root-cause program and any redress      *
      * amount). A new complaint is numbered one above the highest on the        *
      * register and owes its final response WS-RESPONSE-DAYS calendar days      *
      * after receipt - the compiled default superseded by parameter             *
      * CMPL-RESPONSE-DAYS through R120-PARAM-SERVICE. A company not on          *
      * COMPIN, an unknown code, a resolve for a complaint not open, or          *
      * redress on a rejected complaint or with no contract to pay it            *
      * through (the resolve may name the contract) is refused on the            *
      * report and the register is left as it was.                               *
      *                                                                          *
      * Every open complaint's contract is written to CMPSUPP, which R059        *
      * loads so the contract gets no letter while the complaint is open.        *
      * Redress due is written to CMPREDR for R058 to pay as a refund order      *
      * (reason R) to the contract's verified payee; R194 runs ahead of          *
      * R058, so it reads the REFUND orders R058 wrote the night before and      *
      * marks each redress they carry as paid. CMPRPT lists the night's          *
      * movements, the redress paid, and every open complaint past its           *
      * response deadline with the days over.                                    *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R194-COMPLAINT-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-IN-FILE ASSIGN TO "CMPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-IN-STATUS.

           SELECT CMP-OUT-FILE ASSIGN TO "CMPOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "CMPTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.

           SELECT REFUND-FILE ASSIGN TO "REFUND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT SUPP-FILE ASSIGN TO "CMPSUPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REDRESS-FILE ASSIGN TO "CMPREDR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-IN-FILE.
       01  CMP-IN-RECORD                PIC X(94).

       FD  CMP-OUT-FILE.
       COPY "complaint-record".

       FD  TXN-FILE.
       01  COMPLAINT-TXN-RECORD.
           05  CTX-ACTION               PIC X(1).
               88  CTX-OPEN                     VALUE "O".
               88  CTX-RESOLVE                  VALUE "R".
           05  CTX-COMPLAINT-ID         PIC 9(8).
           05  CTX-COMPANY-ID           PIC X(10).
           05  CTX-CONTRACT-NUMBER      PIC X(15).
           05  CTX-CATEGORY             PIC X(1).
           05  CTX-CHANNEL              PIC X(1).
           05  CTX-RECEIVED-DATE        PIC 9(8).
           05  CTX-OWNER                PIC X(8).
           05  CTX-RESOLUTION           PIC X(1).
           05  CTX-ROOT-CAUSE           PIC X(4).
           05  CTX-REDRESS-AMOUNT       PIC 9(10)V9(2).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  REFUND-FILE.
       COPY "refund-record".

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

       FD  REDRESS-FILE.
       01  REDRESS-RECORD               PIC X(94).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-CMP-IN-STATUS         PIC XX.
           88  WS-CMP-IN-NOT-FOUND          VALUE "35".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-COMP-STATUS           PIC XX.
           88  WS-COMP-NOT-FOUND            VALUE "35".
       01  WS-REFUND-STATUS         PIC XX.
           88  WS-REFUND-NOT-FOUND          VALUE "35".

       01  WS-RESPONSE-DAYS         PIC 9(3)   VALUE 56.

       01  WS-CMP-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY         PIC X(94)  OCCURS 2000 TIMES.
       01  WS-NEXT-ID               PIC 9(8)   VALUE ZERO.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ID           PIC X(10)  OCCURS 500 TIMES.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-DEADLINE-INTEGER      PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-OVER             PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-OVER-EDIT        PIC ZZZZ9.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-RECEIVED-DATE         PIC 9(8)   VALUE ZERO.

       01  WS-OPENED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-RESOLVED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-PAST-DEADLINE-COUNT   PIC 9(9)   VALUE ZERO.
       01  WS-REDRESS-PAID-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-REDRESS-DUE-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R194" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "CMPL-RESPONSE-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RESPONSE-DAYS
           END-IF
           PERFORM 1000-LOAD-COMPLAINTS
           PERFORM 1100-LOAD-COMPANIES
           OPEN OUTPUT REPORT-FILE
           PERFORM 1500-MARK-REDRESS-PAID
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 3000-WRITE-COMPLAINTS
           PERFORM 4000-WRITE-DEADLINE-BREACHES
           CLOSE REPORT-FILE
           DISPLAY "R194: COMPLAINTS OPENED      " WS-OPENED-COUNT
           DISPLAY "R194: COMPLAINTS RESOLVED    " WS-RESOLVED-COUNT
           DISPLAY "R194: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R194: COMPLAINTS OPEN        " WS-OPEN-COUNT
           DISPLAY "R194: OPEN PAST DEADLINE     "
               WS-PAST-DEADLINE-COUNT
           DISPLAY "R194: REDRESS MARKED PAID    " WS-REDRESS-PAID-COUNT
           DISPLAY "R194: REDRESS SENT TO R058   " WS-REDRESS-DUE-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R194: COMPLAINT TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-COMPLAINTS.
           OPEN INPUT CMP-IN-FILE
           IF WS-CMP-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CMP-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-CMP-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CMP-TABLE-COUNT
                   MOVE CMP-IN-RECORD
                       TO WS-CMP-ENTRY (WS-CMP-TABLE-COUNT)
                   MOVE CMP-IN-RECORD TO COMPLAINT-RECORD
                   IF CMP-COMPLAINT-ID > WS-NEXT-ID
                       MOVE CMP-COMPLAINT-ID TO WS-NEXT-ID
                   END-IF
               END-IF
               READ CMP-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CMP-IN-NOT-FOUND
               CLOSE CMP-IN-FILE
           END-IF.

       1100-LOAD-COMPANIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT COMPANY-FILE
           IF WS-COMP-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ COMPANY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-COMP-NOT-FOUND
               CLOSE COMPANY-FILE
           END-IF.

      ****************************************************************************
      * Last night's refund orders from R058: each redress order (reason R)      *
      * settles the oldest redress still pending on its contract for that        *
      * amount.                                                                  *
      ****************************************************************************
       1500-MARK-REDRESS-PAID.
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
               IF REF-COMPLAINT-REDRESS
                   MOVE ZERO TO WS-HIT-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CMP-TABLE-COUNT
                              OR WS-HIT-SUB > ZERO
                       MOVE WS-CMP-ENTRY (WS-SUB) TO COMPLAINT-RECORD
                       IF CMP-REDRESS-PENDING
                           AND CMP-CONTRACT-NUMBER
                               = REF-CONTRACT-NUMBER
                           AND CMP-REDRESS-AMOUNT = REF-AMOUNT
                           MOVE WS-SUB TO WS-HIT-SUB
                       END-IF
                   END-PERFORM
                   IF WS-HIT-SUB > ZERO
                       ADD 1 TO WS-REDRESS-PAID-COUNT
                       MOVE "D" TO CMP-REDRESS-STATUS
                       MOVE REF-DATE TO CMP-REDRESS-PAID-DATE
                       MOVE COMPLAINT-RECORD
                           TO WS-CMP-ENTRY (WS-HIT-SUB)
                       MOVE CMP-REDRESS-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-LINE
                       STRING "REDRESS PAID " DELIMITED BY SIZE
                           CMP-COMPLAINT-ID DELIMITED BY SIZE
                           " CONTRACT=" DELIMITED BY SIZE
                           CMP-CONTRACT-NUMBER DELIMITED BY SIZE
                           " AMOUNT=" DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           " ORDERED=" DELIMITED BY SIZE
                           REF-DATE DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               READ REFUND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REFUND-NOT-FOUND
               CLOSE REFUND-FILE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               EVALUATE TRUE
                   WHEN CTX-OPEN
                       PERFORM 2100-OPEN-COMPLAINT
                   WHEN CTX-RESOLVE
                       PERFORM 2200-RESOLVE-COMPLAINT
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                       PERFORM 2900-REFUSE-TRANSACTION
               END-EVALUATE
               READ TXN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-OPEN-COMPLAINT.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-SUB) = CTX-COMPANY-ID
                   MOVE WS-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM
           MOVE CTX-RECEIVED-DATE TO WS-RECEIVED-DATE
           IF WS-RECEIVED-DATE = ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-RECEIVED-DATE
           END-IF
           EVALUATE TRUE
               WHEN CTX-COMPANY-ID = SPACES OR WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON COMPANY MASTER" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-CATEGORY NOT = "D" AND CTX-CATEGORY NOT = "B"
                   AND CTX-CATEGORY NOT = "R" AND CTX-CATEGORY NOT = "E"
                   MOVE "UNKNOWN CATEGORY CODE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-CHANNEL NOT = "P" AND CTX-CHANNEL NOT = "L"
                   MOVE "UNKNOWN CHANNEL CODE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-RECEIVED-DATE > WS-CURRENT-DATE-NUM
                   MOVE "RECEIVED DATE IN THE FUTURE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-CMP-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
                   MOVE "COMPLAINT TABLE FULL" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-OPENED-COUNT
                   ADD 1 TO WS-NEXT-ID
                   MOVE SPACES TO COMPLAINT-RECORD
                   MOVE WS-NEXT-ID TO CMP-COMPLAINT-ID
                   MOVE CTX-COMPANY-ID TO CMP-COMPANY-ID
                   MOVE CTX-CONTRACT-NUMBER TO CMP-CONTRACT-NUMBER
                   MOVE CTX-CATEGORY TO CMP-CATEGORY
                   MOVE CTX-CHANNEL TO CMP-CHANNEL
                   MOVE WS-RECEIVED-DATE TO CMP-RECEIVED-DATE
                   MOVE CTX-OWNER TO CMP-OWNER
                   COMPUTE WS-DEADLINE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
                       + WS-RESPONSE-DAYS
                   COMPUTE CMP-DEADLINE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INTEGER)
                   MOVE "O" TO CMP-STATUS
                   MOVE ZERO TO CMP-RESOLVED-DATE
                   MOVE ZERO TO CMP-REDRESS-AMOUNT
                   MOVE ZERO TO CMP-REDRESS-PAID-DATE
                   ADD 1 TO WS-CMP-TABLE-COUNT
                   MOVE COMPLAINT-RECORD
                       TO WS-CMP-ENTRY (WS-CMP-TABLE-COUNT)
                   MOVE SPACES TO REPORT-LINE
                   STRING "OPENED   " DELIMITED BY SIZE
                       CMP-COMPLAINT-ID DELIMITED BY SIZE
                       " COMPANY=" DELIMITED BY SIZE
                       CMP-COMPANY-ID DELIMITED BY SIZE
                       " CONTRACT=" DELIMITED BY SIZE
                       CMP-CONTRACT-NUMBER DELIMITED BY SIZE
                       " CATEGORY=" DELIMITED BY SIZE
                       CMP-CATEGORY DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       CMP-OWNER DELIMITED BY SIZE
                       " DEADLINE=" DELIMITED BY SIZE
                       CMP-DEADLINE-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

      ****************************************************************************
      * Redress is paid through R058's refund path, which pays by contract:      *
      * the complaint must carry one, or the resolve must name it.               *
      ****************************************************************************
       2200-RESOLVE-COMPLAINT.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CMP-TABLE-COUNT
                      OR WS-HIT-SUB > ZERO
               MOVE WS-CMP-ENTRY (WS-SUB) TO COMPLAINT-RECORD
               IF CMP-COMPLAINT-ID = CTX-COMPLAINT-ID
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               IF CMP-CONTRACT-NUMBER = SPACES
                   MOVE CTX-CONTRACT-NUMBER TO CMP-CONTRACT-NUMBER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-HIT-SUB = ZERO
                   MOVE "NO SUCH COMPLAINT" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN NOT CMP-OPEN
                   MOVE "COMPLAINT NOT OPEN" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-RESOLUTION NOT = "U"
                   AND CTX-RESOLUTION NOT = "J"
                   AND CTX-RESOLUTION NOT = "P"
                   MOVE "UNKNOWN RESOLUTION CODE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-REDRESS-AMOUNT > ZERO
                   AND CTX-RESOLUTION = "J"
                   MOVE "REDRESS ON A REJECTED COMPLAINT" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-REDRESS-AMOUNT > ZERO
                   AND CMP-CONTRACT-NUMBER = SPACES
                   MOVE "REDRESS WITH NO CONTRACT TO PAY THROUGH"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE "R" TO CMP-STATUS
                   MOVE CTX-RESOLUTION TO CMP-RESOLUTION
                   MOVE CTX-ROOT-CAUSE TO CMP-ROOT-CAUSE
                   MOVE WS-CURRENT-DATE-NUM TO CMP-RESOLVED-DATE
                   MOVE CTX-REDRESS-AMOUNT TO CMP-REDRESS-AMOUNT
                   IF CTX-REDRESS-AMOUNT > ZERO
                       MOVE "P" TO CMP-REDRESS-STATUS
                   ELSE
                       MOVE SPACE TO CMP-REDRESS-STATUS
                   END-IF
                   MOVE COMPLAINT-RECORD TO WS-CMP-ENTRY (WS-HIT-SUB)
                   MOVE CMP-REDRESS-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "RESOLVED " DELIMITED BY SIZE
                       CMP-COMPLAINT-ID DELIMITED BY SIZE
                       " OUTCOME=" DELIMITED BY SIZE
                       CMP-RESOLUTION DELIMITED BY SIZE
                       " CAUSE=" DELIMITED BY SIZE
                       CMP-ROOT-CAUSE DELIMITED BY SIZE
                       " REDRESS=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       CMP-OWNER DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2900-REFUSE-TRANSACTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               CTX-COMPLAINT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTX-COMPANY-ID DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               CTX-ACTION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-COMPLAINTS.
           OPEN OUTPUT CMP-OUT-FILE
           OPEN OUTPUT SUPP-FILE
           OPEN OUTPUT REDRESS-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CMP-TABLE-COUNT
               MOVE WS-CMP-ENTRY (WS-SUB) TO COMPLAINT-RECORD
               WRITE COMPLAINT-RECORD
               IF CMP-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   IF CMP-CONTRACT-NUMBER NOT = SPACES
                       MOVE CMP-CONTRACT-NUMBER
                           TO SUPP-CONTRACT-NUMBER
                       WRITE SUPP-CONTRACT-NUMBER
                   END-IF
               END-IF
               IF CMP-REDRESS-PENDING
                   ADD 1 TO WS-REDRESS-DUE-COUNT
                   MOVE COMPLAINT-RECORD TO REDRESS-RECORD
                   WRITE REDRESS-RECORD
               END-IF
           END-PERFORM
           CLOSE CMP-OUT-FILE
           CLOSE SUPP-FILE
           CLOSE REDRESS-FILE.

      ****************************************************************************
      * Deadline breaches: every complaint still open once its final             *
      * response was due, with how many days over, for the owners'               *
      * managers.                                                                *
      ****************************************************************************
       4000-WRITE-DEADLINE-BREACHES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPLAINTS OPEN PAST RESPONSE DEADLINE AT "
               DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CMP-TABLE-COUNT
               MOVE WS-CMP-ENTRY (WS-SUB) TO COMPLAINT-RECORD
               IF CMP-OPEN
                   AND CMP-DEADLINE-DATE < WS-CURRENT-DATE-NUM
                   ADD 1 TO WS-PAST-DEADLINE-COUNT
                   COMPUTE WS-DAYS-OVER = WS-CURRENT-INTEGER
                       - FUNCTION INTEGER-OF-DATE (CMP-DEADLINE-DATE)
                   MOVE WS-DAYS-OVER TO WS-DAYS-OVER-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       CMP-COMPLAINT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CMP-COMPANY-ID DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       CMP-OWNER DELIMITED BY SIZE
                       " CATEGORY=" DELIMITED BY SIZE
                       CMP-CATEGORY DELIMITED BY SIZE
                       " RECEIVED=" DELIMITED BY SIZE
                       CMP-RECEIVED-DATE DELIMITED BY SIZE
                       " DAYS-OVER=" DELIMITED BY SIZE
                       WS-DAYS-OVER-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-PAST-DEADLINE-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
