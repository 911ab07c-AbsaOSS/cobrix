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
      * R195-COMPLAINT-MONTHLY                                                   *
      *                                                                          *
      * Monthly complaints report off R194's register (CMPOUT) for the           *
      * month named on the close request (PERIODREQ, YYYYMM), else the           *
      * business month. By category - D dunning, B wrong balance, R refund       *
      * delay, E data error - it counts complaints received in the month,        *
      * resolved in the month and of those upheld in whole or part, those        *
      * still open at month end, and the redress awarded. It then lists          *
      * every deadline breach the month saw: a complaint answered in the         *
      * month after its final-response deadline, or still open at month end      *
      * with the deadline passed, with the days over. Last, the programs         *
      * most often implicated: the root cause recorded on complaints upheld      *
      * in whole or part during the month, ranked by count with the              *
      * category split and redress, so repeat causes - wrong-balance             *
      * complaints after R123 amendments, say - show at the top. CMPMTH          *
      * carries the report.                                                      *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R195-COMPLAINT-MONTHLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PERIODREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CMP-FILE ASSIGN TO "CMPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CMPMTH"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "period-close-request".

       FD  CMP-FILE.
       COPY "complaint-record".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-CMP-STATUS            PIC XX.
           88  WS-CMP-NOT-FOUND             VALUE "35".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       COPY "cycle-date-parm".

       01  WS-PERIOD                PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-X REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-MONTH-START           PIC 9(8)   VALUE ZERO.
       01  WS-MONTH-END             PIC 9(8)   VALUE ZERO.
       01  WS-NEXT-MONTH-START      PIC 9(8)   VALUE ZERO.
       01  WS-END-INTEGER           PIC S9(9)  VALUE ZERO.
       01  WS-ANSWER-DATE           PIC 9(8)   VALUE ZERO.
       01  WS-DAYS-OVER             PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-OVER-EDIT        PIC ZZZZ9.

       01  WS-CATEGORY-CODES        PIC X(4)   VALUE "DBRE".
       01  WS-CATEGORY-NAMES.
           05  FILLER               PIC X(14)  VALUE "DUNNING".
           05  FILLER               PIC X(14)  VALUE "WRONG BALANCE".
           05  FILLER               PIC X(14)  VALUE "REFUND DELAY".
           05  FILLER               PIC X(14)  VALUE "DATA ERROR".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME     PIC X(14)  OCCURS 4 TIMES.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY         OCCURS 5 TIMES.
               10  WS-CAT-RECEIVED      PIC 9(7).
               10  WS-CAT-RESOLVED      PIC 9(7).
               10  WS-CAT-UPHELD        PIC 9(7).
               10  WS-CAT-OPEN          PIC 9(7).
               10  WS-CAT-BREACHED      PIC 9(7).
               10  WS-CAT-REDRESS       PIC 9(11)V99.
       01  WS-CAT-SUB               PIC 9(1)   VALUE ZERO.

       01  WS-CAUSE-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENTRY       OCCURS 200 TIMES.
               10  WS-CAUSE-PROGRAM     PIC X(4).
               10  WS-CAUSE-COUNT       PIC 9(7).
               10  WS-CAUSE-CAT-COUNT   PIC 9(7)   OCCURS 4 TIMES.
               10  WS-CAUSE-REDRESS     PIC 9(11)V99.
               10  WS-CAUSE-RANKED      PIC X(1).
       01  WS-CAUSE-HIT             PIC 9(3)   VALUE ZERO.
       01  WS-CAUSE-KEY             PIC X(4)   VALUE SPACES.
       01  WS-MAX-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-MAX-COUNT             PIC 9(7)   VALUE ZERO.
       01  WS-RANK                  PIC 9(3)   VALUE ZERO.
       01  WS-RANK-EDIT             PIC ZZ9.

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-COUNT-EDIT-1          PIC Z(6)9.
       01  WS-COUNT-EDIT-2          PIC Z(6)9.
       01  WS-COUNT-EDIT-3          PIC Z(6)9.
       01  WS-COUNT-EDIT-4          PIC Z(6)9.
       01  WS-COUNT-EDIT-5          PIC Z(6)9.
       01  WS-AMOUNT-EDIT           PIC Z(10)9.99.

       01  WS-READ-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-BREACH-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CAUSE-COUNT-TOTAL     PIC 9(9)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R195" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-PERIOD
           PERFORM 1000-READ-PERIOD-REQUEST
           PERFORM 1100-SET-MONTH-BOUNDS
           INITIALIZE WS-CAT-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE "*** CUSTOMER COMPLAINTS - MONTHLY ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MONTH-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-MONTH-END DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEADLINE BREACHES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-SCAN-REGISTER
           IF WS-BREACH-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3000-WRITE-CATEGORY-VOLUMES
           PERFORM 4000-RANK-ROOT-CAUSES
           CLOSE REPORT-FILE
           DISPLAY "R195: PERIOD                 " WS-PERIOD
           DISPLAY "R195: COMPLAINTS READ        " WS-READ-COUNT
           DISPLAY "R195: DEADLINE BREACHES      " WS-BREACH-COUNT
           DISPLAY "R195: ROOT CAUSES RANKED     " WS-CAUSE-TABLE-COUNT
           IF WS-OVERFLOW
               DISPLAY "R195: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PERIOD-REQUEST.
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-NOT-FOUND
               READ REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRQ-PERIOD TO WS-PERIOD
               END-READ
               CLOSE REQUEST-FILE
           END-IF.

       1100-SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-END-INTEGER).

       2000-SCAN-REGISTER.
           OPEN INPUT CMP-FILE
           IF WS-CMP-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CMP-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-COUNT-ONE-COMPLAINT
               READ CMP-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CMP-NOT-FOUND
               CLOSE CMP-FILE
           END-IF.

      ****************************************************************************
      * The fifth category row takes any code the register no longer             *
      * recognises, so the totals still foot. Open at month end means            *
      * received by then and not resolved by then - the register may have        *
      * moved on since.                                                          *
      ****************************************************************************
       2100-COUNT-ONE-COMPLAINT.
           MOVE 5 TO WS-CAT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               IF WS-CATEGORY-CODES (WS-SUB:1) = CMP-CATEGORY
                   MOVE WS-SUB TO WS-CAT-SUB
               END-IF
           END-PERFORM
           IF CMP-RECEIVED-DATE >= WS-MONTH-START
               AND CMP-RECEIVED-DATE <= WS-MONTH-END
               ADD 1 TO WS-CAT-RECEIVED (WS-CAT-SUB)
           END-IF
           IF CMP-RESOLVED
               AND CMP-RESOLVED-DATE >= WS-MONTH-START
               AND CMP-RESOLVED-DATE <= WS-MONTH-END
               ADD 1 TO WS-CAT-RESOLVED (WS-CAT-SUB)
               ADD CMP-REDRESS-AMOUNT TO WS-CAT-REDRESS (WS-CAT-SUB)
               IF CMP-UPHELD OR CMP-PARTLY-UPHELD
                   ADD 1 TO WS-CAT-UPHELD (WS-CAT-SUB)
                   PERFORM 2300-COUNT-ROOT-CAUSE
               END-IF
           END-IF
           MOVE ZERO TO WS-ANSWER-DATE
           IF CMP-RECEIVED-DATE <= WS-MONTH-END
               IF CMP-OPEN OR CMP-RESOLVED-DATE > WS-MONTH-END
                   ADD 1 TO WS-CAT-OPEN (WS-CAT-SUB)
                   IF CMP-DEADLINE-DATE < WS-MONTH-END
                       MOVE WS-MONTH-END TO WS-ANSWER-DATE
                   END-IF
               ELSE
                   IF CMP-RESOLVED-DATE >= WS-MONTH-START
                       AND CMP-RESOLVED-DATE > CMP-DEADLINE-DATE
                       MOVE CMP-RESOLVED-DATE TO WS-ANSWER-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-ANSWER-DATE > ZERO
               PERFORM 2200-WRITE-BREACH
           END-IF.

       2200-WRITE-BREACH.
           ADD 1 TO WS-BREACH-COUNT
           ADD 1 TO WS-CAT-BREACHED (WS-CAT-SUB)
           COMPUTE WS-DAYS-OVER =
               FUNCTION INTEGER-OF-DATE (WS-ANSWER-DATE)
               - FUNCTION INTEGER-OF-DATE (CMP-DEADLINE-DATE)
           MOVE WS-DAYS-OVER TO WS-DAYS-OVER-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               CMP-COMPLAINT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-COMPANY-ID DELIMITED BY SIZE
               " CATEGORY=" DELIMITED BY SIZE
               CMP-CATEGORY DELIMITED BY SIZE
               " OWNER=" DELIMITED BY SIZE
               CMP-OWNER DELIMITED BY SIZE
               " RECEIVED=" DELIMITED BY SIZE
               CMP-RECEIVED-DATE DELIMITED BY SIZE
               " DEADLINE=" DELIMITED BY SIZE
               CMP-DEADLINE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-ANSWER-DATE = WS-MONTH-END
               AND (CMP-OPEN OR CMP-RESOLVED-DATE > WS-MONTH-END)
               MOVE " OPEN AT MONTH END" TO REPORT-LINE (86:18)
           ELSE
               MOVE " ANSWERED=" TO REPORT-LINE (86:10)
               MOVE CMP-RESOLVED-DATE TO REPORT-LINE (96:8)
           END-IF
           MOVE " DAYS-OVER=" TO REPORT-LINE (104:11)
           MOVE WS-DAYS-OVER-EDIT TO REPORT-LINE (115:5)
           WRITE REPORT-LINE.

      ****************************************************************************
      * Root causes are the program codes the resolver recorded; a               *
      * complaint upheld with none recorded is counted under NONE so the         *
      * gap shows.                                                               *
      ****************************************************************************
       2300-COUNT-ROOT-CAUSE.
           MOVE CMP-ROOT-CAUSE TO WS-CAUSE-KEY
           IF WS-CAUSE-KEY = SPACES
               MOVE "NONE" TO WS-CAUSE-KEY
           END-IF
           MOVE ZERO TO WS-CAUSE-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAUSE-TABLE-COUNT
                      OR WS-CAUSE-HIT > ZERO
               IF WS-CAUSE-PROGRAM (WS-SUB) = WS-CAUSE-KEY
                   MOVE WS-SUB TO WS-CAUSE-HIT
               END-IF
           END-PERFORM
           IF WS-CAUSE-HIT = ZERO
               IF WS-CAUSE-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CAUSE-TABLE-COUNT
                   MOVE WS-CAUSE-TABLE-COUNT TO WS-CAUSE-HIT
                   INITIALIZE WS-CAUSE-ENTRY (WS-CAUSE-HIT)
                   MOVE WS-CAUSE-KEY TO WS-CAUSE-PROGRAM (WS-CAUSE-HIT)
                   MOVE "N" TO WS-CAUSE-RANKED (WS-CAUSE-HIT)
               END-IF
           END-IF
           IF WS-CAUSE-HIT > ZERO
               ADD 1 TO WS-CAUSE-COUNT (WS-CAUSE-HIT)
               ADD CMP-REDRESS-AMOUNT TO WS-CAUSE-REDRESS (WS-CAUSE-HIT)
               IF WS-CAT-SUB < 5
                   ADD 1 TO
                       WS-CAUSE-CAT-COUNT (WS-CAUSE-HIT, WS-CAT-SUB)
               END-IF
           END-IF.

       3000-WRITE-CATEGORY-VOLUMES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VOLUMES BY CATEGORY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CATEGORY        RECEIVED RESOLVED   UPHELD"
               DELIMITED BY SIZE
               "  OPEN-ME BREACHED      REDRESS AWARDED"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 5
               IF WS-CAT-SUB < 5
                   OR WS-CAT-RECEIVED (5) > ZERO
                   OR WS-CAT-OPEN (5) > ZERO
                   OR WS-CAT-RESOLVED (5) > ZERO
                   PERFORM 3100-WRITE-CATEGORY-LINE
               END-IF
           END-PERFORM.

       3100-WRITE-CATEGORY-LINE.
           MOVE WS-CAT-RECEIVED (WS-CAT-SUB) TO WS-COUNT-EDIT-1
           MOVE WS-CAT-RESOLVED (WS-CAT-SUB) TO WS-COUNT-EDIT-2
           MOVE WS-CAT-UPHELD (WS-CAT-SUB) TO WS-COUNT-EDIT-3
           MOVE WS-CAT-OPEN (WS-CAT-SUB) TO WS-COUNT-EDIT-4
           MOVE WS-CAT-BREACHED (WS-CAT-SUB) TO WS-COUNT-EDIT-5
           MOVE WS-CAT-REDRESS (WS-CAT-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           IF WS-CAT-SUB < 5
               MOVE WS-CATEGORY-NAME (WS-CAT-SUB) TO REPORT-LINE (3:14)
           ELSE
               MOVE "OTHER CODES" TO REPORT-LINE (3:14)
           END-IF
           MOVE WS-COUNT-EDIT-1 TO REPORT-LINE (20:7)
           MOVE WS-COUNT-EDIT-2 TO REPORT-LINE (29:7)
           MOVE WS-COUNT-EDIT-3 TO REPORT-LINE (38:7)
           MOVE WS-COUNT-EDIT-4 TO REPORT-LINE (47:7)
           MOVE WS-COUNT-EDIT-5 TO REPORT-LINE (56:7)
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE (70:14)
           WRITE REPORT-LINE.

       4000-RANK-ROOT-CAUSES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROGRAMS MOST OFTEN IMPLICATED - UPHELD IN THE MONTH"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  RANK CAUSE    UPHELD  DUNNING  BALANCE   REFUND"
               DELIMITED BY SIZE
               "     DATA   REDRESS AWARDED" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-RANK
           PERFORM WS-CAUSE-TABLE-COUNT TIMES
               MOVE ZERO TO WS-MAX-SUB
               MOVE ZERO TO WS-MAX-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAUSE-TABLE-COUNT
                   IF WS-CAUSE-RANKED (WS-SUB) NOT = "Y"
                       AND (WS-MAX-SUB = ZERO
                           OR WS-CAUSE-COUNT (WS-SUB) > WS-MAX-COUNT)
                       MOVE WS-SUB TO WS-MAX-SUB
                       MOVE WS-CAUSE-COUNT (WS-SUB) TO WS-MAX-COUNT
                   END-IF
               END-PERFORM
               IF WS-MAX-SUB > ZERO
                   MOVE "Y" TO WS-CAUSE-RANKED (WS-MAX-SUB)
                   ADD 1 TO WS-RANK
                   PERFORM 4100-WRITE-CAUSE-LINE
               END-IF
           END-PERFORM
           IF WS-CAUSE-TABLE-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-WRITE-CAUSE-LINE.
           MOVE WS-RANK TO WS-RANK-EDIT
           MOVE WS-CAUSE-COUNT (WS-MAX-SUB) TO WS-COUNT-EDIT-1
           MOVE WS-CAUSE-CAT-COUNT (WS-MAX-SUB, 1) TO WS-COUNT-EDIT-2
           MOVE WS-CAUSE-CAT-COUNT (WS-MAX-SUB, 2) TO WS-COUNT-EDIT-3
           MOVE WS-CAUSE-CAT-COUNT (WS-MAX-SUB, 3) TO WS-COUNT-EDIT-4
           MOVE WS-CAUSE-CAT-COUNT (WS-MAX-SUB, 4) TO WS-COUNT-EDIT-5
           MOVE WS-CAUSE-REDRESS (WS-MAX-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RANK-EDIT TO REPORT-LINE (4:3)
           MOVE WS-CAUSE-PROGRAM (WS-MAX-SUB) TO REPORT-LINE (8:4)
           MOVE WS-COUNT-EDIT-1 TO REPORT-LINE (16:7)
           MOVE WS-COUNT-EDIT-2 TO REPORT-LINE (25:7)
           MOVE WS-COUNT-EDIT-3 TO REPORT-LINE (34:7)
           MOVE WS-COUNT-EDIT-4 TO REPORT-LINE (43:7)
           MOVE WS-COUNT-EDIT-5 TO REPORT-LINE (52:7)
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE (63:14)
           WRITE REPORT-LINE.
