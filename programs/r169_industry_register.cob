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
      * R169-INDUSTRY-REGISTER                                                   *
      *                                                                          *
      * Nightly maintenance of the company industry register                     *
      * (company-industry.cpy, INDIN to INDOUT), one classification code         *
      * per COMPANY-ID from the standard table INDCODES                          *
      * (industry-code.cpy). The codes R087 assigned to the day's new            *
      * companies (INDNEW) are merged first; maintenance transactions on         *
      * INDTXN then assign or change a company's code (A) or remove it (R).      *
      * A code not on INDCODES, a maintenance transaction for a company          *
      * not on COMPIN, or a removal with nothing to remove is refused on         *
      * the report and the register left as it was. INDRPT lists the             *
      * night's movements and then every company on COMPIN that is still         *
      * unclassified, or whose code has since left the table, so the book        *
      * R170 reports by sector is complete.                                      *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R169-INDUSTRY-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IND-IN-FILE ASSIGN TO "INDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IND-IN-STATUS.

           SELECT IND-OUT-FILE ASSIGN TO "INDOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IND-NEW-FILE ASSIGN TO "INDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IND-NEW-STATUS.

           SELECT TXN-FILE ASSIGN TO "INDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INDCODE-FILE ASSIGN TO "INDCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDCODE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "INDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IND-IN-FILE.
       COPY "company-industry" REPLACING COMPANY-INDUSTRY-RECORD
           BY IND-IN-RECORD.

       FD  IND-OUT-FILE.
       COPY "company-industry".

       FD  IND-NEW-FILE.
       COPY "company-industry" REPLACING COMPANY-INDUSTRY-RECORD
           BY IND-NEW-RECORD.

       FD  TXN-FILE.
       01  INDUSTRY-TXN-RECORD.
           05  IDX-COMPANY-ID           PIC X(10).
           05  IDX-ACTION               PIC X(1).
               88  IDX-ASSIGN                   VALUE "A".
               88  IDX-REMOVE                   VALUE "R".
           05  IDX-INDUSTRY-CODE        PIC X(5).

       FD  INDCODE-FILE.
       COPY "industry-code".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IND-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-IND-IN-EOF                   VALUE "Y".
       01  WS-IND-IN-STATUS         PIC XX.
           88  WS-IND-IN-NOT-FOUND          VALUE "35".
       01  WS-IND-NEW-EOF-FLAG      PIC X      VALUE "N".
           88  WS-IND-NEW-EOF                  VALUE "Y".
       01  WS-IND-NEW-STATUS        PIC XX.
           88  WS-IND-NEW-NOT-FOUND         VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-INDCODE-EOF-FLAG      PIC X      VALUE "N".
           88  WS-INDCODE-EOF                  VALUE "Y".
       01  WS-INDCODE-STATUS        PIC XX.
           88  WS-INDCODE-NOT-FOUND         VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".

       01  WS-IND-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-IND-TABLE.
           05  WS-IND-ENTRY         OCCURS 1000 TIMES.
               10  WS-IND-COMPANY       PIC X(10).
               10  WS-IND-CODE          PIC X(5).
               10  WS-IND-EFFECTIVE     PIC 9(8).
               10  WS-IND-SOURCE        PIC X(1).
               10  WS-IND-REMOVED       PIC X(1).

       01  WS-INDCODE-TABLE-COUNT   PIC 9(4)   VALUE ZERO.
       01  WS-INDCODE-TABLE.
           05  WS-INDCODE-CODE      PIC X(5)   OCCURS 1000 TIMES.

       01  WS-COMP-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 1000 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CODE-HIT-FLAG         PIC X      VALUE "N".
           88  WS-CODE-HIT                     VALUE "Y".
       01  WS-COMP-HIT-FLAG         PIC X      VALUE "N".
           88  WS-COMP-HIT                     VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CHECK-CODE            PIC X(5)   VALUE SPACES.
       01  WS-CHECK-COMPANY         PIC X(10)  VALUE SPACES.
       01  WS-CHECK-SOURCE          PIC X(1)   VALUE SPACE.
       01  WS-ACTION-TAG            PIC X(8)   VALUE SPACES.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-ONBOARDED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-ASSIGNED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-UNCLASSIFIED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-STALE-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R169" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-REGISTER
           PERFORM 1100-LOAD-INDUSTRY-CODES
           PERFORM 1200-LOAD-COMPANIES
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-MERGE-ONBOARDED
           PERFORM 2500-APPLY-TRANSACTIONS
           PERFORM 3000-WRITE-REGISTER
           PERFORM 4000-LIST-UNCLASSIFIED
           CLOSE REPORT-FILE
           DISPLAY "R169: ONBOARDING CODES MERGED" WS-ONBOARDED-COUNT
           DISPLAY "R169: CODES ASSIGNED         " WS-ASSIGNED-COUNT
           DISPLAY "R169: CODES REMOVED          " WS-REMOVED-COUNT
           DISPLAY "R169: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R169: COMPANIES UNCLASSIFIED " WS-UNCLASSIFIED-COUNT
           DISPLAY "R169: CODES OFF THE TABLE    " WS-STALE-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R169: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-REGISTER.
           OPEN INPUT IND-IN-FILE
           IF WS-IND-IN-NOT-FOUND
               SET WS-IND-IN-EOF TO TRUE
           ELSE
               READ IND-IN-FILE
                   AT END SET WS-IND-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-IND-IN-EOF
               IF WS-IND-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-IND-TABLE-COUNT
                   MOVE CI-COMPANY-ID OF IND-IN-RECORD
                       TO WS-IND-COMPANY (WS-IND-TABLE-COUNT)
                   MOVE CI-INDUSTRY-CODE OF IND-IN-RECORD
                       TO WS-IND-CODE (WS-IND-TABLE-COUNT)
                   MOVE CI-EFFECTIVE-DATE OF IND-IN-RECORD
                       TO WS-IND-EFFECTIVE (WS-IND-TABLE-COUNT)
                   MOVE CI-SOURCE OF IND-IN-RECORD
                       TO WS-IND-SOURCE (WS-IND-TABLE-COUNT)
                   MOVE "N" TO WS-IND-REMOVED (WS-IND-TABLE-COUNT)
               END-IF
               READ IND-IN-FILE
                   AT END SET WS-IND-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-IND-IN-NOT-FOUND
               CLOSE IND-IN-FILE
           END-IF.

       1100-LOAD-INDUSTRY-CODES.
           OPEN INPUT INDCODE-FILE
           IF WS-INDCODE-NOT-FOUND
               SET WS-INDCODE-EOF TO TRUE
           ELSE
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INDCODE-EOF
               IF WS-INDCODE-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-INDCODE-TABLE-COUNT
                   MOVE IC-CODE
                       TO WS-INDCODE-CODE (WS-INDCODE-TABLE-COUNT)
               END-IF
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INDCODE-NOT-FOUND
               CLOSE INDCODE-FILE
           END-IF.

       1200-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 1000
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
      * R087's codes were edited against INDCODES when the company was           *
      * keyed; they are checked again here in case the table moved since.        *
      * The company itself reaches COMPIN only next cycle, so it is not          *
      * looked for there.                                                        *
      ****************************************************************************
       2000-MERGE-ONBOARDED.
           OPEN INPUT IND-NEW-FILE
           IF WS-IND-NEW-NOT-FOUND
               SET WS-IND-NEW-EOF TO TRUE
           ELSE
               READ IND-NEW-FILE
                   AT END SET WS-IND-NEW-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-IND-NEW-EOF
               MOVE CI-COMPANY-ID OF IND-NEW-RECORD TO WS-CHECK-COMPANY
               MOVE CI-INDUSTRY-CODE OF IND-NEW-RECORD
                   TO WS-CHECK-CODE
               MOVE "O" TO WS-CHECK-SOURCE
               MOVE "ONBOARD " TO WS-ACTION-TAG
               PERFORM 2100-FIND-CODE
               IF WS-CODE-HIT
                   ADD 1 TO WS-ONBOARDED-COUNT
                   PERFORM 2200-SET-CODE
               ELSE
                   MOVE "UNKNOWN INDUSTRY CODE" TO WS-REASON
                   PERFORM 2900-REFUSE
               END-IF
               READ IND-NEW-FILE
                   AT END SET WS-IND-NEW-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-IND-NEW-NOT-FOUND
               CLOSE IND-NEW-FILE
           END-IF.

       2100-FIND-CODE.
           MOVE "N" TO WS-CODE-HIT-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INDCODE-TABLE-COUNT
               IF WS-INDCODE-CODE (WS-SUB) = WS-CHECK-CODE
                   SET WS-CODE-HIT TO TRUE
               END-IF
           END-PERFORM.

       2150-FIND-ENTRY.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IND-TABLE-COUNT
               IF WS-IND-COMPANY (WS-SUB) = WS-CHECK-COMPANY
                   AND WS-IND-REMOVED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM.

       2200-SET-CODE.
           PERFORM 2150-FIND-ENTRY
           IF WS-HIT-SUB = ZERO
               IF WS-IND-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-IND-TABLE-COUNT
                   MOVE WS-IND-TABLE-COUNT TO WS-HIT-SUB
                   MOVE WS-CHECK-COMPANY TO WS-IND-COMPANY (WS-HIT-SUB)
                   MOVE "N" TO WS-IND-REMOVED (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               MOVE WS-CHECK-CODE TO WS-IND-CODE (WS-HIT-SUB)
               MOVE WS-CURRENT-DATE-NUM TO WS-IND-EFFECTIVE (WS-HIT-SUB)
               MOVE WS-CHECK-SOURCE TO WS-IND-SOURCE (WS-HIT-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING WS-ACTION-TAG DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHECK-COMPANY DELIMITED BY SIZE
                   " CODE=" DELIMITED BY SIZE
                   WS-CHECK-CODE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2500-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               MOVE IDX-COMPANY-ID TO WS-CHECK-COMPANY
               MOVE IDX-INDUSTRY-CODE TO WS-CHECK-CODE
               MOVE "M" TO WS-CHECK-SOURCE
               MOVE "N" TO WS-COMP-HIT-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = IDX-COMPANY-ID
                       SET WS-COMP-HIT TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-COMP-HIT
                       MOVE "COMPANY NOT ON COMPANY FILE" TO WS-REASON
                       PERFORM 2900-REFUSE
                   WHEN IDX-ASSIGN
                       PERFORM 2600-ASSIGN-CODE
                   WHEN IDX-REMOVE
                       PERFORM 2700-REMOVE-CODE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                       PERFORM 2900-REFUSE
               END-EVALUATE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2600-ASSIGN-CODE.
           PERFORM 2100-FIND-CODE
           IF WS-CODE-HIT
               ADD 1 TO WS-ASSIGNED-COUNT
               MOVE "ASSIGNED" TO WS-ACTION-TAG
               PERFORM 2200-SET-CODE
           ELSE
               MOVE "UNKNOWN INDUSTRY CODE" TO WS-REASON
               PERFORM 2900-REFUSE
           END-IF.

       2700-REMOVE-CODE.
           PERFORM 2150-FIND-ENTRY
           IF WS-HIT-SUB = ZERO
               MOVE "COMPANY HAS NO INDUSTRY CODE" TO WS-REASON
               PERFORM 2900-REFUSE
           ELSE
               ADD 1 TO WS-REMOVED-COUNT
               MOVE "Y" TO WS-IND-REMOVED (WS-HIT-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING "REMOVED  " DELIMITED BY SIZE
                   WS-CHECK-COMPANY DELIMITED BY SIZE
                   " CODE=" DELIMITED BY SIZE
                   WS-IND-CODE (WS-HIT-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2900-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               WS-CHECK-COMPANY DELIMITED BY SIZE
               " CODE=" DELIMITED BY SIZE
               WS-CHECK-CODE DELIMITED BY SIZE
               " SOURCE=" DELIMITED BY SIZE
               WS-CHECK-SOURCE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-REGISTER.
           OPEN OUTPUT IND-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IND-TABLE-COUNT
               IF WS-IND-REMOVED (WS-SUB) = "N"
                   MOVE WS-IND-COMPANY (WS-SUB)
                       TO CI-COMPANY-ID OF COMPANY-INDUSTRY-RECORD
                   MOVE WS-IND-CODE (WS-SUB)
                       TO CI-INDUSTRY-CODE OF COMPANY-INDUSTRY-RECORD
                   MOVE WS-IND-EFFECTIVE (WS-SUB)
                       TO CI-EFFECTIVE-DATE OF COMPANY-INDUSTRY-RECORD
                   MOVE WS-IND-SOURCE (WS-SUB)
                       TO CI-SOURCE OF COMPANY-INDUSTRY-RECORD
                   WRITE COMPANY-INDUSTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE IND-OUT-FILE.

      ****************************************************************************
      * Every company on the master without a usable code: none at all, or       *
      * one the INDCODES table no longer carries.                                *
      ****************************************************************************
       4000-LIST-UNCLASSIFIED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPANIES WITHOUT A VALID INDUSTRY CODE AT "
               DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-ID (WS-SUB-2) TO WS-CHECK-COMPANY
               PERFORM 2150-FIND-ENTRY
               IF WS-HIT-SUB = ZERO
                   ADD 1 TO WS-UNCLASSIFIED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-COMP-ID (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COMP-NAME (WS-SUB-2) DELIMITED BY SIZE
                       " UNCLASSIFIED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE WS-IND-CODE (WS-HIT-SUB) TO WS-CHECK-CODE
                   PERFORM 2100-FIND-CODE
                   IF NOT WS-CODE-HIT
                       ADD 1 TO WS-STALE-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-COMP-ID (WS-SUB-2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-COMP-NAME (WS-SUB-2) DELIMITED BY SIZE
                           " CODE " DELIMITED BY SIZE
                           WS-CHECK-CODE DELIMITED BY SIZE
                           " NOT ON INDCODES" DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNCLASSIFIED-COUNT = ZERO AND WS-STALE-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
