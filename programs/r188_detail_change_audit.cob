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
      * R188-DETAIL-CHANGE-AUDIT                                                 *
      *                                                                          *
      * Audit of changes to customers' bank and refund payee details.            *
      * Reads the BANKCHG log (detail-change.cpy) that R102 appends for          *
      * debit mandate accounts and R058 for refund payees, and pairs each        *
      * change with what became of it: verified by call-back (and by             *
      * whom), refused verifications along the way, expired unverified,          *
      * replaced by a later change before it was verified, or still              *
      * pending. Every change is listed on BANKCHGRPT with the user who          *
      * made it, the user who verified it and the days the verification          *
      * took - or, for one still pending, the days it has waited so far -        *
      * followed by the old and new details and a summary of the counts          *
      * and the average and longest time to verify.                              *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R188-DETAIL-CHANGE-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "BANKCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BANKCHGRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
       COPY "detail-change".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-LOG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-LOG-EOF                      VALUE "Y".
       01  WS-LOG-STATUS            PIC XX.
           88  WS-LOG-NOT-FOUND             VALUE "35".

       01  WS-CHG-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY         OCCURS 2000 TIMES.
               10  WS-CHG-SOURCE        PIC X(4).
               10  WS-CHG-CONTRACT      PIC X(15).
               10  WS-CHG-OLD           PIC X(50).
               10  WS-CHG-NEW           PIC X(50).
               10  WS-CHG-CHANGED-BY    PIC X(8).
               10  WS-CHG-CHANGED-DATE  PIC 9(8).
               10  WS-CHG-OUTCOME       PIC X(1).
               10  WS-CHG-ACTIONED-BY   PIC X(8).
               10  WS-CHG-OUTCOME-DATE  PIC 9(8).
               10  WS-CHG-REFUSALS      PIC 9(3).
       01  WS-CHG-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CHG-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-DAYS                  PIC S9(7)  VALUE ZERO.
       01  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-REFUSALS-EDIT         PIC ZZ9.
       01  WS-OUTCOME-TEXT          PIC X(9)   VALUE SPACES.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.

       01  WS-EVENTS-READ           PIC 9(9)   VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-VERIFIED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REPLACED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-VERIFY-DAYS-TOTAL     PIC 9(9)   VALUE ZERO.
       01  WS-VERIFY-DAYS-MAX       PIC 9(5)   VALUE ZERO.
       01  WS-VERIFY-DAYS-AVG       PIC 9(5)V9 VALUE ZERO.
       01  WS-AVG-EDIT              PIC ZZZZ9.9.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R188" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-CHANGE-LOG
           OPEN OUTPUT REPORT-FILE
           MOVE "*** BANK AND PAYEE DETAIL CHANGE AUDIT ***"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-TABLE-COUNT
               PERFORM 2000-REPORT-ONE-CHANGE
           END-PERFORM
           PERFORM 3000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "R188: CHANGE EVENTS READ     " WS-EVENTS-READ
           DISPLAY "R188: CHANGES VERIFIED       " WS-VERIFIED-COUNT
           DISPLAY "R188: CHANGES EXPIRED        " WS-EXPIRED-COUNT
           DISPLAY "R188: CHANGES REPLACED       " WS-REPLACED-COUNT
           DISPLAY "R188: CHANGES PENDING        " WS-PENDING-COUNT
           DISPLAY "R188: VERIFICATIONS REFUSED  " WS-REFUSED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R188: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Each change (C) opens an entry; a verification (V) or expiry (X)         *
      * closes the latest open entry for the same source and contract, and       *
      * a refusal (R) is counted against it. A second change while the           *
      * first is still open replaces it.                                         *
      ****************************************************************************
       1000-LOAD-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-LOG-NOT-FOUND
               SET WS-LOG-EOF TO TRUE
           ELSE
               READ CHANGE-LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               ADD 1 TO WS-EVENTS-READ
               PERFORM 1100-FIND-OPEN-CHANGE
               EVALUATE TRUE
                   WHEN DCL-CHANGED
                       PERFORM 1200-OPEN-CHANGE
                   WHEN WS-CHG-HIT = ZERO
                       ADD 1 TO WS-UNMATCHED-COUNT
                   WHEN DCL-VERIFIED OR DCL-EXPIRED
                       MOVE DCL-EVENT TO WS-CHG-OUTCOME (WS-CHG-HIT)
                       MOVE DCL-ACTIONED-BY
                           TO WS-CHG-ACTIONED-BY (WS-CHG-HIT)
                       MOVE DCL-EVENT-DATE
                           TO WS-CHG-OUTCOME-DATE (WS-CHG-HIT)
                   WHEN DCL-REFUSED
                       ADD 1 TO WS-CHG-REFUSALS (WS-CHG-HIT)
                       ADD 1 TO WS-REFUSED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-UNMATCHED-COUNT
               END-EVALUATE
               READ CHANGE-LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LOG-NOT-FOUND
               CLOSE CHANGE-LOG-FILE
           END-IF.

       1100-FIND-OPEN-CHANGE.
           MOVE ZERO TO WS-CHG-HIT
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-TABLE-COUNT
               IF WS-CHG-SOURCE (WS-CHG-SUB) = DCL-SOURCE
                   AND WS-CHG-CONTRACT (WS-CHG-SUB)
                       = DCL-CONTRACT-NUMBER
                   AND WS-CHG-OUTCOME (WS-CHG-SUB) = "P"
                   MOVE WS-CHG-SUB TO WS-CHG-HIT
               END-IF
           END-PERFORM.

       1200-OPEN-CHANGE.
           IF WS-CHG-HIT > ZERO
               MOVE "S" TO WS-CHG-OUTCOME (WS-CHG-HIT)
               MOVE DCL-CHANGED-BY TO WS-CHG-ACTIONED-BY (WS-CHG-HIT)
               MOVE DCL-EVENT-DATE TO WS-CHG-OUTCOME-DATE (WS-CHG-HIT)
           END-IF
           IF WS-CHG-TABLE-COUNT >= 2000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-CHG-TABLE-COUNT
               MOVE WS-CHG-TABLE-COUNT TO WS-CHG-HIT
               MOVE DCL-SOURCE TO WS-CHG-SOURCE (WS-CHG-HIT)
               MOVE DCL-CONTRACT-NUMBER TO WS-CHG-CONTRACT (WS-CHG-HIT)
               MOVE DCL-OLD-DETAILS TO WS-CHG-OLD (WS-CHG-HIT)
               MOVE DCL-NEW-DETAILS TO WS-CHG-NEW (WS-CHG-HIT)
               MOVE DCL-CHANGED-BY TO WS-CHG-CHANGED-BY (WS-CHG-HIT)
               MOVE DCL-CHANGED-DATE
                   TO WS-CHG-CHANGED-DATE (WS-CHG-HIT)
               MOVE "P" TO WS-CHG-OUTCOME (WS-CHG-HIT)
               MOVE SPACES TO WS-CHG-ACTIONED-BY (WS-CHG-HIT)
               MOVE ZERO TO WS-CHG-OUTCOME-DATE (WS-CHG-HIT)
               MOVE ZERO TO WS-CHG-REFUSALS (WS-CHG-HIT)
           END-IF.

      ****************************************************************************
      * Days taken run from the change to its verification, expiry or            *
      * replacement; a change still pending is aged to the business date.        *
      ****************************************************************************
       2000-REPORT-ONE-CHANGE.
           IF WS-CHG-OUTCOME (WS-CHG-SUB) = "P"
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-CHG-CHANGED-DATE (WS-CHG-SUB))
           ELSE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CHG-OUTCOME-DATE (WS-CHG-SUB))
                   - FUNCTION INTEGER-OF-DATE
                       (WS-CHG-CHANGED-DATE (WS-CHG-SUB))
           END-IF
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           EVALUATE WS-CHG-OUTCOME (WS-CHG-SUB)
               WHEN "V"
                   MOVE "VERIFIED " TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-VERIFIED-COUNT
                   ADD WS-DAYS TO WS-VERIFY-DAYS-TOTAL
                   IF WS-DAYS > WS-VERIFY-DAYS-MAX
                       MOVE WS-DAYS TO WS-VERIFY-DAYS-MAX
                   END-IF
               WHEN "X"
                   MOVE "EXPIRED  " TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN "S"
                   MOVE "REPLACED " TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-REPLACED-COUNT
               WHEN OTHER
                   MOVE "PENDING  " TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           MOVE WS-DAYS TO WS-DAYS-EDIT
           MOVE WS-CHG-REFUSALS (WS-CHG-SUB) TO WS-REFUSALS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHG-SOURCE (WS-CHG-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHG-CONTRACT (WS-CHG-SUB) DELIMITED BY SIZE
               " CHANGED " DELIMITED BY SIZE
               WS-CHG-CHANGED-DATE (WS-CHG-SUB) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-CHG-CHANGED-BY (WS-CHG-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OUTCOME-TEXT DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-CHG-ACTIONED-BY (WS-CHG-SUB) DELIMITED BY SIZE
               " DAYS=" DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " REFUSED=" DELIMITED BY SIZE
               WS-REFUSALS-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     OLD=" DELIMITED BY SIZE
               WS-CHG-OLD (WS-CHG-SUB) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               WS-CHG-NEW (WS-CHG-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-SUMMARY.
           IF WS-VERIFIED-COUNT > ZERO
               COMPUTE WS-VERIFY-DAYS-AVG ROUNDED =
                   WS-VERIFY-DAYS-TOTAL / WS-VERIFIED-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHG-TABLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES LOGGED         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "VERIFIED               " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "EXPIRED UNVERIFIED     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REPLACED BEFORE VERIFY " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "STILL PENDING          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "VERIFICATIONS REFUSED  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "EVENTS WITHOUT CHANGE  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VERIFY-DAYS-AVG TO WS-AVG-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "AVERAGE DAYS TO VERIFY   " DELIMITED BY SIZE
               WS-AVG-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VERIFY-DAYS-MAX TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LONGEST DAYS TO VERIFY     " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
