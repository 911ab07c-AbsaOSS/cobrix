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
      * R173-KYC-REVIEW                                                          *
      *                                                                          *
      * Nightly periodic know-your-customer review scheduler. Every              *
      * company on COMPIN has a review record (kyc-review.cpy, KYCIN to          *
      * KYCOUT, keyed by COMPANY-ID); a company seen for the first time          *
      * is due for review at once. The risk tier sets the review cycle -         *
      * high (on the watchlist hold or graded D or E on GRADEOUT) every          *
      * year, medium (grade C or not yet graded) every three years, low          *
      * (grade A or B) every five years - and the next due date runs from        *
      * the last completed review, or from the expiry of the identity or         *
      * registration document on file if that comes sooner. Review               *
      * transactions on KYCTXN record a completed review (R, with the            *
      * review date - today if blank - and any documents taken) or a             *
      * document update alone (D); a transaction for a company not on            *
      * COMPIN, or with a review date in the future, is refused on the           *
      * report. A review overdue by more than parameter KYC-GRACE-DAYS           *
      * (default 30) restricts the company: KYCRESTR carries one line for        *
      * the company and one per contract on ENTIN, which R087, R033 and          *
      * R102 honour, and a warning goes to ALERTS the night it is first          *
      * imposed. Completing the review lifts the restriction. KYCRPT             *
      * lists the transactions, every review overdue or restricted, and          *
      * every tier change and restriction imposed or lifted.                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R173-KYC-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRADE-FILE ASSIGN TO "GRADEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "WATCHHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT KYC-IN-FILE ASSIGN TO "KYCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYC-IN-STATUS.

           SELECT KYC-OUT-FILE ASSIGN TO "KYCOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "KYCTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT RESTR-FILE ASSIGN TO "KYCRESTR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "KYCRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  GRADE-FILE.
       COPY "risk-grade".

       FD  HOLD-FILE.
       COPY "watch-hold".

       FD  KYC-IN-FILE.
       COPY "kyc-review" REPLACING KYC-REVIEW-RECORD
           BY KYC-IN-RECORD.

       FD  KYC-OUT-FILE.
       COPY "kyc-review".

       FD  TXN-FILE.
       01  KYC-TXN-RECORD.
           05  KTX-COMPANY-ID           PIC X(10).
           05  KTX-ACTION               PIC X(1).
               88  KTX-REVIEWED                 VALUE "R".
               88  KTX-DOCUMENTS                VALUE "D".
           05  KTX-REVIEW-DATE          PIC 9(8).
           05  KTX-ID-DOC-REF           PIC X(20).
           05  KTX-ID-DOC-EXPIRY        PIC 9(8).
           05  KTX-REG-DOC-REF          PIC X(20).
           05  KTX-REG-DOC-EXPIRY       PIC 9(8).

       FD  RESTR-FILE.
       COPY "kyc-restriction".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-GRADE-EOF-FLAG        PIC X      VALUE "N".
           88  WS-GRADE-EOF                    VALUE "Y".
       01  WS-GRADE-STATUS          PIC XX.
           88  WS-GRADE-NOT-FOUND           VALUE "35".
       01  WS-HOLD-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HOLD-EOF                     VALUE "Y".
       01  WS-HOLD-STATUS           PIC XX.
           88  WS-HOLD-NOT-FOUND            VALUE "35".
       01  WS-KYC-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-KYC-IN-EOF                   VALUE "Y".
       01  WS-KYC-IN-STATUS         PIC XX.
           88  WS-KYC-IN-NOT-FOUND          VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-GRACE-DAYS            PIC 9(3)   VALUE 30.

       01  WS-KYC-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-KYC-TABLE.
           05  WS-KYC-ENTRY         OCCURS 500 TIMES.
               10  WS-KYC-COMPANY       PIC X(10).
               10  WS-KYC-NAME          PIC X(15).
               10  WS-KYC-TIER          PIC X(1).
               10  WS-KYC-LAST-REVIEW   PIC 9(8).
               10  WS-KYC-DUE           PIC 9(8).
               10  WS-KYC-ID-REF        PIC X(20).
               10  WS-KYC-ID-EXPIRY     PIC 9(8).
               10  WS-KYC-REG-REF       PIC X(20).
               10  WS-KYC-REG-EXPIRY    PIC 9(8).
               10  WS-KYC-STATE         PIC X(1).
               10  WS-KYC-RESTRICTED    PIC 9(8).
               10  WS-KYC-GRADE         PIC X(1).
               10  WS-KYC-HELD          PIC X(1).
               10  WS-KYC-NEW           PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-KYC-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-SEARCH-ID             PIC X(10)  VALUE SPACES.
       01  WS-CURRENT-KYC-SUB       PIC 9(3)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-OLD-TIER              PIC X(1)   VALUE SPACE.
       01  WS-OLD-STATE             PIC X(1)   VALUE SPACE.
       01  WS-CYCLE-YEARS           PIC 9(1)   VALUE ZERO.

       01  WS-WORK-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY         PIC 9(4).
           05  WS-WORK-MMDD         PIC 9(4).

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-OVERDUE          PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-COMPANY-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-FIRST-SEEN-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REVIEWED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-DOC-UPDATE-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-RESTRICTED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-IMPOSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-LIFTED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-RESTR-LINE-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R173" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "KYC-GRACE-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-GRACE-DAYS
           END-IF
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-REVIEWS
           PERFORM 1200-LOAD-GRADES
           PERFORM 1300-LOAD-WATCH-HOLDS
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 3000-SCHEDULE-REVIEWS
           PERFORM 4000-WRITE-REVIEWS
           PERFORM 5000-WRITE-RESTRICTIONS
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "R173: COMPANIES SCHEDULED    " WS-COMPANY-COUNT
           DISPLAY "R173: FIRST SEEN - DUE NOW   " WS-FIRST-SEEN-COUNT
           DISPLAY "R173: REVIEWS DROPPED        " WS-DROPPED-COUNT
           DISPLAY "R173: REVIEWS COMPLETED      " WS-REVIEWED-COUNT
           DISPLAY "R173: DOCUMENT UPDATES       " WS-DOC-UPDATE-COUNT
           DISPLAY "R173: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R173: REVIEWS OVERDUE        " WS-OVERDUE-COUNT
           DISPLAY "R173: COMPANIES RESTRICTED   " WS-RESTRICTED-COUNT
           DISPLAY "R173: RESTRICTIONS IMPOSED   " WS-IMPOSED-COUNT
           DISPLAY "R173: RESTRICTIONS LIFTED    " WS-LIFTED-COUNT
           DISPLAY "R173: RESTRICTION LINES      " WS-RESTR-LINE-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R173: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Every company on file is scheduled. Until its review record is           *
      * found it counts as first seen, due for review today.                     *
      ****************************************************************************
       1000-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-KYC-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-KYC-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-KYC-COMPANY (WS-KYC-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-KYC-NAME (WS-KYC-TABLE-COUNT)
                   MOVE SPACE TO WS-KYC-TIER (WS-KYC-TABLE-COUNT)
                   MOVE ZERO TO WS-KYC-LAST-REVIEW (WS-KYC-TABLE-COUNT)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-KYC-DUE (WS-KYC-TABLE-COUNT)
                   MOVE SPACES TO WS-KYC-ID-REF (WS-KYC-TABLE-COUNT)
                   MOVE ZERO TO WS-KYC-ID-EXPIRY (WS-KYC-TABLE-COUNT)
                   MOVE SPACES TO WS-KYC-REG-REF (WS-KYC-TABLE-COUNT)
                   MOVE ZERO TO WS-KYC-REG-EXPIRY (WS-KYC-TABLE-COUNT)
                   MOVE "C" TO WS-KYC-STATE (WS-KYC-TABLE-COUNT)
                   MOVE ZERO TO WS-KYC-RESTRICTED (WS-KYC-TABLE-COUNT)
                   MOVE SPACE TO WS-KYC-GRADE (WS-KYC-TABLE-COUNT)
                   MOVE "N" TO WS-KYC-HELD (WS-KYC-TABLE-COUNT)
                   MOVE "Y" TO WS-KYC-NEW (WS-KYC-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

      ****************************************************************************
      * A review record for a company no longer on COMPIN is dropped.            *
      ****************************************************************************
       1100-LOAD-REVIEWS.
           OPEN INPUT KYC-IN-FILE
           IF WS-KYC-IN-NOT-FOUND
               SET WS-KYC-IN-EOF TO TRUE
           ELSE
               READ KYC-IN-FILE
                   AT END SET WS-KYC-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-KYC-IN-EOF
               MOVE KYC-COMPANY-ID OF KYC-IN-RECORD TO WS-SEARCH-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-KYC-HIT = ZERO
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   MOVE KYC-RISK-TIER OF KYC-IN-RECORD
                       TO WS-KYC-TIER (WS-KYC-HIT)
                   MOVE KYC-LAST-REVIEW-DATE OF KYC-IN-RECORD
                       TO WS-KYC-LAST-REVIEW (WS-KYC-HIT)
                   IF KYC-NEXT-DUE-DATE OF KYC-IN-RECORD > ZERO
                       MOVE KYC-NEXT-DUE-DATE OF KYC-IN-RECORD
                           TO WS-KYC-DUE (WS-KYC-HIT)
                   END-IF
                   MOVE KYC-ID-DOC-REF OF KYC-IN-RECORD
                       TO WS-KYC-ID-REF (WS-KYC-HIT)
                   MOVE KYC-ID-DOC-EXPIRY OF KYC-IN-RECORD
                       TO WS-KYC-ID-EXPIRY (WS-KYC-HIT)
                   MOVE KYC-REG-DOC-REF OF KYC-IN-RECORD
                       TO WS-KYC-REG-REF (WS-KYC-HIT)
                   MOVE KYC-REG-DOC-EXPIRY OF KYC-IN-RECORD
                       TO WS-KYC-REG-EXPIRY (WS-KYC-HIT)
                   MOVE KYC-STATUS OF KYC-IN-RECORD
                       TO WS-KYC-STATE (WS-KYC-HIT)
                   MOVE KYC-RESTRICTED-DATE OF KYC-IN-RECORD
                       TO WS-KYC-RESTRICTED (WS-KYC-HIT)
                   MOVE "N" TO WS-KYC-NEW (WS-KYC-HIT)
               END-IF
               READ KYC-IN-FILE
                   AT END SET WS-KYC-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-KYC-IN-NOT-FOUND
               CLOSE KYC-IN-FILE
           END-IF.

       1200-LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-NOT-FOUND
               SET WS-GRADE-EOF TO TRUE
           ELSE
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-GRADE-EOF
               MOVE RG-COMPANY-ID TO WS-SEARCH-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-KYC-HIT > ZERO
                   MOVE RG-GRADE TO WS-KYC-GRADE (WS-KYC-HIT)
               END-IF
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-GRADE-NOT-FOUND
               CLOSE GRADE-FILE
           END-IF.

       1300-LOAD-WATCH-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-NOT-FOUND
               SET WS-HOLD-EOF TO TRUE
           ELSE
               READ HOLD-FILE
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-KYC-TABLE-COUNT
                   IF WS-KYC-NAME (WS-SUB) = WH-COMPANY-NAME (1:15)
                       MOVE "Y" TO WS-KYC-HELD (WS-SUB)
                   END-IF
               END-PERFORM
               READ HOLD-FILE
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HOLD-NOT-FOUND
               CLOSE HOLD-FILE
           END-IF.

       1900-FIND-COMPANY.
           MOVE ZERO TO WS-KYC-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KYC-TABLE-COUNT
                      OR WS-KYC-HIT > ZERO
               IF WS-KYC-COMPANY (WS-SUB) = WS-SEARCH-ID
                   MOVE WS-SUB TO WS-KYC-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A completed review resets the cycle from its review date; the            *
      * documents taken at the review, or sent in on their own, replace          *
      * those on file wherever a reference is given.                             *
      ****************************************************************************
       2000-APPLY-TRANSACTIONS.
           MOVE SPACES TO REPORT-LINE
           STRING "KYC REVIEW SCHEDULE AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
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
               PERFORM 2100-APPLY-ONE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON
           MOVE KTX-COMPANY-ID TO WS-SEARCH-ID
           PERFORM 1900-FIND-COMPANY
           IF WS-KYC-HIT = ZERO
               MOVE "COMPANY NOT ON FILE" TO WS-REASON
           ELSE
               IF KTX-REVIEWED
                   IF KTX-REVIEW-DATE = ZERO
                       MOVE WS-CURRENT-DATE-NUM TO KTX-REVIEW-DATE
                   END-IF
                   IF KTX-REVIEW-DATE > WS-CURRENT-DATE-NUM
                       MOVE "REVIEW DATE IN THE FUTURE" TO WS-REASON
                   END-IF
               ELSE
                   IF NOT KTX-DOCUMENTS
                       MOVE "UNKNOWN ACTION" TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   KTX-COMPANY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KTX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF KTX-ID-DOC-REF NOT = SPACES
                   MOVE KTX-ID-DOC-REF TO WS-KYC-ID-REF (WS-KYC-HIT)
                   MOVE KTX-ID-DOC-EXPIRY
                       TO WS-KYC-ID-EXPIRY (WS-KYC-HIT)
               END-IF
               IF KTX-REG-DOC-REF NOT = SPACES
                   MOVE KTX-REG-DOC-REF TO WS-KYC-REG-REF (WS-KYC-HIT)
                   MOVE KTX-REG-DOC-EXPIRY
                       TO WS-KYC-REG-EXPIRY (WS-KYC-HIT)
               END-IF
               MOVE SPACES TO REPORT-LINE
               IF KTX-REVIEWED
                   ADD 1 TO WS-REVIEWED-COUNT
                   MOVE KTX-REVIEW-DATE
                       TO WS-KYC-LAST-REVIEW (WS-KYC-HIT)
                   MOVE "N" TO WS-KYC-NEW (WS-KYC-HIT)
                   STRING "REVIEWED  " DELIMITED BY SIZE
                       KTX-COMPANY-ID DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       KTX-REVIEW-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   ADD 1 TO WS-DOC-UPDATE-COUNT
                   STRING "DOCUMENTS " DELIMITED BY SIZE
                       KTX-COMPANY-ID DELIMITED BY SIZE
                       " ID " DELIMITED BY SIZE
                       WS-KYC-ID-REF (WS-KYC-HIT) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-KYC-ID-EXPIRY (WS-KYC-HIT) DELIMITED BY SIZE
                       " REG " DELIMITED BY SIZE
                       WS-KYC-REG-REF (WS-KYC-HIT) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-KYC-REG-EXPIRY (WS-KYC-HIT) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

      ****************************************************************************
      * Tier, due date and standing are worked out afresh for every              *
      * company each night, so a regrading or a new watchlist hold               *
      * shortens the cycle straight away.                                        *
      ****************************************************************************
       3000-SCHEDULE-REVIEWS.
           PERFORM VARYING WS-CURRENT-KYC-SUB FROM 1 BY 1
                   UNTIL WS-CURRENT-KYC-SUB > WS-KYC-TABLE-COUNT
               ADD 1 TO WS-COMPANY-COUNT
               PERFORM 3100-SET-TIER
               PERFORM 3200-SET-DUE-DATE
               PERFORM 3300-SET-STANDING
           END-PERFORM.

       3100-SET-TIER.
           MOVE WS-KYC-TIER (WS-CURRENT-KYC-SUB) TO WS-OLD-TIER
           EVALUATE TRUE
               WHEN WS-KYC-HELD (WS-CURRENT-KYC-SUB) = "Y"
               WHEN WS-KYC-GRADE (WS-CURRENT-KYC-SUB) = "D"
               WHEN WS-KYC-GRADE (WS-CURRENT-KYC-SUB) = "E"
                   MOVE "H" TO WS-KYC-TIER (WS-CURRENT-KYC-SUB)
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN WS-KYC-GRADE (WS-CURRENT-KYC-SUB) = "A"
               WHEN WS-KYC-GRADE (WS-CURRENT-KYC-SUB) = "B"
                   MOVE "L" TO WS-KYC-TIER (WS-CURRENT-KYC-SUB)
                   MOVE 5 TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE "M" TO WS-KYC-TIER (WS-CURRENT-KYC-SUB)
                   MOVE 3 TO WS-CYCLE-YEARS
           END-EVALUATE
           IF WS-OLD-TIER NOT = SPACE
               AND WS-OLD-TIER NOT = WS-KYC-TIER (WS-CURRENT-KYC-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING "TIER      " DELIMITED BY SIZE
                   WS-KYC-COMPANY (WS-CURRENT-KYC-SUB)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KYC-NAME (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   " CHANGED FROM " DELIMITED BY SIZE
                   WS-OLD-TIER DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-KYC-TIER (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ****************************************************************************
      * A company never reviewed keeps the date it was first seen. A             *
      * review on 29 February falls due on 28 February of a common year.         *
      ****************************************************************************
       3200-SET-DUE-DATE.
           IF WS-KYC-NEW (WS-CURRENT-KYC-SUB) = "Y"
               ADD 1 TO WS-FIRST-SEEN-COUNT
           END-IF
           IF WS-KYC-LAST-REVIEW (WS-CURRENT-KYC-SUB) > ZERO
               MOVE WS-KYC-LAST-REVIEW (WS-CURRENT-KYC-SUB)
                   TO WS-WORK-DATE
               ADD WS-CYCLE-YEARS TO WS-WORK-YYYY
               IF WS-WORK-MMDD = 0229
                   AND FUNCTION MOD (WS-WORK-YYYY, 4) NOT = ZERO
                   MOVE 0228 TO WS-WORK-MMDD
               END-IF
               MOVE WS-WORK-DATE TO WS-KYC-DUE (WS-CURRENT-KYC-SUB)
           END-IF
           IF WS-KYC-ID-EXPIRY (WS-CURRENT-KYC-SUB) > ZERO
               AND WS-KYC-ID-EXPIRY (WS-CURRENT-KYC-SUB)
                   < WS-KYC-DUE (WS-CURRENT-KYC-SUB)
               MOVE WS-KYC-ID-EXPIRY (WS-CURRENT-KYC-SUB)
                   TO WS-KYC-DUE (WS-CURRENT-KYC-SUB)
           END-IF
           IF WS-KYC-REG-EXPIRY (WS-CURRENT-KYC-SUB) > ZERO
               AND WS-KYC-REG-EXPIRY (WS-CURRENT-KYC-SUB)
                   < WS-KYC-DUE (WS-CURRENT-KYC-SUB)
               MOVE WS-KYC-REG-EXPIRY (WS-CURRENT-KYC-SUB)
                   TO WS-KYC-DUE (WS-CURRENT-KYC-SUB)
           END-IF.

      ****************************************************************************
      * Current until the due date passes, overdue through the grace             *
      * period, restricted after it.                                             *
      ****************************************************************************
       3300-SET-STANDING.
           MOVE WS-KYC-STATE (WS-CURRENT-KYC-SUB) TO WS-OLD-STATE
           COMPUTE WS-DAYS-OVERDUE = WS-CURRENT-INTEGER
               - FUNCTION INTEGER-OF-DATE
                   (WS-KYC-DUE (WS-CURRENT-KYC-SUB))
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE <= ZERO
                   MOVE "C" TO WS-KYC-STATE (WS-CURRENT-KYC-SUB)
               WHEN WS-DAYS-OVERDUE <= WS-GRACE-DAYS
                   MOVE "O" TO WS-KYC-STATE (WS-CURRENT-KYC-SUB)
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE "R" TO WS-KYC-STATE (WS-CURRENT-KYC-SUB)
                   ADD 1 TO WS-RESTRICTED-COUNT
           END-EVALUATE
           IF WS-KYC-STATE (WS-CURRENT-KYC-SUB) = "R"
               AND WS-OLD-STATE NOT = "R"
               ADD 1 TO WS-IMPOSED-COUNT
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-KYC-RESTRICTED (WS-CURRENT-KYC-SUB)
               PERFORM 3400-RESTRICTION-ALERT
           END-IF
           IF WS-KYC-STATE (WS-CURRENT-KYC-SUB) NOT = "R"
               AND WS-OLD-STATE = "R"
               ADD 1 TO WS-LIFTED-COUNT
               MOVE ZERO TO WS-KYC-RESTRICTED (WS-CURRENT-KYC-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING "LIFTED    " DELIMITED BY SIZE
                   WS-KYC-COMPANY (WS-CURRENT-KYC-SUB)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KYC-NAME (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   " RESTRICTION LIFTED - NEXT DUE " DELIMITED BY SIZE
                   WS-KYC-DUE (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-KYC-STATE (WS-CURRENT-KYC-SUB) NOT = "C"
               MOVE WS-DAYS-OVERDUE TO WS-DAYS-EDIT
               MOVE SPACES TO REPORT-LINE
               IF WS-KYC-STATE (WS-CURRENT-KYC-SUB) = "R"
                   MOVE "RESTRICTED" TO REPORT-LINE (1:10)
               ELSE
                   MOVE "OVERDUE" TO REPORT-LINE (1:10)
               END-IF
               STRING WS-KYC-COMPANY (WS-CURRENT-KYC-SUB)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KYC-NAME (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   " TIER " DELIMITED BY SIZE
                   WS-KYC-TIER (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   WS-KYC-DUE (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
                   " DAYS OVERDUE " DELIMITED BY SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE (11:110)
               WRITE REPORT-LINE
           END-IF.

       3400-RESTRICTION-ALERT.
           MOVE "R173" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE "W" TO AL-SEVERITY
           MOVE WS-KYC-COMPANY (WS-CURRENT-KYC-SUB) TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING "KYC REVIEW OVERDUE SINCE " DELIMITED BY SIZE
               WS-KYC-DUE (WS-CURRENT-KYC-SUB) DELIMITED BY SIZE
               " - COMPANY RESTRICTED" DELIMITED BY SIZE
               INTO AL-MESSAGE
           MOVE "N" TO AL-ACK-FLAG
           WRITE ALERT-RECORD.

       4000-WRITE-REVIEWS.
           OPEN OUTPUT KYC-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KYC-TABLE-COUNT
               MOVE WS-KYC-COMPANY (WS-SUB)
                   TO KYC-COMPANY-ID OF KYC-REVIEW-RECORD
               MOVE WS-KYC-TIER (WS-SUB)
                   TO KYC-RISK-TIER OF KYC-REVIEW-RECORD
               MOVE WS-KYC-LAST-REVIEW (WS-SUB)
                   TO KYC-LAST-REVIEW-DATE OF KYC-REVIEW-RECORD
               MOVE WS-KYC-DUE (WS-SUB)
                   TO KYC-NEXT-DUE-DATE OF KYC-REVIEW-RECORD
               MOVE WS-KYC-ID-REF (WS-SUB)
                   TO KYC-ID-DOC-REF OF KYC-REVIEW-RECORD
               MOVE WS-KYC-ID-EXPIRY (WS-SUB)
                   TO KYC-ID-DOC-EXPIRY OF KYC-REVIEW-RECORD
               MOVE WS-KYC-REG-REF (WS-SUB)
                   TO KYC-REG-DOC-REF OF KYC-REVIEW-RECORD
               MOVE WS-KYC-REG-EXPIRY (WS-SUB)
                   TO KYC-REG-DOC-EXPIRY OF KYC-REVIEW-RECORD
               MOVE WS-KYC-STATE (WS-SUB)
                   TO KYC-STATUS OF KYC-REVIEW-RECORD
               MOVE WS-KYC-RESTRICTED (WS-SUB)
                   TO KYC-RESTRICTED-DATE OF KYC-REVIEW-RECORD
               WRITE KYC-REVIEW-RECORD
           END-PERFORM
           CLOSE KYC-OUT-FILE.

      ****************************************************************************
      * One line per restricted company, then one per contract of it on          *
      * the ENTITY extract (contracts follow their company record).              *
      ****************************************************************************
       5000-WRITE-RESTRICTIONS.
           OPEN OUTPUT RESTR-FILE
           PERFORM VARYING WS-CURRENT-KYC-SUB FROM 1 BY 1
                   UNTIL WS-CURRENT-KYC-SUB > WS-KYC-TABLE-COUNT
               IF WS-KYC-STATE (WS-CURRENT-KYC-SUB) = "R"
                   MOVE SPACES TO KR-CONTRACT-NUMBER
                   PERFORM 5200-WRITE-RESTRICTION
               END-IF
           END-PERFORM
           IF WS-RESTRICTED-COUNT > ZERO
               PERFORM 5100-RESTRICT-CONTRACTS
           END-IF
           CLOSE RESTR-FILE.

       5100-RESTRICT-CONTRACTS.
           MOVE ZERO TO WS-CURRENT-KYC-SUB
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
                   MOVE ZERO TO WS-CURRENT-KYC-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-KYC-TABLE-COUNT
                       IF WS-KYC-NAME (WS-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           AND WS-KYC-STATE (WS-SUB) = "R"
                           MOVE WS-SUB TO WS-CURRENT-KYC-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   AND WS-CURRENT-KYC-SUB > ZERO
                   MOVE CONTRACT-NUMBER OF CONTRACT
                       TO KR-CONTRACT-NUMBER
                   PERFORM 5200-WRITE-RESTRICTION
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       5200-WRITE-RESTRICTION.
           MOVE WS-KYC-COMPANY (WS-CURRENT-KYC-SUB) TO KR-COMPANY-ID
           MOVE WS-KYC-NAME (WS-CURRENT-KYC-SUB) TO KR-COMPANY-NAME
           MOVE WS-KYC-DUE (WS-CURRENT-KYC-SUB) TO KR-DUE-DATE
           MOVE WS-KYC-RESTRICTED (WS-CURRENT-KYC-SUB)
               TO KR-RESTRICTED-DATE
           WRITE KYC-RESTRICTION-RECORD
           ADD 1 TO WS-RESTR-LINE-COUNT.
