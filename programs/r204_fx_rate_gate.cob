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
      * R204-FX-RATE-GATE                                                        *
      *                                                                          *
      * The exchange-rate gate that runs ahead of every program trusting         *
      * CCYRATES. The currencies the book holds (CONTRCCY, the base currency     *
      * aside) must each have a rate for the cycle's business date (R149); no    *
      * rate may be zero; no RATE-TO-BASE may move more than FX-RATE-TOLERANCE   *
      * percent (R120, compiled 10.00) from the prior business day's (R090),     *
      * taken from the feed when it still carries that day and otherwise from    *
      * the set the gate accepted then (FXACCIN); and a feed whose every rate    *
      * repeats the prior day's is a stale resend and fails. Every currency is   *
      * listed on FXGATERPT. A failure raises a critical alert on the shared     *
      * ALERTS file (see R063) and ends the gate with RETURN-CODE 16, so R061    *
      * holds R019, R032, R117 and R153, which carry the gate as their           *
      * predecessor on JOBDEP, until it is rerun clean. A supervisor's override  *
      * (fx-override.cpy, FXOVRD) for the business date - the user must hold     *
      * supervisor level on USERPROF and give a reason - releases a failed feed: *
      * the gate ends clean, a warning alert names the supervisor and every      *
      * override, acted on or refused, is appended with its reason to FXOVRLOG.  *
      * Accepted rates are carried to FXACCOUT for the next business day's       *
      * comparison.                                                              *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R204-FX-RATE-GATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCY-FILE ASSIGN TO "CONTRCCY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCY-STATUS.

           SELECT RATE-FILE ASSIGN TO "CCYRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ACCEPTED-IN-FILE ASSIGN TO "FXACCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-IN-STATUS.

           SELECT ACCEPTED-OUT-FILE ASSIGN TO "FXACCOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROFILE-FILE ASSIGN TO "USERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "FXOVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT OPTIONAL OVERRIDE-LOG-FILE ASSIGN TO "FXOVRLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "FXGATERPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CCY-FILE.
       COPY "contract-currency".

       FD  RATE-FILE.
       COPY "currency-rate".

       FD  ACCEPTED-IN-FILE.
       COPY "currency-rate" REPLACING CURRENCY-RATE-RECORD
           BY ACCEPTED-IN-RECORD.

       FD  ACCEPTED-OUT-FILE.
       COPY "currency-rate" REPLACING CURRENCY-RATE-RECORD
           BY ACCEPTED-OUT-RECORD.

       FD  PROFILE-FILE.
       COPY "user-profile".

       FD  OVERRIDE-FILE.
       COPY "fx-override".

       FD  OVERRIDE-LOG-FILE.
       COPY "fx-override" REPLACING FX-OVERRIDE-RECORD
           BY OVERRIDE-LOG-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-CCY-STATUS            PIC XX.
           88  WS-CCY-NOT-FOUND             VALUE "35".
       01  WS-RATE-STATUS           PIC XX.
           88  WS-RATE-NOT-FOUND            VALUE "35".
       01  WS-ACC-IN-STATUS         PIC XX.
           88  WS-ACC-IN-NOT-FOUND          VALUE "35".
       01  WS-PROF-STATUS           PIC XX.
           88  WS-PROF-NOT-FOUND            VALUE "35".
       01  WS-OVERRIDE-STATUS       PIC XX.
           88  WS-OVERRIDE-NOT-FOUND        VALUE "35".

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-PRIOR-BUSDAY          PIC 9(8)   VALUE ZERO.
       01  WS-BASE-CCY              PIC X(3)   VALUE "ZAR".
       01  WS-TOLERANCE-PCT         PIC 9(3)V9(2) VALUE 10.00.

      ****************************************************************************
      * One line per currency the book holds (CONTRCCY) or the feed quotes      *
      * for tonight, with tonight's rate and the prior business day's.          *
      ****************************************************************************
       01  WS-CCY-TABLE-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY         OCCURS 50 TIMES.
               10  WS-CCY-CODE          PIC X(3).
               10  WS-CCY-ON-BOOK       PIC X(1).
               10  WS-CCY-HAS-RATE      PIC X(1).
               10  WS-CCY-RATE          PIC 9(3)V9(6).
               10  WS-CCY-HAS-PRIOR     PIC X(1).
               10  WS-CCY-PRIOR         PIC 9(3)V9(6).

       01  WS-SUB                   PIC 9(2)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-KEY-CCY               PIC X(3)   VALUE SPACES.

       01  WS-MOVE-WORK             PIC 9(3)V9(6) VALUE ZERO.
       01  WS-MOVE-PCT              PIC 9(7)V9(2) VALUE ZERO.
       01  WS-RATE-EDIT             PIC ZZ9.999999.
       01  WS-PRIOR-EDIT            PIC ZZ9.999999.
       01  WS-PCT-EDIT              PIC ZZZZZZ9.99.
       01  WS-TOL-EDIT              PIC ZZ9.99.

       01  WS-FAILURE-COUNT         PIC 9(3)   VALUE ZERO.
       01  WS-FIRST-FAILURE         PIC X(40)  VALUE SPACES.
       01  WS-CHECKED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-COMPARED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-UNCHANGED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-MISSING-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-ZERO-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-STALE-FLAG            PIC X      VALUE "N".
           88  WS-FEED-STALE                   VALUE "Y".

       01  WS-OVERRIDE-FLAG         PIC X      VALUE "N".
           88  WS-OVERRIDE-PRESENT             VALUE "Y".
       01  WS-OVERRIDE-VALID-FLAG   PIC X      VALUE "N".
           88  WS-OVERRIDE-VALID               VALUE "Y".
       01  WS-OVERRIDE-USER         PIC X(8)   VALUE SPACES.
       01  WS-OVERRIDE-REASON       PIC X(60)  VALUE SPACES.
       01  WS-REFUSAL               PIC X(40)  VALUE SPACES.

       COPY "param-parm".
       COPY "cycle-date-parm".
       COPY "busday-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CYCLE-DATE
           MOVE "R204" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE "P" TO BD-FUNCTION
           MOVE "ALL" TO BD-REGION
           MOVE WS-CYCLE-DATE TO BD-DATE-1
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           IF BD-STATUS = ZERO
               MOVE BD-RESULT-DATE TO WS-PRIOR-BUSDAY
           END-IF
           PERFORM 0100-LOAD-PARAMETERS
           PERFORM 1000-LOAD-BOOK-CURRENCIES
           PERFORM 1100-LOAD-FEED-RATES
           PERFORM 1200-LOAD-ACCEPTED-RATES
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** EXCHANGE-RATE GATE FOR " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " - PRIOR BUSINESS DAY " DELIMITED BY SIZE
               WS-PRIOR-BUSDAY DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-CHECK-RATES
           PERFORM 2100-CHECK-STALE-FEED
           PERFORM 3000-READ-OVERRIDE
           PERFORM 4000-DECIDE
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "R204: CURRENCIES CHECKED     " WS-CHECKED-COUNT
           DISPLAY "R204: RATES MISSING          " WS-MISSING-COUNT
           DISPLAY "R204: RATES ZERO             " WS-ZERO-COUNT
           DISPLAY "R204: OVER TOLERANCE         " WS-MOVED-COUNT
           DISPLAY "R204: COMPARED / UNCHANGED   " WS-COMPARED-COUNT
               " / " WS-UNCHANGED-COUNT
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CYCLE-DATE TO PP-AS-OF-DATE
           MOVE "FX-RATE-TOLERANCE" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-TOLERANCE-PCT
           END-IF.

       1000-LOAD-BOOK-CURRENCIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CCY-FILE
           IF WS-CCY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CCY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CCY-CODE NOT = WS-BASE-CCY
                   AND CCY-CODE NOT = SPACES
                   MOVE CCY-CODE TO WS-KEY-CCY
                   PERFORM 1900-FIND-CURRENCY
                   IF WS-HIT-SUB > ZERO
                       MOVE "Y" TO WS-CCY-ON-BOOK (WS-HIT-SUB)
                   END-IF
               END-IF
               READ CCY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CCY-NOT-FOUND
               CLOSE CCY-FILE
           END-IF.

      ****************************************************************************
      * Tonight's rates, and the prior business day's where the feed still      *
      * carries them.                                                           *
      ****************************************************************************
       1100-LOAD-FEED-RATES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RATE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF RATE-CCY OF CURRENCY-RATE-RECORD NOT = WS-BASE-CCY
                   EVALUATE RATE-DATE OF CURRENCY-RATE-RECORD
                       WHEN WS-CYCLE-DATE
                           MOVE RATE-CCY OF CURRENCY-RATE-RECORD
                               TO WS-KEY-CCY
                           PERFORM 1900-FIND-CURRENCY
                           IF WS-HIT-SUB > ZERO
                               MOVE "Y" TO WS-CCY-HAS-RATE (WS-HIT-SUB)
                               MOVE RATE-TO-BASE
                                   OF CURRENCY-RATE-RECORD
                                   TO WS-CCY-RATE (WS-HIT-SUB)
                           END-IF
                       WHEN WS-PRIOR-BUSDAY
                           MOVE RATE-CCY OF CURRENCY-RATE-RECORD
                               TO WS-KEY-CCY
                           PERFORM 1900-FIND-CURRENCY
                           IF WS-HIT-SUB > ZERO
                               MOVE "Y" TO WS-CCY-HAS-PRIOR (WS-HIT-SUB)
                               MOVE RATE-TO-BASE
                                   OF CURRENCY-RATE-RECORD
                                   TO WS-CCY-PRIOR (WS-HIT-SUB)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ RATE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RATE-NOT-FOUND
               CLOSE RATE-FILE
           END-IF.

      ****************************************************************************
      * The rates the gate accepted last business day (FXACCIN) stand in for    *
      * any prior rate the feed no longer carries.                              *
      ****************************************************************************
       1200-LOAD-ACCEPTED-RATES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACCEPTED-IN-FILE
           IF WS-ACC-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ACCEPTED-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF RATE-DATE OF ACCEPTED-IN-RECORD = WS-PRIOR-BUSDAY
                   MOVE ZERO TO WS-HIT-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CCY-TABLE-COUNT
                       IF WS-CCY-CODE (WS-SUB)
                           = RATE-CCY OF ACCEPTED-IN-RECORD
                           MOVE WS-SUB TO WS-HIT-SUB
                       END-IF
                   END-PERFORM
                   IF WS-HIT-SUB > ZERO
                       IF WS-CCY-HAS-PRIOR (WS-HIT-SUB) NOT = "Y"
                           MOVE "Y" TO WS-CCY-HAS-PRIOR (WS-HIT-SUB)
                           MOVE RATE-TO-BASE OF ACCEPTED-IN-RECORD
                               TO WS-CCY-PRIOR (WS-HIT-SUB)
                       END-IF
                   END-IF
               END-IF
               READ ACCEPTED-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACC-IN-NOT-FOUND
               CLOSE ACCEPTED-IN-FILE
           END-IF.

       1900-FIND-CURRENCY.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CCY-TABLE-COUNT
               IF WS-CCY-CODE (WS-SUB) = WS-KEY-CCY
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-CCY-TABLE-COUNT >= 50
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE "CURRENCY TABLE FULL" TO WS-FIRST-FAILURE
               ELSE
                   ADD 1 TO WS-CCY-TABLE-COUNT
                   MOVE WS-CCY-TABLE-COUNT TO WS-HIT-SUB
                   MOVE WS-KEY-CCY TO WS-CCY-CODE (WS-HIT-SUB)
                   MOVE "N" TO WS-CCY-ON-BOOK (WS-HIT-SUB)
                   MOVE "N" TO WS-CCY-HAS-RATE (WS-HIT-SUB)
                   MOVE ZERO TO WS-CCY-RATE (WS-HIT-SUB)
                   MOVE "N" TO WS-CCY-HAS-PRIOR (WS-HIT-SUB)
                   MOVE ZERO TO WS-CCY-PRIOR (WS-HIT-SUB)
               END-IF
           END-IF.

      ****************************************************************************
      * Each currency in turn: a book currency with no rate for the cycle       *
      * date, a zero rate, or a rate that moved more than FX-RATE-TOLERANCE     *
      * (R120, percent, compiled 10.00) from the prior business day fails       *
      * the gate. A currency with no prior rate is passed and noted.            *
      ****************************************************************************
       2000-CHECK-RATES.
           MOVE WS-TOLERANCE-PCT TO WS-TOL-EDIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CCY-TABLE-COUNT
               ADD 1 TO WS-CHECKED-COUNT
               MOVE WS-CCY-RATE (WS-SUB) TO WS-RATE-EDIT
               MOVE WS-CCY-PRIOR (WS-SUB) TO WS-PRIOR-EDIT
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-CCY-HAS-RATE (WS-SUB) NOT = "Y"
                       IF WS-CCY-ON-BOOK (WS-SUB) = "Y"
                           ADD 1 TO WS-MISSING-COUNT
                           STRING WS-CCY-CODE (WS-SUB) DELIMITED BY SIZE
                               " MISSING - NO RATE FOR "
                                   DELIMITED BY SIZE
                               WS-CYCLE-DATE DELIMITED BY SIZE
                               INTO REPORT-LINE
                           PERFORM 2900-RECORD-FAILURE
                       ELSE
                           STRING WS-CCY-CODE (WS-SUB) DELIMITED BY SIZE
                               " NOT QUOTED TONIGHT - NOT ON THE BOOK"
                               DELIMITED BY SIZE
                               INTO REPORT-LINE
                       END-IF
                   WHEN WS-CCY-RATE (WS-SUB) = ZERO
                       ADD 1 TO WS-ZERO-COUNT
                       STRING WS-CCY-CODE (WS-SUB) DELIMITED BY SIZE
                           " ZERO RATE" DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM 2900-RECORD-FAILURE
                   WHEN WS-CCY-HAS-PRIOR (WS-SUB) NOT = "Y"
                       OR WS-CCY-PRIOR (WS-SUB) = ZERO
                       STRING WS-CCY-CODE (WS-SUB) DELIMITED BY SIZE
                           " RATE " DELIMITED BY SIZE
                           WS-RATE-EDIT DELIMITED BY SIZE
                           " OK - NO PRIOR RATE TO COMPARE"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WHEN OTHER
                       PERFORM 2050-CHECK-MOVEMENT
               END-EVALUATE
               WRITE REPORT-LINE
           END-PERFORM.

       2050-CHECK-MOVEMENT.
           ADD 1 TO WS-COMPARED-COUNT
           IF WS-CCY-RATE (WS-SUB) = WS-CCY-PRIOR (WS-SUB)
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF
           IF WS-CCY-RATE (WS-SUB) > WS-CCY-PRIOR (WS-SUB)
               COMPUTE WS-MOVE-WORK =
                   WS-CCY-RATE (WS-SUB) - WS-CCY-PRIOR (WS-SUB)
           ELSE
               COMPUTE WS-MOVE-WORK =
                   WS-CCY-PRIOR (WS-SUB) - WS-CCY-RATE (WS-SUB)
           END-IF
           COMPUTE WS-MOVE-PCT ROUNDED =
               WS-MOVE-WORK * 100 / WS-CCY-PRIOR (WS-SUB)
           MOVE WS-MOVE-PCT TO WS-PCT-EDIT
           IF WS-MOVE-PCT > WS-TOLERANCE-PCT
               ADD 1 TO WS-MOVED-COUNT
               STRING WS-CCY-CODE (WS-SUB) DELIMITED BY SIZE
                   " RATE " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   " PRIOR " DELIMITED BY SIZE
                   WS-PRIOR-EDIT DELIMITED BY SIZE
                   " MOVED " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   "% - OVER TOLERANCE " DELIMITED BY SIZE
                   WS-TOL-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 2900-RECORD-FAILURE
           ELSE
               STRING WS-CCY-CODE (WS-SUB) DELIMITED BY SIZE
                   " RATE " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   " PRIOR " DELIMITED BY SIZE
                   WS-PRIOR-EDIT DELIMITED BY SIZE
                   " MOVED " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   "% OK" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.

      ****************************************************************************
      * A feed whose every compared rate is exactly the prior business day's    *
      * is yesterday's file sent again, not tonight's rates.                    *
      ****************************************************************************
       2100-CHECK-STALE-FEED.
           IF WS-COMPARED-COUNT > ZERO
               AND WS-UNCHANGED-COUNT = WS-COMPARED-COUNT
               SET WS-FEED-STALE TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "STALE FEED - ALL " DELIMITED BY SIZE
                   WS-COMPARED-COUNT DELIMITED BY SIZE
                   " RATES REPEAT " DELIMITED BY SIZE
                   WS-PRIOR-BUSDAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 2900-RECORD-FAILURE
           END-IF.

       2900-RECORD-FAILURE.
           ADD 1 TO WS-FAILURE-COUNT
           IF WS-FIRST-FAILURE = SPACES
               MOVE REPORT-LINE TO WS-FIRST-FAILURE
           END-IF.

      ****************************************************************************
      * A supervisor override for tonight's business date. It counts only       *
      * if the user holds supervisor level and is not locked out, and a         *
      * reason is given; an override for another date is ignored.              *
      ****************************************************************************
       3000-READ-OVERRIDE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ OVERRIDE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF FXO-CYCLE-DATE OF FX-OVERRIDE-RECORD = WS-CYCLE-DATE
                   SET WS-OVERRIDE-PRESENT TO TRUE
                   MOVE FXO-USER-ID OF FX-OVERRIDE-RECORD
                       TO WS-OVERRIDE-USER
                   MOVE FXO-REASON OF FX-OVERRIDE-RECORD
                       TO WS-OVERRIDE-REASON
               END-IF
               READ OVERRIDE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OVERRIDE-NOT-FOUND
               CLOSE OVERRIDE-FILE
           END-IF
           IF WS-OVERRIDE-PRESENT
               MOVE "USER IS NOT A SUPERVISOR" TO WS-REFUSAL
               PERFORM 3100-CHECK-SUPERVISOR
               IF WS-OVERRIDE-REASON = SPACES
                   MOVE "N" TO WS-OVERRIDE-VALID-FLAG
                   MOVE "NO REASON GIVEN" TO WS-REFUSAL
               END-IF
           END-IF.

       3100-CHECK-SUPERVISOR.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF UP-USER-ID = WS-OVERRIDE-USER
                   IF UP-SUPERVISOR AND NOT UP-LOCKED
                       SET WS-OVERRIDE-VALID TO TRUE
                   ELSE
                       IF UP-LOCKED
                           MOVE "USER IS LOCKED OUT" TO WS-REFUSAL
                       END-IF
                   END-IF
               END-IF
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROF-NOT-FOUND
               CLOSE PROFILE-FILE
           END-IF.

      ****************************************************************************
      * Clean: tonight's rates become the accepted set. Failed: the critical    *
      * alert, RETURN-CODE 16 - so R061 holds every job that has the gate as    *
      * its predecessor (R019, R032, R117, R153) - and last night's accepted    *
      * set is kept. A valid override releases the failed feed (the accepted    *
      * set becomes tonight's) with the reason on the override log; a           *
      * refused one is logged too.                                              *
      ****************************************************************************
       4000-DECIDE.
           OPEN OUTPUT ACCEPTED-OUT-FILE
           EVALUATE TRUE
               WHEN WS-FAILURE-COUNT = ZERO
                   MOVE "RATES ACCEPTED - CURRENCY JOBS MAY PROCEED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "R204: RATES ACCEPTED"
                   PERFORM 4100-WRITE-TONIGHT-RATES
                   IF WS-OVERRIDE-PRESENT
                       DISPLAY "R204: OVERRIDE NOT NEEDED - IGNORED"
                   END-IF
               WHEN WS-OVERRIDE-PRESENT AND WS-OVERRIDE-VALID
                   MOVE "R" TO FXO-OUTCOME OF OVERRIDE-LOG-RECORD
                   PERFORM 4300-LOG-OVERRIDE
                   MOVE SPACES TO REPORT-LINE
                   STRING "RELEASED BY SUPERVISOR " DELIMITED BY SIZE
                       WS-OVERRIDE-USER DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-OVERRIDE-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "R204: FAILURES RELEASED BY OVERRIDE - "
                       WS-OVERRIDE-USER
                   MOVE "W" TO AL-SEVERITY
                   MOVE SPACES TO AL-MESSAGE
                   STRING "RATE GATE RELEASED BY " DELIMITED BY SIZE
                       WS-OVERRIDE-USER DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-OVERRIDE-REASON DELIMITED BY SIZE
                       INTO AL-MESSAGE
                   PERFORM 4400-RAISE-ALERT
                   PERFORM 4100-WRITE-TONIGHT-RATES
               WHEN OTHER
                   IF WS-OVERRIDE-PRESENT
                       MOVE "X" TO FXO-OUTCOME OF OVERRIDE-LOG-RECORD
                       PERFORM 4300-LOG-OVERRIDE
                       MOVE SPACES TO REPORT-LINE
                       STRING "OVERRIDE BY " DELIMITED BY SIZE
                           WS-OVERRIDE-USER DELIMITED BY SIZE
                           " REFUSED - " DELIMITED BY SIZE
                           WS-REFUSAL DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       DISPLAY "R204: OVERRIDE REFUSED - " WS-REFUSAL
                   END-IF
                   MOVE "RATES FAILED - CURRENCY JOBS HELD"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "R204: RATES FAILED - CURRENCY JOBS HELD - "
                       WS-FIRST-FAILURE
                   MOVE "C" TO AL-SEVERITY
                   MOVE SPACES TO AL-MESSAGE
                   STRING "RATE FEED FAILED - " DELIMITED BY SIZE
                       WS-FIRST-FAILURE DELIMITED BY SIZE
                       INTO AL-MESSAGE
                   PERFORM 4400-RAISE-ALERT
                   PERFORM 4200-CARRY-ACCEPTED-RATES
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           CLOSE ACCEPTED-OUT-FILE.

       4100-WRITE-TONIGHT-RATES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CCY-TABLE-COUNT
               IF WS-CCY-HAS-RATE (WS-SUB) = "Y"
                   MOVE WS-CYCLE-DATE
                       TO RATE-DATE OF ACCEPTED-OUT-RECORD
                   MOVE WS-CCY-CODE (WS-SUB)
                       TO RATE-CCY OF ACCEPTED-OUT-RECORD
                   MOVE WS-CCY-RATE (WS-SUB)
                       TO RATE-TO-BASE OF ACCEPTED-OUT-RECORD
                   WRITE ACCEPTED-OUT-RECORD
               END-IF
           END-PERFORM.

       4200-CARRY-ACCEPTED-RATES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACCEPTED-IN-FILE
           IF WS-ACC-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ACCEPTED-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ACCEPTED-IN-RECORD TO ACCEPTED-OUT-RECORD
               WRITE ACCEPTED-OUT-RECORD
               READ ACCEPTED-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACC-IN-NOT-FOUND
               CLOSE ACCEPTED-IN-FILE
           END-IF.

       4300-LOG-OVERRIDE.
           MOVE WS-CYCLE-DATE TO FXO-CYCLE-DATE OF OVERRIDE-LOG-RECORD
           MOVE WS-OVERRIDE-USER TO FXO-USER-ID OF OVERRIDE-LOG-RECORD
           MOVE WS-OVERRIDE-REASON TO FXO-REASON OF OVERRIDE-LOG-RECORD
           MOVE WS-CURRENT-HHMMSS
               TO FXO-LOG-TIME OF OVERRIDE-LOG-RECORD
           MOVE WS-FAILURE-COUNT
               TO FXO-FAILURE-COUNT OF OVERRIDE-LOG-RECORD
           OPEN EXTEND OVERRIDE-LOG-FILE
           WRITE OVERRIDE-LOG-RECORD
           CLOSE OVERRIDE-LOG-FILE.

       4400-RAISE-ALERT.
           MOVE "R204" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE "CCYRATES" TO AL-KEY
           MOVE "N" TO AL-ACK-FLAG
           WRITE ALERT-RECORD.
