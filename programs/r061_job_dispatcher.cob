      * it. After an abend, an operator restart request (RESTARTREQ naming     *
      * the failed job) clears that job's dirty completion so the chain        *
      * resumes from the failed step instead of from the top.                  *
      * Each job's run frequency comes from the run-rule table (job-run-rule   *
      * .cpy, JOBRUN), judged on the cycle's business date from R149           *
      * against the R090 business-day calendar: a job not due tonight -        *
      * weekly on another day, nth business day, last business day of the      *
      * month, quarter or year - is skipped, is never released, and counts     *
      * as satisfied for its successors so the nightly jobs behind it still    *
      * run. JOBSCHED lists tonight's schedule: every job due and whether it   *
      * has run clean, abended or not run yet, and every job skipped as not    *
      * due. A job with no rule runs every night, as before the table.         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT RUN-RULE-FILE ASSIGN TO "JOBRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELEASE-FILE ASSIGN TO "JOBREL"
               ORGANIZATION IS SEQUENTIAL.

       01  RESTART-REQUEST-RECORD.
           05  RESTART-JOB-NAME         PIC X(15).

       FD  RUN-RULE-FILE.
       COPY "job-run-rule".

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE                PIC X(80).

       FD  RELEASE-FILE.
       01  RELEASE-LINE                 PIC X(40).

           88  WS-JOBRC-NOT-FOUND           VALUE "35".
       01  WS-RESTART-STATUS        PIC XX.
           88  WS-RESTART-NOT-FOUND         VALUE "35".
       01  WS-RULE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-RULE-EOF                     VALUE "Y".
       01  WS-RULE-STATUS           PIC XX.
           88  WS-RULE-NOT-FOUND            VALUE "35".

       01  WS-DEP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-DEP-TABLE.

      ****************************************************************************
      * Distinct jobs seen anywhere in the dependency table, with their         *
      * tonight state: P pending, C completed clean, D completed dirty,        *
      * S skipped as not due tonight.                                           *
      ****************************************************************************
       01  WS-JOB-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-JOB-TABLE.
               10  WS-JOB-NAME          PIC X(15).
               10  WS-JOB-STATE         PIC X(1).
               10  WS-JOB-RC            PIC 9(4).
               10  WS-JOB-FREQ          PIC X(1).

       01  WS-RULE-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY        OCCURS 100 TIMES.
               10  WS-RULE-JOB          PIC X(15).
               10  WS-RULE-FREQ         PIC X(1).
               10  WS-RULE-WEEKDAY      PIC 9(1).
               10  WS-RULE-NTH          PIC 9(2).

      ****************************************************************************
      * What the calendar says about tonight's business date, worked out        *
      * once before the rules are judged.                                       *
      ****************************************************************************
       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-YEAR        PIC 9(4).
           05  WS-CYCLE-MONTH       PIC 9(2).
           05  WS-CYCLE-DAY         PIC 9(2).
       01  WS-NEXT-BUSDAY           PIC 9(8)   VALUE ZERO.
       01  WS-NEXT-BUSDAY-R REDEFINES WS-NEXT-BUSDAY.
           05  WS-NEXT-YEAR         PIC 9(4).
           05  WS-NEXT-MONTH        PIC 9(2).
           05  WS-NEXT-DAY          PIC 9(2).
       01  WS-MONTH-START           PIC 9(8)   VALUE ZERO.
       01  WS-CYCLE-WEEKDAY         PIC 9(1)   VALUE ZERO.
       01  WS-BUSDAY-OF-MONTH       PIC 9(3)   VALUE ZERO.
       01  WS-TODAY-BUSDAY-FLAG     PIC X      VALUE "N".
           88  WS-TODAY-BUSDAY                 VALUE "Y".
       01  WS-MONTH-END-FLAG        PIC X      VALUE "N".
           88  WS-LAST-BUSDAY-OF-MONTH         VALUE "Y".
       01  WS-DUE-FLAG              PIC X      VALUE "Y".
           88  WS-JOB-DUE                      VALUE "Y".
       01  WS-FREQ-TEXT             PIC X(20).
       01  WS-SCHED-STATE           PIC X(20).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(3)   VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-DIRTY-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-RC-DISPLAY            PIC ZZZ9.
       01  WS-NOT-DUE-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-DUE-NOT-RUN-COUNT     PIC 9(9)   VALUE ZERO.

       COPY "cycle-date-parm".
       COPY "busday-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1500-REGISTER-COMPLETIONS
           PERFORM 1700-APPLY-RETURN-CODES
           PERFORM 1800-APPLY-RESTART-REQUEST
           PERFORM 1900-APPLY-RUN-RULES
           PERFORM 2000-DISPATCH
           PERFORM 3000-WRITE-SCHEDULE
           DISPLAY "R061: JOBS RELEASED          " WS-RELEASED-COUNT
           DISPLAY "R061: JOBS HELD              " WS-HELD-COUNT
           DISPLAY "R061: ABENDED JOBS           " WS-DIRTY-COUNT
           DISPLAY "R061: JOBS NOT DUE TONIGHT   " WS-NOT-DUE-COUNT
           DISPLAY "R061: DUE JOBS NOT YET RUN   " WS-DUE-NOT-RUN-COUNT
           IF WS-DIRTY-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
               MOVE WS-NAME-WORK TO WS-JOB-NAME (WS-JOB-TABLE-COUNT)
               MOVE "P" TO WS-JOB-STATE (WS-JOB-TABLE-COUNT)
               MOVE ZERO TO WS-JOB-RC (WS-JOB-TABLE-COUNT)
               MOVE "D" TO WS-JOB-FREQ (WS-JOB-TABLE-COUNT)
           END-IF.

       1500-REGISTER-COMPLETIONS.
               CLOSE RESTART-FILE
           END-IF.

      ****************************************************************************
      * A pending job whose rule says it is not due tonight is skipped; one     *
      * that has already run keeps its completion whatever its rule says.      *
      ****************************************************************************
       1900-APPLY-RUN-RULES.
           PERFORM 1910-LOAD-RUN-RULES
           PERFORM 1950-READ-CALENDAR
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-TABLE-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-RULE-TABLE-COUNT
                   IF WS-RULE-JOB (WS-SUB-2) = WS-JOB-NAME (WS-SUB)
                       MOVE WS-RULE-FREQ (WS-SUB-2)
                           TO WS-JOB-FREQ (WS-SUB)
                       PERFORM 1960-JUDGE-ONE-RULE
                       IF NOT WS-JOB-DUE
                           AND WS-JOB-STATE (WS-SUB) = "P"
                           MOVE "S" TO WS-JOB-STATE (WS-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       1910-LOAD-RUN-RULES.
           OPEN INPUT RUN-RULE-FILE
           IF WS-RULE-NOT-FOUND
               SET WS-RULE-EOF TO TRUE
           ELSE
               READ RUN-RULE-FILE
                   AT END SET WS-RULE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RULE-EOF
               IF WS-RULE-TABLE-COUNT < 100
                   ADD 1 TO WS-RULE-TABLE-COUNT
                   MOVE RR-JOB-NAME
                       TO WS-RULE-JOB (WS-RULE-TABLE-COUNT)
                   MOVE RR-FREQUENCY
                       TO WS-RULE-FREQ (WS-RULE-TABLE-COUNT)
                   MOVE RR-WEEKDAY
                       TO WS-RULE-WEEKDAY (WS-RULE-TABLE-COUNT)
                   MOVE RR-NTH
                       TO WS-RULE-NTH (WS-RULE-TABLE-COUNT)
               END-IF
               READ RUN-RULE-FILE
                   AT END SET WS-RULE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RULE-NOT-FOUND
               CLOSE RUN-RULE-FILE
           END-IF.

      ****************************************************************************
      * Tonight's weekday, whether the date is a business day at all, which     *
      * business day of the month it is, and whether the next business day      *
      * falls in another month - all from the R090 calendar.                    *
      ****************************************************************************
       1950-READ-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R061" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           COMPUTE WS-CYCLE-WEEKDAY =
               FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE) - 1, 7)
               + 1
           COMPUTE WS-MONTH-START = (WS-CYCLE-YEAR * 10000)
               + (WS-CYCLE-MONTH * 100) + 1
           COMPUTE WS-MONTH-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1)
           MOVE "C" TO BD-FUNCTION
           MOVE "ALL" TO BD-REGION
           MOVE WS-MONTH-START TO BD-DATE-1
           MOVE WS-CYCLE-DATE TO BD-DATE-2
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           MOVE BD-RESULT-COUNT TO WS-BUSDAY-OF-MONTH
           MOVE "P" TO BD-FUNCTION
           MOVE WS-CYCLE-DATE TO BD-DATE-1
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           MOVE "N" TO BD-FUNCTION
           MOVE BD-RESULT-DATE TO BD-DATE-1
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           IF BD-RESULT-DATE = WS-CYCLE-DATE
               SET WS-TODAY-BUSDAY TO TRUE
           END-IF
           MOVE "N" TO BD-FUNCTION
           MOVE WS-CYCLE-DATE TO BD-DATE-1
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           MOVE BD-RESULT-DATE TO WS-NEXT-BUSDAY
           IF WS-TODAY-BUSDAY
               AND WS-NEXT-MONTH NOT = WS-CYCLE-MONTH
               SET WS-LAST-BUSDAY-OF-MONTH TO TRUE
           END-IF.

       1960-JUDGE-ONE-RULE.
           MOVE "Y" TO WS-DUE-FLAG
           EVALUATE WS-RULE-FREQ (WS-SUB-2)
               WHEN "W"
                   IF WS-RULE-WEEKDAY (WS-SUB-2) NOT = WS-CYCLE-WEEKDAY
                       MOVE "N" TO WS-DUE-FLAG
                   END-IF
               WHEN "N"
                   IF NOT WS-TODAY-BUSDAY
                       OR WS-RULE-NTH (WS-SUB-2)
                           NOT = WS-BUSDAY-OF-MONTH
                       MOVE "N" TO WS-DUE-FLAG
                   END-IF
               WHEN "M"
                   IF NOT WS-LAST-BUSDAY-OF-MONTH
                       MOVE "N" TO WS-DUE-FLAG
                   END-IF
               WHEN "Q"
                   IF NOT WS-LAST-BUSDAY-OF-MONTH
                       OR (WS-CYCLE-MONTH NOT = 3 AND NOT = 6
                           AND NOT = 9 AND NOT = 12)
                       MOVE "N" TO WS-DUE-FLAG
                   END-IF
               WHEN "Y"
                   IF NOT WS-LAST-BUSDAY-OF-MONTH
                       OR WS-CYCLE-MONTH NOT = 12
                       MOVE "N" TO WS-DUE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-DISPATCH.
           OPEN OUTPUT RELEASE-FILE
           OPEN OUTPUT HOLD-FILE
               IF WS-JOB-NAME (WS-HIT-SUB) = WS-DEP-PRED (WS-SUB-2)
                   EVALUATE WS-JOB-STATE (WS-HIT-SUB)
                       WHEN "C"
                       WHEN "S"
                           CONTINUE
                       WHEN "D"
                           MOVE "N" TO WS-RELEASABLE-FLAG
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Tonight's schedule: every job due with where it stands, so a due job   *
      * that never ran is seen tonight, and every job skipped as not due.      *
      ****************************************************************************
       3000-WRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           MOVE SPACES TO SCHEDULE-LINE
           STRING "SCHEDULE FOR BUSINESS DATE " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-JOB-TABLE-COUNT
               EVALUATE WS-JOB-FREQ (WS-SUB)
                   WHEN "W"
                       MOVE "WEEKLY" TO WS-FREQ-TEXT
                   WHEN "N"
                       MOVE "NTH BUSINESS DAY" TO WS-FREQ-TEXT
                   WHEN "M"
                       MOVE "MONTH-END" TO WS-FREQ-TEXT
                   WHEN "Q"
                       MOVE "QUARTER-END" TO WS-FREQ-TEXT
                   WHEN "Y"
                       MOVE "YEAR-END" TO WS-FREQ-TEXT
                   WHEN OTHER
                       MOVE "DAILY" TO WS-FREQ-TEXT
               END-EVALUATE
               EVALUATE WS-JOB-STATE (WS-SUB)
                   WHEN "S"
                       ADD 1 TO WS-NOT-DUE-COUNT
                       MOVE "NOT DUE - SKIPPED" TO WS-SCHED-STATE
                   WHEN "C"
                       MOVE "DUE - RUN CLEAN" TO WS-SCHED-STATE
                   WHEN "D"
                       MOVE "DUE - ABENDED" TO WS-SCHED-STATE
                   WHEN OTHER
                       ADD 1 TO WS-DUE-NOT-RUN-COUNT
                       MOVE "DUE - NOT RUN" TO WS-SCHED-STATE
               END-EVALUATE
               MOVE SPACES TO SCHEDULE-LINE
               STRING WS-JOB-NAME (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FREQ-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SCHED-STATE DELIMITED BY SIZE
                   INTO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
           END-PERFORM
           CLOSE SCHEDULE-FILE.
