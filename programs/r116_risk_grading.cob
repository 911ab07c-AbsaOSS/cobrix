      * from the collection data already on file: the aging-bucket mix of      *
      * its contracts (ENTITY extract, R019's buckets), open exceptions and    *
      * their severity (EXCREPIN), a compliance watch-hold (WATCHHOLD, by      *
      * name), payment performance (PAYHISTOUT late ratio), group exposure       *
      * through the HIERIN hierarchy, and the company's latest credit bureau     *
      * report (R171's BUREAUHOUT: bureau score, default judgments and           *
      * adverse events, so trouble with other suppliers shows before it          *
      * reaches us). The weighted component points, total score and grade        *
      * A-E go to the graded master (risk-grade.cpy, GRADEIN to GRADEOUT);       *
      * GRADERPT shows every grade that moved cycle over cycle with its          *
      * components, and a company landing on grade E is raised on the shared     *
      * ALERTS file.                                                             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT BUREAU-FILE ASSIGN TO "BUREAUHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT GRADE-IN-FILE ASSIGN TO "GRADEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADE-IN-STATUS.
       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  BUREAU-FILE.
       COPY "bureau-history".

       FD  GRADE-IN-FILE.
       COPY "risk-grade" REPLACING RISK-GRADE-RECORD
           BY GRADE-IN-RECORD.
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-BUREAU-EOF-FLAG       PIC X      VALUE "N".
           88  WS-BUREAU-EOF                   VALUE "Y".
       01  WS-BUREAU-STATUS         PIC XX.
           88  WS-BUREAU-NOT-FOUND          VALUE "35".
       01  WS-GRADE-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-GRADE-IN-EOF                 VALUE "Y".
       01  WS-GRADE-IN-STATUS       PIC XX.
               10  WS-COMP-RECEIPTS     PIC 9(7).
               10  WS-COMP-LATE-PAYS    PIC 9(7).
               10  WS-COMP-PRIOR-GRADE  PIC X(1).
               10  WS-COMP-BUR-DATE     PIC 9(8).
               10  WS-COMP-BUR-SCORE    PIC 9(3).
               10  WS-COMP-BUR-JUDG     PIC 9(3).
               10  WS-COMP-BUR-ADVERSE  PIC 9(3).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
       01  WS-WATCH-POINTS          PIC 9(3)   VALUE ZERO.
       01  WS-PAY-POINTS            PIC 9(3)   VALUE ZERO.
       01  WS-EXPOSURE-POINTS       PIC 9(3)   VALUE ZERO.
       01  WS-BUREAU-POINTS         PIC 9(3)   VALUE ZERO.
       01  WS-SCORE                 PIC 9(3)   VALUE ZERO.
       01  WS-GRADE                 PIC X(1)   VALUE SPACE.
       01  WS-WORK-RATIO            PIC 9(3)V9(2) VALUE ZERO.
           PERFORM 1400-GATHER-PAYMENT-PERF
           PERFORM 1500-LOAD-HIERARCHY
           PERFORM 1600-LOAD-PRIOR-GRADES
           PERFORM 1700-GATHER-BUREAU
           OPEN OUTPUT GRADE-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
                       TO WS-COMP-LATE-PAYS (WS-COMP-TABLE-COUNT)
                   MOVE SPACE
                       TO WS-COMP-PRIOR-GRADE (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-BUR-DATE (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-BUR-SCORE (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-BUR-JUDG (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-BUR-ADVERSE (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
           END-IF.

      ****************************************************************************
      * The history holds every month loaded; only each company's latest   *
      * report counts.                                                      *
      ****************************************************************************
       1700-GATHER-BUREAU.
           OPEN INPUT BUREAU-FILE
           IF WS-BUREAU-NOT-FOUND
               SET WS-BUREAU-EOF TO TRUE
           ELSE
               READ BUREAU-FILE
                   AT END SET WS-BUREAU-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-BUREAU-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = BH-COMPANY-ID
                       AND BH-REPORT-DATE > WS-COMP-BUR-DATE (WS-SUB)
                       MOVE BH-REPORT-DATE
                           TO WS-COMP-BUR-DATE (WS-SUB)
                       MOVE BH-SCORE TO WS-COMP-BUR-SCORE (WS-SUB)
                       MOVE BH-JUDGMENT-COUNT
                           TO WS-COMP-BUR-JUDG (WS-SUB)
                       MOVE BH-ADVERSE-COUNT
                           TO WS-COMP-BUR-ADVERSE (WS-SUB)
                   END-IF
               END-PERFORM
               READ BUREAU-FILE
                   AT END SET WS-BUREAU-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BUREAU-NOT-FOUND
               CLOSE BUREAU-FILE
           END-IF.

      ****************************************************************************
      * Weighted components: aging mix up to 30 points, exceptions up to 20,     *
      * a watch-hold 20, payment performance up to 20, big-group exposure        *
      * 10, the credit bureau up to 20 (a weak bureau score up to 10, any        *
      * default judgment 5, any other adverse event 5). A company the bureau     *
      * has not reported on scores nothing there. Grades cut at                  *
      * 20/40/60/80.                                                             *
      ****************************************************************************
       2000-GRADE-EVERY-COMPANY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               COMPUTE WS-PAY-POINTS = WS-WORK-RATIO * 20
           END-IF
           PERFORM 2200-SCORE-GROUP-EXPOSURE
           PERFORM 2270-SCORE-BUREAU
           COMPUTE WS-SCORE = WS-AGING-POINTS + WS-EXC-POINTS
               + WS-WATCH-POINTS + WS-PAY-POINTS
               + WS-EXPOSURE-POINTS + WS-BUREAU-POINTS
           EVALUATE TRUE
               WHEN WS-SCORE < 20
                   MOVE "A" TO WS-GRADE
                   WS-PAY-POINTS DELIMITED BY SIZE
                   " GRP=" DELIMITED BY SIZE
                   WS-EXPOSURE-POINTS DELIMITED BY SIZE
                   " BUR=" DELIMITED BY SIZE
                   WS-BUREAU-POINTS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
               MOVE 10 TO WS-EXPOSURE-POINTS
           END-IF.

       2270-SCORE-BUREAU.
           MOVE ZERO TO WS-BUREAU-POINTS
           IF WS-COMP-BUR-DATE (WS-SUB) > ZERO
               EVALUATE TRUE
                   WHEN WS-COMP-BUR-SCORE (WS-SUB) < 300
                       MOVE 10 TO WS-BUREAU-POINTS
                   WHEN WS-COMP-BUR-SCORE (WS-SUB) < 500
                       MOVE 6 TO WS-BUREAU-POINTS
                   WHEN WS-COMP-BUR-SCORE (WS-SUB) < 650
                       MOVE 3 TO WS-BUREAU-POINTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-COMP-BUR-JUDG (WS-SUB) > ZERO
                   ADD 5 TO WS-BUREAU-POINTS
               END-IF
               IF WS-COMP-BUR-ADVERSE (WS-SUB) > ZERO
                   ADD 5 TO WS-BUREAU-POINTS
               END-IF
           END-IF.

       2300-WRITE-GRADE.
           MOVE WS-COMP-ID (WS-SUB)
               TO RG-COMPANY-ID OF RISK-GRADE-RECORD
               TO RG-EXPOSURE-POINTS OF RISK-GRADE-RECORD
           MOVE WS-CURRENT-DATE-NUM
               TO RG-GRADE-DATE OF RISK-GRADE-RECORD
           MOVE WS-BUREAU-POINTS
               TO RG-BUREAU-POINTS OF RISK-GRADE-RECORD
           WRITE RISK-GRADE-RECORD.
