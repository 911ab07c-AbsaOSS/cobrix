      * limit a critical, each reported on CRLIMRPT and raised on the         *
      * shared ALERTS file R063 consolidates. Group exposure is then          *
      * checked the same way: each HIERIN hierarchy root's rolled-up group    *
      * total against the root company's limit. Both checks run on exposure   *
      * net of collateral: R160's COLLCOV gives each company's cover after    *
      * haircut, and the group total nets only the cover that still secures  *
      * the group as a whole (a parent's guarantee does not).                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT COVER-FILE ASSIGN TO "COLLCOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CRLIMRPT"
               ORGANIZATION IS SEQUENTIAL.

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  COVER-FILE.
       COPY "collateral-cover".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(110).

           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-COVER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-COVER-EOF                    VALUE "Y".
       01  WS-COVER-STATUS          PIC XX.
           88  WS-COVER-NOT-FOUND           VALUE "35".

       01  WS-CRITICAL-FACTOR       PIC 9(1)V9(2) VALUE 1.50.

               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-AMOUNT       PIC 9(13)V9(2).
               10  WS-COMP-NET          PIC 9(13)V9(2).
               10  WS-COMP-GRP-NET      PIC 9(13)V9(2).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-STACK-ID          PIC X(10)  OCCURS 50 TIMES.
       01  WS-WALK-ID               PIC X(10).
       01  WS-GROUP-AMOUNT          PIC 9(13)V9(2) VALUE ZERO.
       01  WS-GROUP-GROSS           PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CHILD-HAS-PARENT-FLAG PIC X      VALUE "N".
           88  WS-CHILD-HAS-PARENT             VALUE "Y".


       01  WS-CHECK-LIMIT           PIC 9(11)V9(2) VALUE ZERO.
       01  WS-CHECK-EXPOSURE        PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CHECK-GROSS           PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CHECK-KEY             PIC X(10)  VALUE SPACES.
       01  WS-CHECK-SCOPE           PIC X(7)   VALUE SPACES.
       01  WS-CRITICAL-LINE         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-LIMIT-EDIT            PIC ZZZZZZZZZZ9.99.
       01  WS-EXPOSURE-EDIT         PIC ZZZZZZZZZZZZ9.99.
       01  WS-GROSS-EDIT            PIC ZZZZZZZZZZZZ9.99.

       01  WS-BREACH-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CRITICAL-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-NO-LIMIT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-SECURED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

           PERFORM 1400-LOAD-COMPANY-IDS
           PERFORM 1500-SUM-COMPANY-EXPOSURE
           PERFORM 1600-LOAD-HIERARCHY
           PERFORM 1700-NET-COLLATERAL-COVER
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           PERFORM 2000-CHECK-COMPANY-LIMITS
           DISPLAY "R106: LIMIT BREACHES         " WS-BREACH-COUNT
           DISPLAY "R106: CRITICAL BREACHES      " WS-CRITICAL-COUNT
           DISPLAY "R106: COMPANIES WITHOUT LIMIT" WS-NO-LIMIT-COUNT
           DISPLAY "R106: COMPANIES WITH COVER   " WS-SECURED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R106: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-AMOUNT (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-NET (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-GRP-NET (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               CLOSE HIER-FILE
           END-IF.

      ****************************************************************************
      * Exposure before cover is the gross contract total; net of the cover    *
      * R160 computed on the same ENTIN it is never below zero. A company     *
      * without a COLLCOV record is wholly unsecured.                          *
      ****************************************************************************
       1700-NET-COLLATERAL-COVER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-AMOUNT (WS-SUB) TO WS-COMP-NET (WS-SUB)
               MOVE WS-COMP-AMOUNT (WS-SUB) TO WS-COMP-GRP-NET (WS-SUB)
           END-PERFORM
           OPEN INPUT COVER-FILE
           IF WS-COVER-NOT-FOUND
               SET WS-COVER-EOF TO TRUE
           ELSE
               READ COVER-FILE
                   AT END SET WS-COVER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-COVER-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = CCV-COMPANY-ID
                       ADD 1 TO WS-SECURED-COUNT
                       IF CCV-COVER < WS-COMP-AMOUNT (WS-SUB)
                           COMPUTE WS-COMP-NET (WS-SUB) =
                               WS-COMP-AMOUNT (WS-SUB) - CCV-COVER
                       ELSE
                           MOVE ZERO TO WS-COMP-NET (WS-SUB)
                       END-IF
                       IF CCV-GROUP-COVER < WS-COMP-AMOUNT (WS-SUB)
                           COMPUTE WS-COMP-GRP-NET (WS-SUB) =
                               WS-COMP-AMOUNT (WS-SUB) - CCV-GROUP-COVER
                       ELSE
                           MOVE ZERO TO WS-COMP-GRP-NET (WS-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               READ COVER-FILE
                   AT END SET WS-COVER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-COVER-NOT-FOUND
               CLOSE COVER-FILE
           END-IF.

       2000-CHECK-COMPANY-LIMITS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-NET (WS-SUB) > ZERO
                   MOVE WS-COMP-ID (WS-SUB) TO WS-CHECK-KEY
                   MOVE WS-COMP-NET (WS-SUB) TO WS-CHECK-EXPOSURE
                   MOVE WS-COMP-AMOUNT (WS-SUB) TO WS-CHECK-GROSS
                   MOVE "COMPANY" TO WS-CHECK-SCOPE
                   PERFORM 2100-RESOLVE-LIMIT
                   PERFORM 2200-JUDGE-EXPOSURE
                       WS-CHECK-LIMIT * WS-CRITICAL-FACTOR
                   MOVE WS-CHECK-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-CHECK-EXPOSURE TO WS-EXPOSURE-EDIT
                   MOVE WS-CHECK-GROSS TO WS-GROSS-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-CHECK-SCOPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EXPOSURE-EDIT DELIMITED BY SIZE
                       " LIMIT=" DELIMITED BY SIZE
                       WS-LIMIT-EDIT DELIMITED BY SIZE
                       " GROSS=" DELIMITED BY SIZE
                       WS-GROSS-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "R106" TO AL-PROGRAM
      ****************************************************************************
      * Group check: each hierarchy root's rolled-up exposure (itself plus      *
      * every descendant, walked with the R072 work stack) against the          *
      * root's own limit, each member netted of its group-level cover.          *
      ****************************************************************************
       3000-CHECK-GROUP-LIMITS.
           PERFORM VARYING WS-SUB FROM 1 BY 1

       3100-CHECK-ONE-GROUP.
           MOVE ZERO TO WS-GROUP-AMOUNT
           MOVE ZERO TO WS-GROUP-GROSS
           MOVE 1 TO WS-STACK-DEPTH
           MOVE WS-COMP-ID (WS-SUB) TO WS-STACK-ID (1)
           PERFORM UNTIL WS-STACK-DEPTH = ZERO
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GROUP-AMOUNT > WS-COMP-GRP-NET (WS-SUB)
               MOVE WS-COMP-ID (WS-SUB) TO WS-CHECK-KEY
               MOVE WS-GROUP-AMOUNT TO WS-CHECK-EXPOSURE
               MOVE WS-GROUP-GROSS TO WS-CHECK-GROSS
               MOVE "GROUP" TO WS-CHECK-SCOPE
               PERFORM 2100-RESOLVE-LIMIT
               PERFORM 2200-JUDGE-EXPOSURE
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-HIT-SUB) = WS-WALK-ID
                   ADD WS-COMP-GRP-NET (WS-HIT-SUB)
                       TO WS-GROUP-AMOUNT
                   ADD WS-COMP-AMOUNT (WS-HIT-SUB)
                       TO WS-GROUP-GROSS
               END-IF
           END-PERFORM.

