      *                                                                          *
      * Quarterly large-exposure submission built on the group rollups R072     *
      * already computes: the GROUP lines on HIERRPT carry each hierarchy      *
      * root's member count and rolled-up contract amount. The amount is       *
      * netted of the collateral that secures the group - each member's        *
      * group-level cover on R160's COLLCOV, members found by walking the      *
      * HIERIN hierarchy down from the root - and every group whose net        *
      * exposure is over WS-REPORT-THRESHOLD goes onto the regulator's fixed   *
      * record layout on LEXPFEED - root COMPANY-ID, the root's TAXPAYER off   *
      * COMPIN rendered by type the way R089 renders it, member count, net     *
      * aggregate exposure and (last) the gross before collateral, closed by   *
      * the R032-style control trailer.                                        *
      * Operations wrap LEXPFEED through R080-FEED-ENVELOPE (feed ID           *
      * LEXPFEED on ENVREQ) so the submission carries a sequence number and    *
      * hash total. LEXPSUM is the signing officer's summary page.             *
           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT COVER-FILE ASSIGN TO "COLLCOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.

           SELECT FEED-FILE ASSIGN TO "LEXPFEED"
               ORGANIZATION IS SEQUENTIAL.

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  COVER-FILE.
       COPY "collateral-cover".

       FD  FEED-FILE.
       01  FEED-LINE                    PIC X(160).

           88  WS-ROLLUP-EOF                   VALUE "Y".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-COVER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-COVER-EOF                    VALUE "Y".
       01  WS-COVER-STATUS          PIC XX.
           88  WS-COVER-NOT-FOUND           VALUE "35".

       01  WS-REPORT-THRESHOLD      PIC 9(9)   VALUE 500000.

           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-TAX-TEXT     PIC X(10).
               10  WS-COMP-GRP-COVER    PIC 9(13)V9(2).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).
       01  WS-LINK-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-STACK-DEPTH           PIC 9(2)   VALUE ZERO.
       01  WS-STACK-TABLE.
           05  WS-STACK-ID          PIC X(10)  OCCURS 50 TIMES.
       01  WS-WALK-ID               PIC X(10).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-GROUP-ID              PIC X(10)  VALUE SPACES.
       01  WS-GROUP-MEMBERS         PIC 9(5)   VALUE ZERO.
       01  WS-GROUP-AMOUNT          PIC 9(13)V9(2) VALUE ZERO.
       01  WS-GROUP-GROSS           PIC 9(13)V9(2) VALUE ZERO.
       01  WS-GROUP-COVER           PIC 9(13)V9(2) VALUE ZERO.
       01  WS-GROSS-EDIT            PIC ZZZZZZZZZZZZ9.99.
       01  WS-TAX-TEXT              PIC X(10)  VALUE SPACES.
       01  WS-TAXNUM-EDIT           PIC 9(10).
       01  WS-AMOUNT-OUT            PIC 9(13)V9(2).
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 1000-LOAD-TAXPAYERS
           PERFORM 1100-LOAD-HIERARCHY
           PERFORM 1200-LOAD-COLLATERAL-COVER
           OPEN INPUT ROLLUP-FILE
           OPEN OUTPUT FEED-FILE
           OPEN OUTPUT SUMMARY-FILE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-GRP-COVER (WS-COMP-TABLE-COUNT)
                   EVALUATE TRUE
                       WHEN TAXPAYER-TYPE OF COMPANY-DETAILS = "N"
                           MOVE TAXPAYER-NUM OF COMPANY-DETAILS
           END-PERFORM
           CLOSE COMPANY-FILE.

       1100-LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-NOT-FOUND
               SET WS-HIER-EOF TO TRUE
           ELSE
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIER-EOF
               IF WS-LINK-TABLE-COUNT < 200
                   ADD 1 TO WS-LINK-TABLE-COUNT
                   MOVE HL-PARENT-ID
                       TO WS-LINK-PARENT (WS-LINK-TABLE-COUNT)
                   MOVE HL-CHILD-ID
                       TO WS-LINK-CHILD (WS-LINK-TABLE-COUNT)
               END-IF
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIER-NOT-FOUND
               CLOSE HIER-FILE
           END-IF.

       1200-LOAD-COLLATERAL-COVER.
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
                       MOVE CCV-GROUP-COVER
                           TO WS-COMP-GRP-COVER (WS-SUB)
                   END-IF
               END-PERFORM
               READ COVER-FILE
                   AT END SET WS-COVER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-COVER-NOT-FOUND
               CLOSE COVER-FILE
           END-IF.

      ****************************************************************************
      * GROUP lines off the rollup report: the root COMPANY-ID follows          *
      * "GROUP ", the member count behind MEMBERS= and the aggregate behind     *
               ELSE
                   MOVE ZERO TO WS-GROUP-AMOUNT
               END-IF
               MOVE WS-GROUP-AMOUNT TO WS-GROUP-GROSS
               PERFORM 2050-NET-GROUP-COVER
               IF WS-GROUP-AMOUNT > WS-REPORT-THRESHOLD
                   PERFORM 2100-WRITE-ONE-SUBMISSION
               END-IF
               AT END SET WS-ROLLUP-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * The root and every descendant, walked with the R072 work stack; the   *
      * members' group-level cover comes off the gross, never below zero.     *
      ****************************************************************************
       2050-NET-GROUP-COVER.
           MOVE ZERO TO WS-GROUP-COVER
           MOVE 1 TO WS-STACK-DEPTH
           MOVE WS-GROUP-ID TO WS-STACK-ID (1)
           PERFORM UNTIL WS-STACK-DEPTH = ZERO
               MOVE WS-STACK-ID (WS-STACK-DEPTH) TO WS-WALK-ID
               SUBTRACT 1 FROM WS-STACK-DEPTH
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = WS-WALK-ID
                       ADD WS-COMP-GRP-COVER (WS-SUB) TO WS-GROUP-COVER
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                       UNTIL WS-LINK-SUB > WS-LINK-TABLE-COUNT
                   IF WS-LINK-PARENT (WS-LINK-SUB) = WS-WALK-ID
                       AND WS-STACK-DEPTH < 50
                       ADD 1 TO WS-STACK-DEPTH
                       MOVE WS-LINK-CHILD (WS-LINK-SUB)
                           TO WS-STACK-ID (WS-STACK-DEPTH)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GROUP-COVER < WS-GROUP-GROSS
               COMPUTE WS-GROUP-AMOUNT = WS-GROUP-GROSS - WS-GROUP-COVER
           ELSE
               MOVE ZERO TO WS-GROUP-AMOUNT
           END-IF.

       2100-WRITE-ONE-SUBMISSION.
           ADD 1 TO WS-QUALIFYING-COUNT
           ADD WS-GROUP-AMOUNT TO WS-TOTAL-EXPOSURE
               END-IF
           END-PERFORM
           MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-GROUP-GROSS TO WS-GROSS-EDIT
           MOVE WS-GROUP-MEMBERS TO WS-MEMBERS-OUT
           MOVE SPACES TO FEED-LINE
           STRING "LEXP ROOT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " ASAT=" DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               " GROSS=" DELIMITED BY SIZE
               WS-GROSS-EDIT DELIMITED BY SIZE
               INTO FEED-LINE
           WRITE FEED-LINE.

