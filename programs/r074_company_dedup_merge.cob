      * and applies approved merges. Every COMPANY-DETAILS pair is scored      *
      * on normalized COMPANY-NAME and ADDRESS (upper case, spacing and       *
      * punctuation stripped, the tolerance R073 uses for watchlist names):   *
      * name and address both matching scores 100, name alone 80, and a      *
      * pair whose names differ scores 70 when one company's former,          *
      * trading-as or bank-statement name on R175's alias register            *
      * (ALIASOUT) is the other's name, or both share an alias. The           *
      * candidate file lists the 100s, then the 80s, then the 70s, each       *
      * alias candidate naming the alias that matched. Approved               *
      * merges arrive on MERGEREQ (victim COMPANY-ID, survivor COMPANY-ID):   *
      * the victim's master record is written to COMPMERG with SEGMENT-ID     *
      * "MERGD" so every load recognizes a retired record, and the            *
           SELECT MERGED-FILE ASSIGN TO "COMPMERG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALIAS-FILE ASSIGN TO "ALIASOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY "test5d_copybook" REPLACING COMPANY-DETAILS
           BY MERGED-RECORD.

       FD  ALIAS-FILE.
       COPY "company-alias".

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-XREF-IN-STATUS        PIC XX.
           88  WS-XREF-IN-NOT-FOUND         VALUE "35".
       01  WS-ALIAS-EOF-FLAG        PIC X      VALUE "N".
           88  WS-ALIAS-EOF                    VALUE "Y".
       01  WS-ALIAS-STATUS          PIC XX.
           88  WS-ALIAS-NOT-FOUND           VALUE "35".

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
               10  WS-COMP-VICTIM-FLAG  PIC X(1).
               10  WS-COMP-SURVIVOR     PIC X(10).

       01  WS-ALIAS-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-ENTRY       OCCURS 2000 TIMES.
               10  WS-ALIAS-COMP-SUB    PIC 9(3).
               10  WS-ALIAS-NORM        PIC X(25).
       01  WS-ALIAS-SUB             PIC 9(4)   VALUE ZERO.
       01  WS-ALIAS-SUB-2           PIC 9(4)   VALUE ZERO.
       01  WS-MATCHED-ALIAS         PIC X(25)  VALUE SPACES.

       01  WS-PAIR-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY        OCCURS 500 TIMES.
               10  WS-PAIR-SUB          PIC 9(3).
               10  WS-PAIR-SUB-2        PIC 9(3).
       01  WS-PAIR-IDX              PIC 9(3)   VALUE ZERO.
       01  WS-PAIR-SEEN-FLAG        PIC X      VALUE "N".
           88  WS-PAIR-SEEN                    VALUE "Y".

       01  WS-NAME-WORK             PIC X(25).
       01  WS-NORM-WORK             PIC X(25).
       01  WS-NORM-LEN              PIC 9(2)   VALUE ZERO.

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(3)   VALUE ZERO.
       01  WS-SUB-3                 PIC 9(3)   VALUE ZERO.
       01  WS-PASS-SCORE            PIC 9(3)   VALUE ZERO.
       01  WS-SCORE                 PIC 9(3)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-ALIASES
           OPEN OUTPUT CANDIDATE-FILE
           PERFORM 2000-SCORE-ALL-PAIRS
           PERFORM 3000-APPLY-APPROVED-MERGES
           CLOSE CANDIDATE-FILE
           PERFORM 4000-WRITE-XREF
           PERFORM 5000-WRITE-MERGED-MASTER
           DISPLAY "R074: ALIASES LOADED         " WS-ALIAS-TABLE-COUNT
           DISPLAY "R074: MERGE CANDIDATES       " WS-CANDIDATE-COUNT
           DISPLAY "R074: MERGES APPLIED         " WS-MERGED-COUNT
           DISPLAY "R074: MERGES REJECTED        " WS-REJECTED-COUNT
           END-PERFORM
           CLOSE COMPANY-FILE.

      ****************************************************************************
      * Aliases are held normalized against the company they belong to; an      *
      * alias of a company not on COMPIN has nothing to pair with.              *
      ****************************************************************************
       1100-LOAD-ALIASES.
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-NOT-FOUND
               SET WS-ALIAS-EOF TO TRUE
           ELSE
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALIAS-EOF
               MOVE ZERO TO WS-SUB-2
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = CA-COMPANY-ID
                       MOVE WS-SUB TO WS-SUB-2
                   END-IF
               END-PERFORM
               IF WS-SUB-2 > ZERO AND WS-ALIAS-TABLE-COUNT < 2000
                   MOVE CA-ALIAS-NAME TO WS-NAME-WORK
                   PERFORM 6000-NORMALIZE
                   IF WS-NORM-LEN > ZERO
                       ADD 1 TO WS-ALIAS-TABLE-COUNT
                       MOVE WS-SUB-2
                           TO WS-ALIAS-COMP-SUB (WS-ALIAS-TABLE-COUNT)
                       MOVE WS-NORM-WORK
                           TO WS-ALIAS-NORM (WS-ALIAS-TABLE-COUNT)
                   END-IF
               END-IF
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-NOT-FOUND
               CLOSE ALIAS-FILE
           END-IF.

      ****************************************************************************
      * Two passes write the full-match candidates before the name-only         *
      * ones, and the alias pass follows, so the review list arrives ranked.    *
      ****************************************************************************
       2000-SCORE-ALL-PAIRS.
           MOVE 100 TO WS-PASS-SCORE
           PERFORM 2100-SCORE-PASS
           MOVE 80 TO WS-PASS-SCORE
           PERFORM 2100-SCORE-PASS
           PERFORM 2500-ALIAS-PASS.

       2100-SCORE-PASS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
       2300-WRITE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE SPACES TO CANDIDATE-LINE
           IF WS-SCORE = 70
               STRING "SCORE=" DELIMITED BY SIZE
                   WS-SCORE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COMP-ID (WS-SUB) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-COMP-ID (WS-SUB-2) DELIMITED BY SIZE
                   " ALIAS='" DELIMITED BY SIZE
                   WS-MATCHED-ALIAS DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO CANDIDATE-LINE
           ELSE
               STRING "SCORE=" DELIMITED BY SIZE
                   WS-SCORE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COMP-ID (WS-SUB) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-COMP-ID (WS-SUB-2) DELIMITED BY SIZE
                   " NAME='" DELIMITED BY SIZE
                   WS-COMP-NORM-NAME (WS-SUB) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO CANDIDATE-LINE
           END-IF
           WRITE CANDIDATE-LINE.

      ****************************************************************************
      * The alias pass: an alias that is another company's name, or an          *
      * alias two companies share. Pairs already listed on their names are      *
      * left to the passes above, and a pair is listed once however many        *
      * of its aliases match.                                                   *
      ****************************************************************************
       2500-ALIAS-PASS.
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-TABLE-COUNT
               MOVE WS-ALIAS-NORM (WS-ALIAS-SUB) TO WS-MATCHED-ALIAS
               PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                       UNTIL WS-SUB-3 > WS-COMP-TABLE-COUNT
                   IF WS-SUB-3 NOT = WS-ALIAS-COMP-SUB (WS-ALIAS-SUB)
                       AND WS-COMP-NORM-NAME (WS-SUB-3)
                           = WS-ALIAS-NORM (WS-ALIAS-SUB)
                       MOVE WS-ALIAS-COMP-SUB (WS-ALIAS-SUB) TO WS-SUB
                       MOVE WS-SUB-3 TO WS-SUB-2
                       PERFORM 2600-LIST-ALIAS-PAIR
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ALIAS-SUB-2 FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB-2 > WS-ALIAS-TABLE-COUNT
                   IF WS-ALIAS-SUB < WS-ALIAS-SUB-2
                       AND WS-ALIAS-COMP-SUB (WS-ALIAS-SUB)
                           NOT = WS-ALIAS-COMP-SUB (WS-ALIAS-SUB-2)
                       AND WS-ALIAS-NORM (WS-ALIAS-SUB)
                           = WS-ALIAS-NORM (WS-ALIAS-SUB-2)
                       MOVE WS-ALIAS-COMP-SUB (WS-ALIAS-SUB) TO WS-SUB
                       MOVE WS-ALIAS-COMP-SUB (WS-ALIAS-SUB-2)
                           TO WS-SUB-2
                       PERFORM 2600-LIST-ALIAS-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       2600-LIST-ALIAS-PAIR.
           IF WS-SUB > WS-SUB-2
               MOVE WS-SUB TO WS-PAIR-IDX
               MOVE WS-SUB-2 TO WS-SUB
               MOVE WS-PAIR-IDX TO WS-SUB-2
           END-IF
           PERFORM 2200-SCORE-ONE-PAIR
           IF WS-SCORE = ZERO
               MOVE "N" TO WS-PAIR-SEEN-FLAG
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-TABLE-COUNT
                   IF WS-PAIR-SUB (WS-PAIR-IDX) = WS-SUB
                       AND WS-PAIR-SUB-2 (WS-PAIR-IDX) = WS-SUB-2
                       SET WS-PAIR-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-PAIR-SEEN
                   IF WS-PAIR-TABLE-COUNT < 500
                       ADD 1 TO WS-PAIR-TABLE-COUNT
                       MOVE WS-SUB TO WS-PAIR-SUB (WS-PAIR-TABLE-COUNT)
                       MOVE WS-SUB-2
                           TO WS-PAIR-SUB-2 (WS-PAIR-TABLE-COUNT)
                   END-IF
                   MOVE 70 TO WS-SCORE
                   PERFORM 2300-WRITE-CANDIDATE
               END-IF
           END-IF.

       3000-APPLY-APPROVED-MERGES.
           OPEN INPUT MERGE-REQ-FILE
           IF WS-REQ-NOT-FOUND
