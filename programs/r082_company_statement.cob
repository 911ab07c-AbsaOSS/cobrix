      * SHORT-NAME being the first 10 bytes of COMPANY-NAME), the open        *
      * CONTRACT positions with R019's aging buckets, and every exception     *
      * the company carries in the consolidated repository R051 maintains.    *
      * The page is for the attention of the company's billing contact on     *
      * the contact-role register (R177-ADDRESSEE-SERVICE) when one is        *
      * named, otherwise it goes to the company at its address.               *
      * A summary index of company to statement page closes the file. A       *
      * company whose address the post office bounced (UNDELIV, per R139)     *
      * still gets its page - finance reads the archive copy - but the        *
      * COMPANY-ID and CLIENTID merges - and the statement pass then reads    *
      * the five streams once each. Pages emerge in company-name order,       *
      * the merge order; the closing index still maps COMPANY-ID to page.     *
      * Each statement is entered on the night's mail index MAILIDX for       *
      * R199's consolidation - one held from post as not to be mailed.        *
      * The account count is followed by how many of those accounts R206 has  *
      * closed (ACCTSTOUT, the account-status master), held in storage as     *
      * a bounded master no larger than R206 keeps it.                        *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EWRK-STATUS.

           SELECT STATUS-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT INDEX-WORK-FILE ASSIGN TO "IDXWRK"
           SELECT STATEMENT-FILE ASSIGN TO "STMT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
           05  AWK-SHORT-NAME           PIC X(10).
           05  FILLER                   PIC X(5).
           05  AWK-COUNT                PIC 9(7).
           05  AWK-CLOSED               PIC 9(7).
           05  FILLER                   PIC X(72).

       FD  CNTR-WORK-FILE.
       01  CNTR-WORK-RECORD.
           05  SRT-A-SHORT-NAME         PIC X(10).
           05  FILLER                   PIC X(5).
           05  SRT-A-COUNT              PIC 9(7).
           05  SRT-A-CLOSED             PIC 9(7).
           05  FILLER                   PIC X(72).
       01  SORT-CNTR-VIEW REDEFINES SORT-RECORD.
           05  SRT-C-COMPANY            PIC X(15).
           05  SRT-C-NUMBER             PIC X(15).
           05  SRT-E-TEXT               PIC X(60).
           05  FILLER                   PIC X(26).

       FD  STATUS-FILE.
       COPY "account-status".

       FD  INDEX-WORK-FILE.
       01  INDEX-WORK-RECORD.
           05  IWK-COMPANY-ID           PIC X(10).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(132).

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
               10  WS-RM-LAST           PIC X(16).
       01  WS-RM-SUB                PIC 9(3)   VALUE ZERO.

      ****************************************************************************
      * The closed accounts off the status master, by full ACCOUNT-NO as the     *
      * extract's ACCOUNT-NUMBER leads with it; bounded as R206 bounds the       *
      * master.                                                                  *
      ****************************************************************************
       01  WS-AST-EOF-FLAG          PIC X      VALUE "N".
           88  WS-AST-EOF                      VALUE "Y".
       01  WS-AST-STATUS            PIC XX.
           88  WS-AST-NOT-FOUND             VALUE "35".
       01  WS-CLOSED-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ACCOUNT-NO OCCURS 5000 TIMES PIC X(16).
       01  WS-CLOSED-SUB            PIC 9(4)   VALUE ZERO.
       01  WS-CLOSED-FULL-FLAG      PIC X      VALUE "N".
           88  WS-CLOSED-FULL                  VALUE "Y".
       01  WS-ACCT-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-KEY-ACCOUNT-NO        PIC X(16)  VALUE SPACES.
       01  WS-TOTAL-CLOSED          PIC 9(7)   VALUE ZERO.

       01  WS-UND-EOF-FLAG          PIC X      VALUE "N".
           88  WS-UND-EOF                      VALUE "Y".
       01  WS-UND-STATUS            PIC XX.
           88  WS-UND-HIT                      VALUE "Y".

       01  WS-PAGE-NUMBER           PIC 9(5)   VALUE ZERO.
       01  WS-MAIL-LINE-NUM         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-FIRST-LINE       PIC 9(9)   VALUE ZERO.
       01  WS-TOTAL-ACCOUNTS        PIC 9(7)   VALUE ZERO.
       01  WS-BUCKET-LABEL          PIC X(22).
       01  WS-AGE-DISPLAY           PIC -(6)9.
       01  WS-MERGE-NAME-10         PIC X(10)  VALUE SPACES.
       01  WS-MERGE-NAME-15         PIC X(15)  VALUE SPACES.

       COPY "addressee-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1800-LOAD-RM-NAMES
           PERFORM 1900-LOAD-UNDELIVERABLES
           PERFORM 1700-LOAD-CLOSED-ACCOUNTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 1000-RELEASE-ACCOUNT-SUMS
           PERFORM 8000-WRITE-INDEX
           DISPLAY "R082: STATEMENT PAGES        " WS-PAGE-NUMBER
           DISPLAY "R082: PAGES HELD FROM POST   " WS-UNDELIV-COUNT
           IF WS-CLOSED-FULL
               DISPLAY "R082: CLOSED-ACCOUNT TABLE FULL -"
                   " LATER CLOSURES NOT SHOWN"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
           MOVE SPACES TO SORT-RECORD
           MOVE SHORT-NAME OF RECORD TO SRT-A-SHORT-NAME
           MOVE NUMBER-OF-ACCTS TO SRT-A-COUNT
           MOVE ZERO TO SRT-A-CLOSED
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > NUMBER-OF-ACCTS
               MOVE ACCOUNT-NUMBER (WS-ACCT-SUB) (1:16)
                   TO WS-KEY-ACCOUNT-NO
               PERFORM 1150-COUNT-IF-CLOSED
           END-PERFORM
           PERFORM UNTIL WS-CONT-EOF
                   OR CONT-CLIENTID > CLIENTID
               IF CONT-CLIENTID = CLIENTID
                   ADD CONT-NUMBER-OF-ACCTS TO SRT-A-COUNT
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > CONT-NUMBER-OF-ACCTS
                       MOVE CONT-ACCOUNT-NUMBER (WS-ACCT-SUB) (1:16)
                           TO WS-KEY-ACCOUNT-NO
                       PERFORM 1150-COUNT-IF-CLOSED
                   END-PERFORM
               END-IF
               READ CONTINUATION-FILE
                   AT END SET WS-CONT-EOF TO TRUE
               AT END SET WS-REC-EOF TO TRUE
           END-READ.

       1150-COUNT-IF-CLOSED.
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-TABLE-COUNT
               IF WS-CLOSED-ACCOUNT-NO (WS-CLOSED-SUB)
                       = WS-KEY-ACCOUNT-NO
                   ADD 1 TO SRT-A-CLOSED
               END-IF
           END-PERFORM.

       1200-RELEASE-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           IF WS-ENT-NOT-FOUND
               CLOSE RECORD-FILE
           END-IF.

       1700-LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT STATUS-FILE
           IF WS-AST-NOT-FOUND
               SET WS-AST-EOF TO TRUE
           ELSE
               READ STATUS-FILE
                   AT END SET WS-AST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-AST-EOF
               IF AST-CLOSED
                   IF WS-CLOSED-TABLE-COUNT < 5000
                       ADD 1 TO WS-CLOSED-TABLE-COUNT
                       MOVE AST-ACCOUNT-NO TO WS-CLOSED-ACCOUNT-NO
                           (WS-CLOSED-TABLE-COUNT)
                   ELSE
                       SET WS-CLOSED-FULL TO TRUE
                   END-IF
               END-IF
               READ STATUS-FILE
                   AT END SET WS-AST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AST-NOT-FOUND
               CLOSE STATUS-FILE
           END-IF.

       1800-LOAD-RM-NAMES.
           OPEN INPUT RM-NAMES-FILE
           IF WS-RM-NOT-FOUND
       2000-MERGE-AND-PRINT.
           OPEN INPUT COMPANY-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND MAIL-INDEX-FILE
           PERFORM 1950-WRITE-AS-AT-BANNER
           OPEN OUTPUT INDEX-WORK-FILE
           OPEN INPUT ACCT-WORK-FILE
           END-IF.

       2100-WRITE-ONE-STATEMENT.
           COMPUTE WS-MAIL-FIRST-LINE = WS-MAIL-LINE-NUM + 1
           ADD 1 TO WS-PAGE-NUMBER
           MOVE COMPANY-ID OF COMPANY-DETAILS TO IWK-COMPANY-ID
           MOVE WS-PAGE-NUMBER TO IWK-PAGE
               " ********" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE SPACES TO STATEMENT-LINE
           STRING COMPANY-ID OF COMPANY-DETAILS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAXPAYER-TYPE OF COMPANY-DETAILS DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           SET AD-BY-ID TO TRUE
           MOVE COMPANY-ID OF COMPANY-DETAILS TO AD-COMPANY-ID
           MOVE SPACES TO AD-COMPANY-NAME
           MOVE "B" TO AD-ROLE
           CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
           IF AD-STATUS NOT = 4
               MOVE SPACES TO STATEMENT-LINE
               STRING "  ATTENTION: " DELIMITED BY SIZE
                   AD-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AD-LAST-NAME DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           MOVE "N" TO WS-UND-HIT-FLAG
           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                   UNTIL WS-UND-SUB > WS-UND-TABLE-COUNT
               MOVE "  ** DO NOT MAIL - ADDRESS UNDELIVERABLE **"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-TABLE-COUNT
                       WS-RM-LAST (WS-RM-SUB) DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   ADD 1 TO WS-MAIL-LINE-NUM
               END-IF
           END-PERFORM
           PERFORM 2200-WRITE-ACCOUNT-SECTION
           PERFORM 2400-WRITE-EXCEPTION-SECTION
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           PERFORM 2150-WRITE-MAIL-ITEM
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * The statement just printed, entered on the night's mail index            *
      * (MAILIDX) for consolidation by R199; a statement held from post          *
      * goes on as N so the consolidation leaves it out of the envelopes.        *
      ****************************************************************************
       2150-WRITE-MAIL-ITEM.
           MOVE "R082" TO MI-SOURCE
           MOVE WS-MAIL-FIRST-LINE TO MI-FIRST-LINE
           COMPUTE MI-LINE-COUNT =
               WS-MAIL-LINE-NUM - WS-MAIL-FIRST-LINE + 1
           MOVE COMPANY-ID OF COMPANY-DETAILS TO MI-ADDRESS-KEY
           MOVE COMPANY-NAME OF COMPANY-DETAILS TO MI-ADDRESSEE
           MOVE ADDRESS OF COMPANY-DETAILS TO MI-ADDRESS
           IF WS-UND-HIT
               SET MI-NOT-MAILED TO TRUE
           ELSE
               SET MI-CONSOLIDATE TO TRUE
           END-IF
           WRITE MAIL-ITEM-RECORD.

       2200-WRITE-ACCOUNT-SECTION.
           MOVE COMPANY-NAME OF COMPANY-DETAILS (1:10)
               TO WS-MERGE-NAME-10
           MOVE ZERO TO WS-TOTAL-ACCOUNTS
           MOVE ZERO TO WS-TOTAL-CLOSED
           PERFORM UNTIL WS-AWRK-EOF
                   OR AWK-SHORT-NAME >= WS-MERGE-NAME-10
               READ ACCT-WORK-FILE
           PERFORM UNTIL WS-AWRK-EOF
                   OR AWK-SHORT-NAME NOT = WS-MERGE-NAME-10
               ADD AWK-COUNT TO WS-TOTAL-ACCOUNTS
               ADD AWK-CLOSED TO WS-TOTAL-CLOSED
               READ ACCT-WORK-FILE
                   AT END SET WS-AWRK-EOF TO TRUE
               END-READ
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           IF WS-TOTAL-CLOSED > ZERO
               MOVE WS-TOTAL-CLOSED TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  OF WHICH CLOSED:               "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF.

       2300-WRITE-CONTRACT-SECTION.
           MOVE COMPANY-NAME OF COMPANY-DETAILS
                   WS-BUCKET-LABEL DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               READ CNTR-WORK-FILE
                   AT END SET WS-CWRK-EOF TO TRUE
               END-READ
                   EWK-TEXT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               READ EXC-WORK-FILE
                   AT END SET WS-EWRK-EOF TO TRUE
               END-READ
       8000-WRITE-INDEX.
           MOVE "******** STATEMENT INDEX ********" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           OPEN INPUT INDEX-WORK-FILE
           READ INDEX-WORK-FILE
               AT END SET WS-IDX-EOF TO TRUE
                   WS-PAGE-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               READ INDEX-WORK-FILE
                   AT END SET WS-IDX-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE INDEX-WORK-FILE
           CLOSE STATEMENT-FILE
           CLOSE MAIL-INDEX-FILE.

      ****************************************************************************
      * Under a declared degraded mode (DEGCTL, R148) the output says so on     *
                       " ***" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   ADD 1 TO WS-MAIL-LINE-NUM
               END-IF
               READ DEGRADED-FILE
                   AT END SET WS-DEG-EOF TO TRUE
