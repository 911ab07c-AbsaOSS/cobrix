      *                                                                          *
      * R073-WATCHLIST-SCREEN                                                   *
      *                                                                          *
      * Compliance screening of every company and person we process:             *
      * COMPANY-NAME from COMPANY-DETAILS and every former, trading-as and       *
      * bank-statement name on R175's alias register (ALIASOUT), whether or    *
      * not still in use, the EMPLOYEE and CONTACT names from                   *
      * the ENTITY extract, and every company's beneficial owners, direct and    *
      * indirect, from R172 (BOULTOUT) are matched against the watchlist         *
      * (watchlist-record.cpy) after normalization (upper case, spacing and      *
      * punctuation stripped). An exact normalized match scores 100, a single    *
      * adjacent transposition 90, containment either way 75. Every potential    *
      * hit goes to the review file with its score, and the company concerned -  *
      * the company itself, the company whose segment group the person belongs   *
      * to, or the company the owner holds - is placed on the hold file          *
      * (watch-hold.cpy) that R032 and R033 check before transmitting.        *
      *                                                                          *
      ****************************************************************************
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OWNER-FILE ASSIGN TO "BOULTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "WATCHREV"
               ORGANIZATION IS SEQUENTIAL.

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  OWNER-FILE.
       COPY "beneficial-owner".

       FD  ALIAS-FILE.
       COPY "company-alias".

       FD  REVIEW-FILE.
       01  REVIEW-LINE                  PIC X(100).

           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-OWNER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OWNER-EOF                    VALUE "Y".
       01  WS-OWNER-STATUS          PIC XX.
           88  WS-OWNER-NOT-FOUND           VALUE "35".
       01  WS-ALIAS-EOF-FLAG        PIC X      VALUE "N".
           88  WS-ALIAS-EOF                    VALUE "Y".
       01  WS-ALIAS-STATUS          PIC XX.
           88  WS-ALIAS-NOT-FOUND           VALUE "35".

       01  WS-WL-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-WL-TABLE.
       01  WS-COMPANY-ARG           PIC X(20).
       01  WS-CURRENT-COMPANY-NAME  PIC X(20)  VALUE SPACES.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(20).

       01  WS-HOLD-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-NAME         PIC X(20)  OCCURS 200 TIMES.
           OPEN OUTPUT REVIEW-FILE
           PERFORM 2000-SCREEN-COMPANIES
           PERFORM 3000-SCREEN-PERSONS
           PERFORM 3500-SCREEN-OWNERS
           PERFORM 3700-SCREEN-ALIASES
           PERFORM 4000-WRITE-HOLD-FILE
           CLOSE REVIEW-FILE
           DISPLAY "R073: NAMES SCREENED         " WS-NAMES-SCREENED
                   TO WS-COMPANY-ARG
               MOVE COMPANY-NAME OF COMPANY-DETAILS TO WS-NAME-WORK
               PERFORM 6000-SCREEN-ONE-NAME
               IF WS-COMP-TABLE-COUNT < 500
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
           CLOSE ENTITY-FILE.

      ****************************************************************************
      * An owner is screened once for every company held, directly or       *
      * through a parent, so a hit holds each of them.                      *
      ****************************************************************************
       3500-SCREEN-OWNERS.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-NOT-FOUND
               SET WS-OWNER-EOF TO TRUE
           ELSE
               READ OWNER-FILE
                   AT END SET WS-OWNER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OWNER-EOF
               MOVE "OWNER" TO WS-SOURCE-ARG
               MOVE SPACES TO WS-COMPANY-ARG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = BO-COMPANY-ID
                       MOVE WS-COMP-NAME (WS-SUB) TO WS-COMPANY-ARG
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-NAME-WORK
               STRING BO-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   BO-LAST-NAME DELIMITED BY "  "
                   INTO WS-NAME-WORK
               PERFORM 6000-SCREEN-ONE-NAME
               READ OWNER-FILE
                   AT END SET WS-OWNER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OWNER-NOT-FOUND
               CLOSE OWNER-FILE
           END-IF.

      ****************************************************************************
      * A hit on any name the company has gone by holds the company under      *
      * its current name, the name R032 and R033 check.                        *
      ****************************************************************************
       3700-SCREEN-ALIASES.
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-NOT-FOUND
               SET WS-ALIAS-EOF TO TRUE
           ELSE
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALIAS-EOF
               MOVE "ALIAS" TO WS-SOURCE-ARG
               MOVE SPACES TO WS-COMPANY-ARG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = CA-COMPANY-ID
                       MOVE WS-COMP-NAME (WS-SUB) TO WS-COMPANY-ARG
                   END-IF
               END-PERFORM
               MOVE CA-ALIAS-NAME TO WS-NAME-WORK
               PERFORM 6000-SCREEN-ONE-NAME
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-NOT-FOUND
               CLOSE ALIAS-FILE
           END-IF.

       4000-WRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
