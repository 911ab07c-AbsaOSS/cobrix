      * One answer to "do we know these people": a full or partial name,        *
      * normalized the way R073's watchlist matching normalizes (upper         *
      * case, letters and digits only), searched across every master that      *
      * carries names - COMPANY-NAME on the company file, the former,          *
      * trading-as and bank-statement names on R175's alias register           *
      * (ALIASOUT), the CUSTOMER,                                              *
      * EMPLOYEE and CONTACT person names on the ENTITY extract, the           *
      * PERSON segments on the test16-layout feed (ENT16IN, read directly      *
      * the way R075 reads them), the                                          *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT HIT-FILE ASSIGN TO "SRCHOUT"
               ORGANIZATION IS SEQUENTIAL.

       FD  MERGE-FILE.
       COPY "merge-xref".

       FD  ALIAS-FILE.
       COPY "company-alias".

       FD  HIT-FILE.
       01  HIT-LINE                     PIC X(110).

           88  WS-MERGE-EOF                    VALUE "Y".
       01  WS-MERGE-STATUS          PIC XX.
           88  WS-MERGE-NOT-FOUND           VALUE "35".
       01  WS-ALIAS-EOF-FLAG        PIC X      VALUE "N".
           88  WS-ALIAS-EOF                    VALUE "Y".
       01  WS-ALIAS-STATUS          PIC XX.
           88  WS-ALIAS-NOT-FOUND           VALUE "35".

       01  WS-PROF-TABLE-COUNT      PIC 9(2)   VALUE ZERO.
       01  WS-PROF-TABLE.
               WRITE HIT-LINE
           ELSE
               PERFORM 4100-SEARCH-COMPANIES
               PERFORM 4150-SEARCH-ALIASES
               PERFORM 4200-SEARCH-ENTITY
               PERFORM 4250-SEARCH-T16-PERSONS
               PERFORM 4300-SEARCH-ACCOUNTS
           END-PERFORM
           CLOSE COMPANY-FILE.

      ****************************************************************************
      * A company found under a name it no longer uses, trades under or         *
      * appears under on bank statements: the hit names the alias, and the      *
      * line below gives its type and the dates it was in use.                  *
      ****************************************************************************
       4150-SEARCH-ALIASES.
           MOVE "N" TO WS-ALIAS-EOF-FLAG
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-NOT-FOUND
               SET WS-ALIAS-EOF TO TRUE
           ELSE
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALIAS-EOF
               MOVE CA-ALIAS-NAME TO WS-NAME-WORK
               PERFORM 5100-TEST-MATCH
               IF WS-NAME-MATCHES
                   MOVE "ALIAS" TO WS-HIT-SOURCE
                   MOVE CA-COMPANY-ID TO WS-HIT-KEY
                   MOVE CA-ALIAS-NAME TO WS-HIT-NAME
                   PERFORM 6000-WRITE-HIT
                   MOVE SPACES TO HIT-LINE
                   STRING "    ALIAS TYPE " DELIMITED BY SIZE
                       CA-ALIAS-TYPE DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       CA-EFFECTIVE-FROM DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       CA-EFFECTIVE-TO DELIMITED BY SIZE
                       " SOURCE " DELIMITED BY SIZE
                       CA-SOURCE DELIMITED BY SIZE
                       INTO HIT-LINE
                   WRITE HIT-LINE
                   PERFORM 6100-WRITE-LINKED-IDENTITIES
               END-IF
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-NOT-FOUND
               CLOSE ALIAS-FILE
           END-IF.

       4200-SEARCH-ENTITY.
           MOVE "N" TO WS-ENT-EOF-FLAG
           OPEN INPUT ENTITY-FILE
