      * screen, and the field on the master stays as it was. Every save       *
      * writes a begin/commit pair to the INTENTJRN intent journal            *
      * (intent-journal.cpy) so R134 can replay the afternoon's work after    *
      * a crash. A name change saved directly files the old name on            *
      * ALIASNEW (company-alias.cpy) as a former-name alias, ended at the      *
      * change's effective date, for R175 to merge into the alias register.    *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "INTENTJRN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASNEW"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       FD  JOURNAL-FILE.
       COPY "intent-journal".

       FD  ALIAS-FILE.
       COPY "company-alias".

       WORKING-STORAGE SECTION.
       01  WS-STATS-START-STAMP     PIC X(21).
       01  WS-STATS-START-R REDEFINES WS-STATS-START-STAMP.
               IF WS-REWRITE-OK
                   PERFORM 3500-JOURNAL-COMMIT
                   PERFORM 3100-WRITE-VERSION
                   IF WS-COMPANY-NAME-ENTRY NOT = WS-ORIGINAL-NAME
                       PERFORM 3150-FILE-FORMER-NAME
                   END-IF
                   ADD 1 TO WS-STATS-WRITTEN-COUNT
                   MOVE "UPDATE" TO WS-FUNCTION-ARG
                   PERFORM 6000-WRITE-ACCESS-LOG
           WRITE STATIC-VERSION-RECORD
           CLOSE VERSION-FILE.

      ****************************************************************************
      * The name being replaced stays searchable as a former name - R175       *
      * merges ALIASNEW into the alias register on its next run.               *
      ****************************************************************************
       3150-FILE-FORMER-NAME.
           OPEN EXTEND ALIAS-FILE
           MOVE WS-COMPANY-ID-ENTRY TO CA-COMPANY-ID
           MOVE WS-ORIGINAL-NAME TO CA-ALIAS-NAME
           SET CA-FORMER-NAME TO TRUE
           MOVE ZERO TO CA-EFFECTIVE-FROM
           MOVE WS-EFF-DATE-ENTRY TO CA-EFFECTIVE-TO
           MOVE "R048" TO CA-SOURCE
           MOVE WS-OPERATOR-ID-ENTRY TO CA-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CA-ENTERED-DATE
           WRITE COMPANY-ALIAS-RECORD
           CLOSE ALIAS-FILE.

      ****************************************************************************
      * Every inquiry and every saved update leaves an access-log record        *
      * (access-log-record.cpy) for the monthly access review - see R085.       *
