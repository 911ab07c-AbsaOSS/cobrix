      * save takes: the COMPMSTR rewrite, a dated COMPVERS version, a          *
      * COMPCDC change record and an ACCESSLOG entry. The worked queue goes    *
      * to PENDOUT with every item's final status; rejected items carry        *
      * their reason back to the enterer. An approved name change files the    *
      * name it replaces on ALIASNEW as a former-name alias for R175 to        *
      * merge into the alias register.                                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "ACCESSLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASNEW"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       FD  ACCESS-LOG-FILE.
       COPY "access-log-record".

       FD  ALIAS-FILE.
       COPY "company-alias".

       WORKING-STORAGE SECTION.
       01  WS-PROF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-PROF-EOF                     VALUE "Y".
       01  WS-OLD-SHOW              PIC X(25).
       01  WS-NEW-SHOW              PIC X(25).
       01  WS-ENTERED-SHOW          PIC X(8).
       01  WS-FORMER-NAME           PIC X(15)  VALUE SPACES.
       01  WS-DECISION-ENTRY        PIC X(1).
       01  WS-REASON-ENTRY          PIC X(30).

               NOT INVALID KEY
                   EVALUATE WS-FIELD-SHOW
                       WHEN "COMPANY-NAME"
                           MOVE COMPANY-NAME OF COMPANY-DETAILS
                               TO WS-FORMER-NAME
                           MOVE WS-NEW-SHOW (1:15)
                               TO COMPANY-NAME OF COMPANY-DETAILS
                           SET WS-APPLY-OK TO TRUE
               PERFORM 4100-WRITE-VERSION
               PERFORM 4200-WRITE-CDC
               PERFORM 4300-WRITE-ACCESS-LOG
               IF WS-FIELD-SHOW = "COMPANY-NAME"
                   AND WS-FORMER-NAME NOT = WS-NEW-SHOW (1:15)
                   PERFORM 4400-FILE-FORMER-NAME
               END-IF
           END-IF.

       4100-WRITE-VERSION.
           MOVE WS-FIELD-SHOW TO ALG-FIELDS-CHANGED
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.

       4400-FILE-FORMER-NAME.
           OPEN EXTEND ALIAS-FILE
           MOVE WS-COMPANY-SHOW TO CA-COMPANY-ID
           MOVE WS-FORMER-NAME TO CA-ALIAS-NAME
           SET CA-FORMER-NAME TO TRUE
           MOVE ZERO TO CA-EFFECTIVE-FROM
           MOVE WS-CURRENT-DATE-NUM TO CA-EFFECTIVE-TO
           MOVE "R132" TO CA-SOURCE
           MOVE WS-USER-ENTRY TO CA-ENTERED-BY
           MOVE WS-CURRENT-DATE-NUM TO CA-ENTERED-DATE
           WRITE COMPANY-ALIAS-RECORD
           CLOSE ALIAS-FILE.
