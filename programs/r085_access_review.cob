      * precedes a data walk-out. An optional investigation request            *
      * (ACCINVREQ naming a COMPANY-ID) lists every access to that company,    *
      * the "who looked at company X" answer audit asks for.                   *
      * The month's segregation-of-duties findings from R187 (SODFIND,           *
      * sod-finding.cpy) are listed after the user summary for the same          *
      * reviewer to certify.                                                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "ACCESSRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FINDING-FILE ASSIGN TO "SODFIND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  FINDING-FILE.
       COPY "sod-finding".

       WORKING-STORAGE SECTION.
       01  WS-LOG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-LOG-EOF                      VALUE "Y".
           88  WS-LOG-NOT-FOUND             VALUE "35".
       01  WS-INV-STATUS            PIC XX.
           88  WS-INV-NOT-FOUND             VALUE "35".
       01  WS-SOD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SOD-EOF                      VALUE "Y".
       01  WS-SOD-STATUS            PIC XX.
           88  WS-SOD-NOT-FOUND             VALUE "35".
       01  WS-SOD-COUNT             PIC 9(9)   VALUE ZERO.

       01  WS-SCAN-THRESHOLD        PIC 9(3)   VALUE 10.

           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-SUMMARIZE-PER-USER
           PERFORM 3000-WRITE-USER-SUMMARY
           PERFORM 3500-WRITE-SOD-FINDINGS
           IF WS-INVEST-MODE
               PERFORM 4000-WRITE-INVESTIGATION
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "R085: ACCESSES REVIEWED      " WS-LOG-TABLE-COUNT
           DISPLAY "R085: USERS FLAGGED          " WS-FLAGGED-COUNT
           DISPLAY "R085: SOD FINDINGS           " WS-SOD-COUNT
           IF WS-OVERFLOW
               DISPLAY "R085: LOG TABLE FULL - REVIEW INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       3500-WRITE-SOD-FINDINGS.
           MOVE "*** SEGREGATION OF DUTIES FINDINGS ***" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT FINDING-FILE
           IF WS-SOD-NOT-FOUND
               SET WS-SOD-EOF TO TRUE
           ELSE
               READ FINDING-FILE
                   AT END SET WS-SOD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SOD-EOF
               ADD 1 TO WS-SOD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING SDF-USER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SDF-CONFLICT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SDF-OTHER-USER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SDF-DETAIL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SDF-REVIEW-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               READ FINDING-FILE
                   AT END SET WS-SOD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SOD-NOT-FOUND
               CLOSE FINDING-FILE
           END-IF.

       4000-WRITE-INVESTIGATION.
           MOVE SPACES TO REPORT-LINE
           STRING "*** ACCESSES TO " DELIMITED BY SIZE
