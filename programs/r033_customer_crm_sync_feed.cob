      * Customers of a company whose consent register entry (CNSOUT,           *
      * maintained by R137) withholds the CRM channel are excluded, with       *
      * an excluded-count control line closing the feed.                        *
      * Customers of a company under KYC restriction (KYCRESTR, written by       *
      * R173 when its periodic review is overdue past grace) are not pushed      *
      * to the CRM until the review is completed.                                *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.

           SELECT KYC-RESTR-FILE ASSIGN TO "KYCRESTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYCR-STATUS.

           SELECT OPTIONAL STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL.

       FD  CONSENT-FILE.
       COPY "consent-record".

       FD  KYC-RESTR-FILE.
       COPY "kyc-restriction".

       WORKING-STORAGE SECTION.
       01  WS-STATS-START-STAMP     PIC X(21).
       01  WS-STATS-START-R REDEFINES WS-STATS-START-STAMP.
           88  WS-CRM-CONSENTED                VALUE "Y".
       01  WS-EXCLUDED-COUNT        PIC 9(9)   VALUE ZERO.

       01  WS-KYCR-STATUS           PIC XX.
           88  WS-KYCR-NOT-FOUND            VALUE "35".
       01  WS-KYCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-KYCR-EOF                     VALUE "Y".
       01  WS-KYCR-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-KYCR-TABLE.
           05  WS-KYCR-NAME         PIC X(15)  OCCURS 500 TIMES.
       01  WS-KYCR-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-COMPANY-KYC-FLAG      PIC X      VALUE "N".
           88  WS-COMPANY-KYC-RESTRICTED       VALUE "Y".
       01  WS-KYC-WITHHELD-COUNT    PIC 9(9)   VALUE ZERO.

       01  WS-SEQ-DISPLAY           PIC ZZZZZZZZ9.

       COPY "cycle-date-parm".
           DISPLAY "R033: HELD-COMPANY SUPPRESSED " WS-SUPPRESSED-COUNT
           DISPLAY "R033: UNMAPPED CRM COMPANIES " WS-NOMAP-COUNT
           DISPLAY "R033: CONSENT EXCLUDED       " WS-EXCLUDED-COUNT
           DISPLAY "R033: KYC RESTRICTED WITHHELD "
               WS-KYC-WITHHELD-COUNT
           IF WS-OVERFLOW
               DISPLAY "R033: LOAD TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           PERFORM 1200-LOAD-COMPLIANCE-HOLDS
           PERFORM 1300-LOAD-CRM-KEYS
           PERFORM 1400-LOAD-CONSENT
           PERFORM 1500-LOAD-KYC-RESTRICTIONS
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * Companies on compliance hold (watch-hold.cpy, written by R073 and        *
      * added to by R186 for escalated AML cases) have every record              *
      * suppressed from the feed until the hold clears.                          *
      ****************************************************************************
       1200-LOAD-COMPLIANCE-HOLDS.
           OPEN INPUT HOLD-FILE
                       MOVE "N" TO WS-COMPANY-CONSENT-FLAG
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-COMPANY-KYC-FLAG
               PERFORM VARYING WS-KYCR-SUB FROM 1 BY 1
                       UNTIL WS-KYCR-SUB > WS-KYCR-TABLE-COUNT
                   IF WS-KYCR-NAME (WS-KYCR-SUB)
                           = WS-CURRENT-COMPANY-NAME (1:15)
                       SET WS-COMPANY-KYC-RESTRICTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF SEGMENT-ID OF ENTITY = 5
               AND WS-COMPANY-HELD
               AND NOT WS-CRM-CONSENTED
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
           IF SEGMENT-ID OF ENTITY = 5
               AND WS-COMPANY-KYC-RESTRICTED
               ADD 1 TO WS-KYC-WITHHELD-COUNT
           ELSE
           IF SEGMENT-ID OF ENTITY = 5
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-RECORD-SEQ TO WS-SEQ-DISPLAY
           END-IF
           END-IF
           END-IF
           END-IF
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
               CLOSE CONSENT-FILE
           END-IF.

      ****************************************************************************
      * Company-level lines of the KYC restriction file R173 writes. No         *
      * file, no restrictions.                                                  *
      ****************************************************************************
       1500-LOAD-KYC-RESTRICTIONS.
           OPEN INPUT KYC-RESTR-FILE
           IF WS-KYCR-NOT-FOUND
               SET WS-KYCR-EOF TO TRUE
           ELSE
               READ KYC-RESTR-FILE
                   AT END SET WS-KYCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-KYCR-EOF
               IF KR-CONTRACT-NUMBER = SPACES
                   IF WS-KYCR-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-KYCR-TABLE-COUNT
                       MOVE KR-COMPANY-NAME
                           TO WS-KYCR-NAME (WS-KYCR-TABLE-COUNT)
                   END-IF
               END-IF
               READ KYC-RESTR-FILE
                   AT END SET WS-KYCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-KYCR-NOT-FOUND
               CLOSE KYC-RESTR-FILE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO CRM-LINE
           STRING "CONTROL EXCLUDED=" DELIMITED BY SIZE
