      * credit limit (credit-limit.cpy on CRLIMNEW, picked up by R106's       *
      * nightly merge) from the class table CRLCLASS - the class the          *
      * transaction keys, class D when left blank.                            *
      * Every new company must also carry an industry classification code        *
      * that exists on the INDCODES table (industry-code.cpy); a blank or        *
      * unknown code is rejected like any other edit. The accepted company's     *
      * code goes to INDNEW (company-industry.cpy) for R169 to merge into        *
      * the industry register. A company whose KYC review is overdue past        *
      * grace (KYCRESTR, written nightly by R173) may take on no new             *
      * business, so a new-company transaction in the name of a restricted       *
      * company is rejected rather than opened again under a new number.         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT LIMIT-NEW-FILE ASSIGN TO "CRLIMNEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT INDCODE-FILE ASSIGN TO "INDCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDCODE-STATUS.

           SELECT IND-NEW-FILE ASSIGN TO "INDNEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT KYC-RESTR-FILE ASSIGN TO "KYCRESTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
           05  NC-TAXPAYER-STR          PIC X(8).
           05  NC-REGISTRATION-NUM      PIC X(10).
           05  NC-LIMIT-CLASS           PIC X(1).
           05  NC-INDUSTRY-CODE         PIC X(5).

       FD  RANGE-IN-FILE.
       COPY "number-range" REPLACING NUMBER-RANGE-RECORD
       FD  LIMIT-NEW-FILE.
       COPY "credit-limit".

       FD  INDCODE-FILE.
       COPY "industry-code".

       FD  IND-NEW-FILE.
       COPY "company-industry".

       FD  KYC-RESTR-FILE.
       COPY "kyc-restriction".

       WORKING-STORAGE SECTION.
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-ASSIGN-LIMIT          PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8)   VALUE ZERO.

       01  WS-INDCODE-STATUS        PIC XX.
           88  WS-INDCODE-NOT-FOUND         VALUE "35".
       01  WS-INDCODE-EOF-FLAG      PIC X      VALUE "N".
           88  WS-INDCODE-EOF                  VALUE "Y".
       01  WS-INDCODE-TABLE-COUNT   PIC 9(4)   VALUE ZERO.
       01  WS-INDCODE-TABLE.
           05  WS-INDCODE-CODE      PIC X(5)   OCCURS 1000 TIMES.
       01  WS-INDCODE-SUB           PIC 9(4)   VALUE ZERO.
       01  WS-INDCODE-HIT-FLAG      PIC X      VALUE "N".
           88  WS-INDCODE-HIT                  VALUE "Y".

       01  WS-KYCR-STATUS           PIC XX.
           88  WS-KYCR-NOT-FOUND            VALUE "35".
       01  WS-KYCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-KYCR-EOF                     VALUE "Y".
       01  WS-KYCR-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-KYCR-TABLE.
           05  WS-KYCR-NAME         PIC X(15)  OCCURS 500 TIMES.
       01  WS-KYCR-SUB              PIC 9(3)   VALUE ZERO.

       01  WS-SCAN-SUB              PIC 9(2)   VALUE ZERO.
       01  WS-LAST-NONBLANK         PIC 9(2)   VALUE ZERO.
       01  WS-LOOKS-ALPHA-FLAG      PIC X      VALUE "N".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 1000-LOAD-NUMBER-RANGE
           PERFORM 1500-LOAD-CLASS-TABLE
           PERFORM 1600-LOAD-INDUSTRY-CODES
           PERFORM 1700-LOAD-KYC-RESTRICTIONS
           OPEN INPUT TXN-FILE
           OPEN OUTPUT ACCEPTED-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT LIMIT-NEW-FILE
           OPEN OUTPUT IND-NEW-FILE
           READ TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ
           CLOSE ACCEPTED-FILE
           CLOSE EXCEPTION-FILE
           CLOSE LIMIT-NEW-FILE
           CLOSE IND-NEW-FILE
           PERFORM 5000-WRITE-NUMBER-RANGE
           DISPLAY "R087: COMPANIES ACCEPTED     " WS-ACCEPTED-COUNT
           DISPLAY "R087: TRANSACTIONS REJECTED  " WS-REJECTED-COUNT
               CLOSE CLASS-FILE
           END-IF.

       1600-LOAD-INDUSTRY-CODES.
           OPEN INPUT INDCODE-FILE
           IF WS-INDCODE-NOT-FOUND
               SET WS-INDCODE-EOF TO TRUE
           ELSE
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INDCODE-EOF
               IF WS-INDCODE-TABLE-COUNT < 1000
                   ADD 1 TO WS-INDCODE-TABLE-COUNT
                   MOVE IC-CODE
                       TO WS-INDCODE-CODE (WS-INDCODE-TABLE-COUNT)
               END-IF
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INDCODE-NOT-FOUND
               CLOSE INDCODE-FILE
           END-IF.

       1700-LOAD-KYC-RESTRICTIONS.
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
                   AND WS-KYCR-TABLE-COUNT < 500
                   ADD 1 TO WS-KYCR-TABLE-COUNT
                   MOVE KR-COMPANY-NAME
                       TO WS-KYCR-NAME (WS-KYCR-TABLE-COUNT)
               END-IF
               READ KYC-RESTR-FILE
                   AT END SET WS-KYCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-KYCR-NOT-FOUND
               CLOSE KYC-RESTR-FILE
           END-IF.

       2000-PROCESS-TRANSACTION.
           MOVE "Y" TO WS-EDIT-OK-FLAG
           MOVE SPACES TO WS-REASON
           IF WS-EDIT-OK
               PERFORM 2200-EDIT-REGISTRATION-NUM
           END-IF
           IF WS-EDIT-OK
               PERFORM 2300-EDIT-INDUSTRY-CODE
           END-IF
           IF WS-EDIT-OK
               PERFORM 2400-EDIT-KYC-RESTRICTION
           END-IF
           IF WS-EDIT-OK AND WS-RANGE-NEXT > WS-RANGE-HIGH
               SET WS-RANGE-EXHAUSTED TO TRUE
               MOVE "N" TO WS-EDIT-OK-FLAG
               END-PERFORM
           END-IF.

      ****************************************************************************
      * Credit and risk report sector concentration off the industry code,    *
      * so no company is created without one the INDCODES table knows.        *
      ****************************************************************************
       2300-EDIT-INDUSTRY-CODE.
           MOVE "N" TO WS-INDCODE-HIT-FLAG
           PERFORM VARYING WS-INDCODE-SUB FROM 1 BY 1
                   UNTIL WS-INDCODE-SUB > WS-INDCODE-TABLE-COUNT
               IF WS-INDCODE-CODE (WS-INDCODE-SUB) = NC-INDUSTRY-CODE
                   SET WS-INDCODE-HIT TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NC-INDUSTRY-CODE = SPACES
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "MISSING INDUSTRY CODE" TO WS-REASON
               WHEN NOT WS-INDCODE-HIT
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "UNKNOWN INDUSTRY CODE" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************************
      * A company under KYC restriction takes on no new business.                *
      ****************************************************************************
       2400-EDIT-KYC-RESTRICTION.
           PERFORM VARYING WS-KYCR-SUB FROM 1 BY 1
                   UNTIL WS-KYCR-SUB > WS-KYCR-TABLE-COUNT
               IF WS-KYCR-NAME (WS-KYCR-SUB) = NC-COMPANY-NAME
                   MOVE "N" TO WS-EDIT-OK-FLAG
                   MOVE "COMPANY UNDER KYC RESTRICTION" TO WS-REASON
               END-IF
           END-PERFORM.

       3000-ACCEPT-COMPANY.
           ADD 1 TO WS-ACCEPTED-COUNT
           MOVE SPACES TO WS-NEW-COMPANY-ID
           MOVE NC-TAXPAYER-STR TO TAXPAYER-STR OF ACCEPTED-RECORD
           WRITE ACCEPTED-RECORD
           PERFORM 3500-ASSIGN-DEFAULT-LIMIT
           MOVE WS-NEW-COMPANY-ID TO CI-COMPANY-ID
           MOVE NC-INDUSTRY-CODE TO CI-INDUSTRY-CODE
           MOVE WS-TODAY-DATE TO CI-EFFECTIVE-DATE
           MOVE "O" TO CI-SOURCE
           WRITE COMPANY-INDUSTRY-RECORD
           DISPLAY "R087: ASSIGNED " WS-NEW-COMPANY-ID " TO "
               NC-COMPANY-NAME.

