      ****************************************************************************
      *                                                                          *
      * Copyright 2018 ABSA Group Limited                                        *
      *                                                                          *
      * Licensed under the Apache License, Version 2.0 (the "License");          *
      * you may not use this file except in compliance with the License.         *
      * You may obtain a copy of the License at                                  *
      *                                                                          *
      *     http://www.apache.org/licenses/LICENSE-2.0                           *
      *                                                                          *
      * Unless required by applicable law or agreed to in writing, software      *
      * distributed under the License is distributed on an "AS IS" BASIS,        *
      * WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied. *
      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * R157-TAX-DETERMINATION                                                  *
      *                                                                          *
      * Output-tax step between billing (R156) and the GL/AR feed (R032).      *
      * Every invoice on the register (INVREGOUT) is given a tax treatment     *
      * from its customer's TAXPAYER-TYPE on COMPIN and the rate table          *
      * (tax-rate.cpy, TAXRATES) in force on the invoice's issue date. The     *
      * identifier is judged the way R003 judges it - TYPE "N" must not carry  *
      * alphabetic bytes, TYPE "S" must not carry unprintable ones, and any    *
      * other TYPE is invalid - and a blank or zero identifier is missing; a   *
      * customer without a valid identifier takes the blank-type row of the    *
      * table. The invoiced AMOUNT is tax-inclusive, so it is split into net   *
      * and tax that add back to the amount billed, and written to TAXSPLIT    *
      * (tax-split.cpy) for R032 to post. An invoice with no rate row in       *
      * force is listed on TAXEXC and goes to the feed unsplit.                *
      *                                                                          *
      * At period end the return follows R104: every CONTRGLAR period that     *
      * R104 closed this business date (PERIODOUT, PRD-STATUS C) gets a tax    *
      * return summary on TAXRTN - standard-rated net and tax, zero-rated and  *
      * exempt totals for invoices issued in that month - followed by the      *
      * contracts whose customer's taxpayer identifier was missing or invalid. *
      * Each book (R213, by the invoice's contract) is a separate legal entity *
      * and files a separate return: a closed period row per book gives that   *
      * book's return, headed with its book code, over its own invoices.       *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R157-TAX-DETERMINATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "INVREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO "TAXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT SPLIT-FILE ASSIGN TO "TAXSPLIT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "TAXEXC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETURN-FILE ASSIGN TO "TAXRTN"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "invoice-register".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  RATE-FILE.
       COPY "tax-rate".

       FD  PERIOD-FILE.
       COPY "period-control".

       FD  SPLIT-FILE.
       COPY "tax-split".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE               PIC X(100).

       FD  RETURN-FILE.
       01  RETURN-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-RATE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-RATE-EOF                     VALUE "Y".
       01  WS-RATE-STATUS           PIC XX.
           88  WS-RATE-NOT-FOUND            VALUE "35".
       01  WS-PRD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-PRD-EOF                      VALUE "Y".
       01  WS-PRD-STATUS            PIC XX.
           88  WS-PRD-NOT-FOUND             VALUE "35".

       01  WS-RATE-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY        OCCURS 100 TIMES.
               10  WS-RATE-TYPE         PIC X(1).
               10  WS-RATE-TREATMENT    PIC X(1).
               10  WS-RATE-PCT          PIC 9(2)V9(4).
               10  WS-RATE-EFFECTIVE    PIC 9(8).
               10  WS-RATE-GL-ACCOUNT   PIC X(20).
       01  WS-RATE-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-RATE-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-TAX-TYPE     PIC X(1).
               10  WS-COMP-ID-STATUS    PIC X(1).
       01  WS-COMP-SUB              PIC 9(3)   VALUE ZERO.

       01  WS-SCAN-SUB              PIC 9(1)   VALUE ZERO.
       01  WS-LOOKS-ALPHA-FLAG      PIC X      VALUE "N".
           88  WS-LOOKS-ALPHA                  VALUE "Y".
       01  WS-LOOKS-UNPRINT-FLAG    PIC X      VALUE "N".
           88  WS-LOOKS-UNPRINT                VALUE "Y".

       01  WS-PER-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY         OCCURS 120 TIMES.
               10  WS-PER-PERIOD        PIC 9(6).
               10  WS-PER-BOOK          PIC X(2).
               10  WS-PER-INVOICES      PIC 9(9).
               10  WS-PER-STD-NET       PIC 9(13)V9(2).
               10  WS-PER-STD-TAX       PIC 9(13)V9(2).
               10  WS-PER-ZERO-TOTAL    PIC 9(13)V9(2).
               10  WS-PER-EXEMPT-TOTAL  PIC 9(13)V9(2).
       01  WS-PER-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-PER-HIT               PIC 9(3)   VALUE ZERO.

       01  WS-BAD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-BAD-TABLE.
           05  WS-BAD-ENTRY         OCCURS 2000 TIMES.
               10  WS-BAD-PERIOD        PIC 9(6).
               10  WS-BAD-BOOK          PIC X(2).
               10  WS-BAD-CONTRACT      PIC X(15).
               10  WS-BAD-COMPANY-ID    PIC X(10).
               10  WS-BAD-STATUS        PIC X(1).
       01  WS-BAD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-BAD-LISTED            PIC 9(4)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-ISSUE-PERIOD          PIC 9(6)   VALUE ZERO.
       01  WS-INVOICE-BOOK          PIC X(2)   VALUE SPACES.
       01  WS-DEFAULT-BOOK          PIC X(2)   VALUE SPACES.
       01  WS-KEY-TYPE              PIC X(1)   VALUE SPACE.
       01  WS-ID-STATUS             PIC X(1)   VALUE SPACE.
       01  WS-TAX-WORK              PIC 9(10)V9(2) VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-ID-STATUS-TEXT        PIC X(8)   VALUE SPACES.

       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZZZZ9.99.
       01  WS-TAX-EDIT              PIC ZZZZZZZZZZZZ9.99.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.

       01  WS-SPLIT-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-TAX-TOTAL             PIC 9(13)V9(2) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-RETURN-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R157" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-RATES
           PERFORM 1100-LOAD-TAXPAYERS
           OPEN OUTPUT SPLIT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 2000-SPLIT-REGISTER
           CLOSE SPLIT-FILE
           CLOSE EXCEPTION-FILE
           OPEN OUTPUT RETURN-FILE
           PERFORM 3000-WRITE-PERIOD-RETURNS
           CLOSE RETURN-FILE
           DISPLAY "R157: INVOICES SPLIT         " WS-SPLIT-COUNT
           DISPLAY "R157: OUTPUT TAX DETERMINED  " WS-TAX-TOTAL
           DISPLAY "R157: INVOICES WITHOUT RATE  " WS-EXCEPTION-COUNT
           DISPLAY "R157: TAX RETURNS PRODUCED   " WS-RETURN-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R157: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-NOT-FOUND
               SET WS-RATE-EOF TO TRUE
           ELSE
               READ RATE-FILE
                   AT END SET WS-RATE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RATE-EOF
               IF WS-RATE-TABLE-COUNT >= 100
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   MOVE TXR-TAXPAYER-TYPE
                       TO WS-RATE-TYPE (WS-RATE-TABLE-COUNT)
                   MOVE TXR-TREATMENT
                       TO WS-RATE-TREATMENT (WS-RATE-TABLE-COUNT)
                   MOVE TXR-RATE-PCT
                       TO WS-RATE-PCT (WS-RATE-TABLE-COUNT)
                   MOVE TXR-EFFECTIVE-DATE
                       TO WS-RATE-EFFECTIVE (WS-RATE-TABLE-COUNT)
                   MOVE TXR-GL-ACCOUNT
                       TO WS-RATE-GL-ACCOUNT (WS-RATE-TABLE-COUNT)
               END-IF
               READ RATE-FILE
                   AT END SET WS-RATE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RATE-NOT-FOUND
               CLOSE RATE-FILE
           END-IF.

      ****************************************************************************
      * Each customer's TAXPAYER-TYPE and the state of its identifier: V       *
      * valid, M missing (blank, or a zero registered number), I invalid by    *
      * the R003 byte checks or an unknown TYPE code.                          *
      ****************************************************************************
       1100-LOAD-TAXPAYERS.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE TAXPAYER-TYPE OF COMPANY-DETAILS
                       TO WS-COMP-TAX-TYPE (WS-COMP-TABLE-COUNT)
                   PERFORM 1150-JUDGE-IDENTIFIER
                   MOVE WS-ID-STATUS
                       TO WS-COMP-ID-STATUS (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1150-JUDGE-IDENTIFIER.
           MOVE "N" TO WS-LOOKS-ALPHA-FLAG
           MOVE "N" TO WS-LOOKS-UNPRINT-FLAG
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 8
               IF TAXPAYER-STR (WS-SCAN-SUB:1) IS ALPHABETIC
                   AND TAXPAYER-STR (WS-SCAN-SUB:1) NOT = SPACE
                   SET WS-LOOKS-ALPHA TO TRUE
               END-IF
               IF TAXPAYER-STR (WS-SCAN-SUB:1) < X"20"
                   SET WS-LOOKS-UNPRINT TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN TAXPAYER-TYPE = SPACE
                   MOVE "M" TO WS-ID-STATUS
               WHEN TAXPAYER-TYPE = "N" AND WS-LOOKS-ALPHA
                   MOVE "I" TO WS-ID-STATUS
               WHEN TAXPAYER-TYPE = "N" AND TAXPAYER-NUM = ZERO
                   MOVE "M" TO WS-ID-STATUS
               WHEN TAXPAYER-TYPE = "N"
                   MOVE "V" TO WS-ID-STATUS
               WHEN TAXPAYER-TYPE = "S" AND WS-LOOKS-UNPRINT
                   MOVE "I" TO WS-ID-STATUS
               WHEN TAXPAYER-TYPE = "S" AND TAXPAYER-STR = SPACES
                   MOVE "M" TO WS-ID-STATUS
               WHEN TAXPAYER-TYPE = "S"
                   MOVE "V" TO WS-ID-STATUS
               WHEN OTHER
                   MOVE "I" TO WS-ID-STATUS
           END-EVALUATE.

       2000-SPLIT-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-NOT-FOUND
               SET WS-REG-EOF TO TRUE
           ELSE
               READ REGISTER-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               PERFORM 2100-SPLIT-ONE-INVOICE
               READ REGISTER-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REGISTER-FILE
           END-IF.

      ****************************************************************************
      * A customer not on COMPIN counts as a missing identifier. The rate      *
      * row is looked up under the customer's TYPE only when its identifier    *
      * is valid, otherwise under the blank TYPE.                              *
      ****************************************************************************
       2100-SPLIT-ONE-INVOICE.
           MOVE SPACE TO WS-KEY-TYPE
           MOVE "M" TO WS-ID-STATUS
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-COMP-SUB) = INV-COMPANY-ID
                   MOVE WS-COMP-ID-STATUS (WS-COMP-SUB)
                       TO WS-ID-STATUS
                   IF WS-COMP-ID-STATUS (WS-COMP-SUB) = "V"
                       MOVE WS-COMP-TAX-TYPE (WS-COMP-SUB)
                           TO WS-KEY-TYPE
                   END-IF
               END-IF
           END-PERFORM
           MOVE INV-ISSUE-DATE (1:6) TO WS-ISSUE-PERIOD
           MOVE INV-CONTRACT-NUMBER TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE BKP-BOOK TO WS-INVOICE-BOOK
           IF WS-ID-STATUS NOT = "V"
               PERFORM 2300-NOTE-BAD-IDENTIFIER
           END-IF
           PERFORM 2200-FIND-RATE-IN-FORCE
           IF WS-RATE-HIT = ZERO
               MOVE "NO TAX RATE IN FORCE FOR TAXPAYER TYPE"
                   TO WS-REASON
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               MOVE INV-CONTRACT-NUMBER TO TXS-CONTRACT-NUMBER
               MOVE INV-NUMBER TO TXS-INVOICE-NUMBER
               MOVE INV-COMPANY-ID TO TXS-COMPANY-ID
               MOVE INV-ISSUE-DATE TO TXS-ISSUE-DATE
               MOVE WS-RATE-TREATMENT (WS-RATE-HIT) TO TXS-TREATMENT
               MOVE WS-RATE-PCT (WS-RATE-HIT) TO TXS-RATE-PCT
               MOVE INV-AMOUNT TO TXS-GROSS-AMOUNT
               IF TXS-STANDARD
                   COMPUTE WS-TAX-WORK ROUNDED =
                       INV-AMOUNT * WS-RATE-PCT (WS-RATE-HIT)
                       / (100 + WS-RATE-PCT (WS-RATE-HIT))
               ELSE
                   MOVE ZERO TO WS-TAX-WORK
               END-IF
               MOVE WS-TAX-WORK TO TXS-TAX-AMOUNT
               COMPUTE TXS-NET-AMOUNT = INV-AMOUNT - WS-TAX-WORK
               MOVE WS-RATE-GL-ACCOUNT (WS-RATE-HIT) TO TXS-GL-ACCOUNT
               MOVE WS-ID-STATUS TO TXS-ID-STATUS
               WRITE TAX-SPLIT-RECORD
               ADD 1 TO WS-SPLIT-COUNT
               ADD WS-TAX-WORK TO WS-TAX-TOTAL
               PERFORM 2400-ACCUMULATE-PERIOD
           END-IF.

       2200-FIND-RATE-IN-FORCE.
           MOVE ZERO TO WS-RATE-HIT
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-TABLE-COUNT
               IF WS-RATE-TYPE (WS-RATE-SUB) = WS-KEY-TYPE
                   AND WS-RATE-EFFECTIVE (WS-RATE-SUB)
                       NOT > INV-ISSUE-DATE
                   IF WS-RATE-HIT = ZERO
                       MOVE WS-RATE-SUB TO WS-RATE-HIT
                   ELSE
                       IF WS-RATE-EFFECTIVE (WS-RATE-SUB)
                               > WS-RATE-EFFECTIVE (WS-RATE-HIT)
                           MOVE WS-RATE-SUB TO WS-RATE-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2300-NOTE-BAD-IDENTIFIER.
           IF WS-BAD-TABLE-COUNT >= 2000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-BAD-TABLE-COUNT
               MOVE WS-ISSUE-PERIOD
                   TO WS-BAD-PERIOD (WS-BAD-TABLE-COUNT)
               MOVE WS-INVOICE-BOOK
                   TO WS-BAD-BOOK (WS-BAD-TABLE-COUNT)
               MOVE INV-CONTRACT-NUMBER
                   TO WS-BAD-CONTRACT (WS-BAD-TABLE-COUNT)
               MOVE INV-COMPANY-ID
                   TO WS-BAD-COMPANY-ID (WS-BAD-TABLE-COUNT)
               MOVE WS-ID-STATUS
                   TO WS-BAD-STATUS (WS-BAD-TABLE-COUNT)
           END-IF.

       2400-ACCUMULATE-PERIOD.
           MOVE ZERO TO WS-PER-HIT
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-TABLE-COUNT
               IF WS-PER-PERIOD (WS-PER-SUB) = WS-ISSUE-PERIOD
                   AND WS-PER-BOOK (WS-PER-SUB) = WS-INVOICE-BOOK
                   MOVE WS-PER-SUB TO WS-PER-HIT
               END-IF
           END-PERFORM
           IF WS-PER-HIT = ZERO
               IF WS-PER-TABLE-COUNT >= 120
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PER-TABLE-COUNT
                   MOVE WS-PER-TABLE-COUNT TO WS-PER-HIT
                   MOVE WS-ISSUE-PERIOD TO WS-PER-PERIOD (WS-PER-HIT)
                   MOVE WS-INVOICE-BOOK TO WS-PER-BOOK (WS-PER-HIT)
                   MOVE ZERO TO WS-PER-INVOICES (WS-PER-HIT)
                   MOVE ZERO TO WS-PER-STD-NET (WS-PER-HIT)
                   MOVE ZERO TO WS-PER-STD-TAX (WS-PER-HIT)
                   MOVE ZERO TO WS-PER-ZERO-TOTAL (WS-PER-HIT)
                   MOVE ZERO TO WS-PER-EXEMPT-TOTAL (WS-PER-HIT)
               END-IF
           END-IF
           IF WS-PER-HIT > ZERO
               ADD 1 TO WS-PER-INVOICES (WS-PER-HIT)
               EVALUATE TRUE
                   WHEN TXS-STANDARD
                       ADD TXS-NET-AMOUNT TO WS-PER-STD-NET (WS-PER-HIT)
                       ADD TXS-TAX-AMOUNT TO WS-PER-STD-TAX (WS-PER-HIT)
                   WHEN TXS-ZERO-RATED
                       ADD TXS-NET-AMOUNT
                           TO WS-PER-ZERO-TOTAL (WS-PER-HIT)
                   WHEN OTHER
                       ADD TXS-NET-AMOUNT
                           TO WS-PER-EXEMPT-TOTAL (WS-PER-HIT)
               END-EVALUATE
           END-IF.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "NOT SPLIT " DELIMITED BY SIZE
               INV-NUMBER DELIMITED BY SIZE
               " CONTRACT " DELIMITED BY SIZE
               INV-CONTRACT-NUMBER DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               WS-KEY-TYPE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ****************************************************************************
      * A return is due for each CONTRGLAR period R104 closed on this          *
      * business date. Periods closed on earlier dates already had theirs.    *
      * Each book files its own return, from the invoices on its contracts;    *
      * a control row written before books were kept is the default book's.   *
      ****************************************************************************
       3000-WRITE-PERIOD-RETURNS.
           MOVE SPACES TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE BKP-BOOK TO WS-DEFAULT-BOOK
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-NOT-FOUND
               SET WS-PRD-EOF TO TRUE
           ELSE
               READ PERIOD-FILE
                   AT END SET WS-PRD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PRD-EOF
               IF PRD-BOOK = SPACES
                   MOVE WS-DEFAULT-BOOK TO PRD-BOOK
               END-IF
               IF PRD-SOURCE = "CONTRGLA"
                   AND PRD-CLOSED
                   AND PRD-CLOSED-DATE = WS-CURRENT-DATE-NUM
                   PERFORM 3100-WRITE-ONE-RETURN
               END-IF
               READ PERIOD-FILE
                   AT END SET WS-PRD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PRD-NOT-FOUND
               CLOSE PERIOD-FILE
           END-IF.

       3100-WRITE-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           MOVE ZERO TO WS-PER-HIT
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-TABLE-COUNT
               IF WS-PER-PERIOD (WS-PER-SUB) = PRD-PERIOD
                   AND WS-PER-BOOK (WS-PER-SUB) = PRD-BOOK
                   MOVE WS-PER-SUB TO WS-PER-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO RETURN-LINE
           STRING "TAX RETURN PERIOD " DELIMITED BY SIZE
               PRD-PERIOD DELIMITED BY SIZE
               " BOOK " DELIMITED BY SIZE
               PRD-BOOK DELIMITED BY SIZE
               " CLOSED " DELIMITED BY SIZE
               PRD-CLOSED-DATE DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           IF WS-PER-HIT = ZERO
               MOVE "  NO INVOICES ISSUED IN PERIOD" TO RETURN-LINE
               WRITE RETURN-LINE
           ELSE
               MOVE WS-PER-INVOICES (WS-PER-HIT) TO WS-COUNT-EDIT
               MOVE SPACES TO RETURN-LINE
               STRING "  INVOICES               " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
               MOVE WS-PER-STD-NET (WS-PER-HIT) TO WS-AMOUNT-EDIT
               MOVE WS-PER-STD-TAX (WS-PER-HIT) TO WS-TAX-EDIT
               MOVE SPACES TO RETURN-LINE
               STRING "  TAXABLE (STANDARD) NET " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  OUTPUT TAX " DELIMITED BY SIZE
                   WS-TAX-EDIT DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
               MOVE WS-PER-ZERO-TOTAL (WS-PER-HIT) TO WS-AMOUNT-EDIT
               MOVE SPACES TO RETURN-LINE
               STRING "  ZERO-RATED             " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
               MOVE WS-PER-EXEMPT-TOTAL (WS-PER-HIT) TO WS-AMOUNT-EDIT
               MOVE SPACES TO RETURN-LINE
               STRING "  EXEMPT                 " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
           END-IF
           MOVE "  TAXPAYER IDENTIFIER MISSING OR INVALID:"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE ZERO TO WS-BAD-LISTED
           PERFORM VARYING WS-BAD-SUB FROM 1 BY 1
                   UNTIL WS-BAD-SUB > WS-BAD-TABLE-COUNT
               IF WS-BAD-PERIOD (WS-BAD-SUB) = PRD-PERIOD
                   AND WS-BAD-BOOK (WS-BAD-SUB) = PRD-BOOK
                   ADD 1 TO WS-BAD-LISTED
                   IF WS-BAD-STATUS (WS-BAD-SUB) = "M"
                       MOVE "MISSING" TO WS-ID-STATUS-TEXT
                   ELSE
                       MOVE "INVALID" TO WS-ID-STATUS-TEXT
                   END-IF
                   MOVE SPACES TO RETURN-LINE
                   STRING "    CONTRACT " DELIMITED BY SIZE
                       WS-BAD-CONTRACT (WS-BAD-SUB) DELIMITED BY SIZE
                       " COMPANY " DELIMITED BY SIZE
                       WS-BAD-COMPANY-ID (WS-BAD-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ID-STATUS-TEXT DELIMITED BY SIZE
                       INTO RETURN-LINE
                   WRITE RETURN-LINE
               END-IF
           END-PERFORM
           IF WS-BAD-LISTED = ZERO
               MOVE "    NONE" TO RETURN-LINE
               WRITE RETURN-LINE
           END-IF
           MOVE SPACES TO RETURN-LINE
           WRITE RETURN-LINE.
