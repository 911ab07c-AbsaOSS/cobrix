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
      * R179-PRODUCT-REGISTER                                                    *
      *                                                                          *
      * Maintains the contract product catalogue (product-catalogue.cpy,         *
      * PRODCATIN to PRODCAT) and the assignment of each contract to the         *
      * product it is sold under (product-assignment.cpy, PASGNIN to             *
      * PASGNOUT), which R180-PRODUCT-SERVICE serves to the accrual,             *
      * dunning, renewal and GL feed runs. Catalogue transactions on             *
      * PCATTXN add (A), change (C) or withdraw (D) a product; a product         *
      * must carry a GL account, a final-demand age beyond its reminder          *
      * age and, when renewable, a horizon and term, and one still               *
      * assigned to a contract cannot be withdrawn. Assignment                   *
      * transactions on PASGNTXN assign or reassign a contract (A) or            *
      * remove its assignment (D); the contract must be on the ENTITY            *
      * extract and the product on the catalogue. Refusals are listed on         *
      * PRODRPT with assignments whose contract has left the extract.            *
      * Every CONTRACT on ENTIN without a product, or assigned one the           *
      * catalogue no longer holds, is listed on PRODEXC - those contracts        *
      * run on the compiled default terms until assigned.                        *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R179-PRODUCT-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAT-IN-FILE ASSIGN TO "PRODCATIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-IN-STATUS.

           SELECT CAT-OUT-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAT-TXN-FILE ASSIGN TO "PCATTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-TXN-STATUS.

           SELECT ASGN-IN-FILE ASSIGN TO "PASGNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGN-IN-STATUS.

           SELECT ASGN-OUT-FILE ASSIGN TO "PASGNOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ASGN-TXN-FILE ASSIGN TO "PASGNTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGN-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRODRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "PRODEXC"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  CAT-IN-FILE.
       01  CAT-IN-RECORD                PIC X(109).

       FD  CAT-OUT-FILE.
       01  CAT-OUT-RECORD               PIC X(109).

       FD  CAT-TXN-FILE.
       01  CAT-TXN-RECORD.
           05  PCT-ACTION               PIC X(1).
               88  PCT-ADD                      VALUE "A".
               88  PCT-CHANGE                   VALUE "C".
               88  PCT-WITHDRAW                 VALUE "D".
           05  PCT-PRODUCT              PIC X(109).

       FD  ASGN-IN-FILE.
       01  ASGN-IN-RECORD               PIC X(37).

       FD  ASGN-OUT-FILE.
       COPY "product-assignment".

       FD  ASGN-TXN-FILE.
       01  ASGN-TXN-RECORD.
           05  PAT-ACTION               PIC X(1).
               88  PAT-ASSIGN                   VALUE "A".
               88  PAT-REMOVE                   VALUE "D".
           05  PAT-CONTRACT-NUMBER      PIC X(15).
           05  PAT-PRODUCT-CODE         PIC X(6).
           05  PAT-ENTERED-BY           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-CAT-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-CAT-IN-EOF                   VALUE "Y".
       01  WS-CAT-IN-STATUS         PIC XX.
           88  WS-CAT-IN-NOT-FOUND          VALUE "35".
       01  WS-CAT-TXN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-CAT-TXN-EOF                  VALUE "Y".
       01  WS-CAT-TXN-STATUS        PIC XX.
           88  WS-CAT-TXN-NOT-FOUND         VALUE "35".
       01  WS-ASGN-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-ASGN-IN-EOF                  VALUE "Y".
       01  WS-ASGN-IN-STATUS        PIC XX.
           88  WS-ASGN-IN-NOT-FOUND         VALUE "35".
       01  WS-ASGN-TXN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-ASGN-TXN-EOF                 VALUE "Y".
       01  WS-ASGN-TXN-STATUS       PIC XX.
           88  WS-ASGN-TXN-NOT-FOUND        VALUE "35".

       COPY "product-catalogue".

       01  WS-CAT-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY         OCCURS 200 TIMES.
               10  WS-CAT-DATA.
                   15  WS-CAT-CODE          PIC X(6).
                   15  FILLER               PIC X(103).
               10  WS-CAT-DELETED       PIC X(1).

       01  WS-ASGN-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-ASGN-TABLE.
           05  WS-ASGN-ENTRY        OCCURS 5000 TIMES.
               10  WS-ASGN-DATA.
                   15  WS-ASGN-CONTRACT     PIC X(15).
                   15  WS-ASGN-PRODUCT      PIC X(6).
                   15  WS-ASGN-DATE         PIC 9(8).
                   15  WS-ASGN-BY           PIC X(8).
               10  WS-ASGN-DELETED      PIC X(1).

       01  WS-CURRENT-COMPANY-NAME  PIC X(20)  VALUE SPACES.
       01  WS-CONTRACT-TABLE-COUNT  PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY    OCCURS 5000 TIMES.
               10  WS-CONTRACT-NUMBER   PIC X(15).
               10  WS-CONTRACT-COMPANY  PIC X(20).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-CAT-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-ASGN-HIT              PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-HIT          PIC 9(4)   VALUE ZERO.
       01  WS-KEY-PRODUCT           PIC X(6)   VALUE SPACES.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-IN-USE-FLAG           PIC X      VALUE "N".
           88  WS-PRODUCT-IN-USE               VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-PRODUCTS-CARRIED      PIC 9(9)   VALUE ZERO.
       01  WS-PRODUCTS-ADDED        PIC 9(9)   VALUE ZERO.
       01  WS-PRODUCTS-CHANGED      PIC 9(9)   VALUE ZERO.
       01  WS-PRODUCTS-WITHDRAWN    PIC 9(9)   VALUE ZERO.
       01  WS-PRODUCTS-WRITTEN      PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-CARRIED          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-ADDED            PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-CHANGED          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-REMOVED          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-WRITTEN          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-DEPARTED         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R179" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-CONTRACTS
           PERFORM 1100-LOAD-CATALOGUE
           PERFORM 1200-LOAD-ASSIGNMENTS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTRACT PRODUCT REGISTER AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-APPLY-CATALOGUE-TXNS
           PERFORM 3000-APPLY-ASSIGNMENT-TXNS
           PERFORM 4000-WRITE-FILES
           PERFORM 5000-REPORT-EXCEPTIONS
           CLOSE REPORT-FILE
           DISPLAY "R179: PRODUCTS CARRIED       " WS-PRODUCTS-CARRIED
           DISPLAY "R179: PRODUCTS ADDED         " WS-PRODUCTS-ADDED
           DISPLAY "R179: PRODUCTS CHANGED       " WS-PRODUCTS-CHANGED
           DISPLAY "R179: PRODUCTS WITHDRAWN     "
               WS-PRODUCTS-WITHDRAWN
           DISPLAY "R179: PRODUCTS ON CATALOGUE  " WS-PRODUCTS-WRITTEN
           DISPLAY "R179: ASSIGNMENTS CARRIED    " WS-ASGN-CARRIED
           DISPLAY "R179: CONTRACTS ASSIGNED     " WS-ASGN-ADDED
           DISPLAY "R179: CONTRACTS REASSIGNED   " WS-ASGN-CHANGED
           DISPLAY "R179: ASSIGNMENTS REMOVED    " WS-ASGN-REMOVED
           DISPLAY "R179: ASSIGNMENTS WRITTEN    " WS-ASGN-WRITTEN
           DISPLAY "R179: CONTRACTS NOT ON ENTITY" WS-ASGN-DEPARTED
           DISPLAY "R179: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R179: CONTRACTS NO PRODUCT   " WS-NO-PRODUCT-COUNT
           IF WS-REFUSED-COUNT > ZERO
               OR WS-NO-PRODUCT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R179: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * A CONTRACT belongs to the COMPANY segment it follows on the extract.     *
      ****************************************************************************
       1000-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY
                           TO WS-CURRENT-COMPANY-NAME
                   WHEN 7
                       IF WS-CONTRACT-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CONTRACT-TABLE-COUNT
                           MOVE CONTRACT-NUMBER OF CONTRACT TO
                               WS-CONTRACT-NUMBER
                                   (WS-CONTRACT-TABLE-COUNT)
                           MOVE WS-CURRENT-COMPANY-NAME TO
                               WS-CONTRACT-COMPANY
                                   (WS-CONTRACT-TABLE-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1100-LOAD-CATALOGUE.
           OPEN INPUT CAT-IN-FILE
           IF WS-CAT-IN-NOT-FOUND
               SET WS-CAT-IN-EOF TO TRUE
           ELSE
               READ CAT-IN-FILE
                   AT END SET WS-CAT-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CAT-IN-EOF
               IF WS-CAT-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PRODUCTS-CARRIED
                   ADD 1 TO WS-CAT-TABLE-COUNT
                   MOVE CAT-IN-RECORD
                       TO WS-CAT-DATA (WS-CAT-TABLE-COUNT)
                   MOVE "N" TO WS-CAT-DELETED (WS-CAT-TABLE-COUNT)
               END-IF
               READ CAT-IN-FILE
                   AT END SET WS-CAT-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CAT-IN-NOT-FOUND
               CLOSE CAT-IN-FILE
           END-IF.

       1200-LOAD-ASSIGNMENTS.
           OPEN INPUT ASGN-IN-FILE
           IF WS-ASGN-IN-NOT-FOUND
               SET WS-ASGN-IN-EOF TO TRUE
           ELSE
               READ ASGN-IN-FILE
                   AT END SET WS-ASGN-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ASGN-IN-EOF
               IF WS-ASGN-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ASGN-CARRIED
                   ADD 1 TO WS-ASGN-TABLE-COUNT
                   MOVE ASGN-IN-RECORD
                       TO WS-ASGN-DATA (WS-ASGN-TABLE-COUNT)
                   MOVE "N" TO WS-ASGN-DELETED (WS-ASGN-TABLE-COUNT)
               END-IF
               READ ASGN-IN-FILE
                   AT END SET WS-ASGN-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASGN-IN-NOT-FOUND
               CLOSE ASGN-IN-FILE
           END-IF.

       1900-FIND-PRODUCT.
           MOVE ZERO TO WS-CAT-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-TABLE-COUNT
                      OR WS-CAT-HIT > ZERO
               IF WS-CAT-CODE (WS-SUB) = WS-KEY-PRODUCT
                   AND WS-CAT-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-CAT-HIT
               END-IF
           END-PERFORM.

       1950-FIND-ASSIGNMENT.
           MOVE ZERO TO WS-ASGN-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASGN-TABLE-COUNT
                      OR WS-ASGN-HIT > ZERO
               IF WS-ASGN-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   AND WS-ASGN-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-ASGN-HIT
               END-IF
           END-PERFORM.

       1960-FIND-CONTRACT.
           MOVE ZERO TO WS-CONTRACT-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONTRACT-TABLE-COUNT
                      OR WS-CONTRACT-HIT > ZERO
               IF WS-CONTRACT-NUMBER (WS-SUB) = WS-KEY-CONTRACT
                   MOVE WS-SUB TO WS-CONTRACT-HIT
               END-IF
           END-PERFORM.

       1970-TEST-PRODUCT-IN-USE.
           MOVE "N" TO WS-IN-USE-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASGN-TABLE-COUNT
                      OR WS-PRODUCT-IN-USE
               IF WS-ASGN-PRODUCT (WS-SUB) = WS-KEY-PRODUCT
                   AND WS-ASGN-DELETED (WS-SUB) = "N"
                   SET WS-PRODUCT-IN-USE TO TRUE
               END-IF
           END-PERFORM.

       2000-APPLY-CATALOGUE-TXNS.
           OPEN INPUT CAT-TXN-FILE
           IF WS-CAT-TXN-NOT-FOUND
               SET WS-CAT-TXN-EOF TO TRUE
           ELSE
               READ CAT-TXN-FILE
                   AT END SET WS-CAT-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CAT-TXN-EOF
               PERFORM 2100-APPLY-ONE-PRODUCT
               READ CAT-TXN-FILE
                   AT END SET WS-CAT-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CAT-TXN-NOT-FOUND
               CLOSE CAT-TXN-FILE
           END-IF.

      ****************************************************************************
      * A product's terms are checked whole on add and change: R057, R059        *
      * and R060 take them exactly as held here.                                 *
      ****************************************************************************
       2100-APPLY-ONE-PRODUCT.
           MOVE SPACES TO WS-REASON
           MOVE PCT-PRODUCT TO PRODUCT-CATALOGUE-RECORD
           MOVE PC-PRODUCT-CODE TO WS-KEY-PRODUCT
           PERFORM 1900-FIND-PRODUCT
           MOVE "N" TO WS-IN-USE-FLAG
           IF PCT-WITHDRAW AND WS-CAT-HIT > ZERO
               PERFORM 1970-TEST-PRODUCT-IN-USE
           END-IF
           EVALUATE TRUE
               WHEN NOT PCT-ADD AND NOT PCT-CHANGE
                   AND NOT PCT-WITHDRAW
                   MOVE "UNKNOWN ACTION" TO WS-REASON
               WHEN PC-PRODUCT-CODE = SPACES
                   MOVE "NO PRODUCT CODE" TO WS-REASON
               WHEN PCT-ADD AND WS-CAT-HIT > ZERO
                   MOVE "PRODUCT ALREADY ON CATALOGUE" TO WS-REASON
               WHEN (PCT-CHANGE OR PCT-WITHDRAW)
                   AND WS-CAT-HIT = ZERO
                   MOVE "PRODUCT NOT ON CATALOGUE" TO WS-REASON
               WHEN PCT-WITHDRAW AND WS-PRODUCT-IN-USE
                   MOVE "PRODUCT STILL ASSIGNED TO CONTRACTS"
                       TO WS-REASON
               WHEN PCT-WITHDRAW
                   CONTINUE
               WHEN PC-ACCRUAL-RATES NOT NUMERIC
                   OR PC-GRACE-DAYS NOT NUMERIC
                   OR PC-REMINDER-DAYS NOT NUMERIC
                   OR PC-FINAL-DEMAND-DAYS NOT NUMERIC
                   OR PC-RENEWAL-HORIZON-DAYS NOT NUMERIC
                   OR PC-RENEWAL-TERM-DAYS NOT NUMERIC
                   OR PC-SERVICE-TERM-MONTHS NOT NUMERIC
                   OR PC-TERM-FEE-PCT NOT NUMERIC
                   OR PC-TERM-FEE-MINIMUM NOT NUMERIC
                   MOVE "TERMS NOT NUMERIC" TO WS-REASON
               WHEN PC-REMINDER-DAYS = ZERO
                   OR PC-FINAL-DEMAND-DAYS NOT > PC-REMINDER-DAYS
                   MOVE "FINAL DEMAND NOT AFTER REMINDER"
                       TO WS-REASON
               WHEN PC-RENEWAL-FLAG NOT = "Y"
                   AND PC-RENEWAL-FLAG NOT = "N"
                   MOVE "RENEWAL FLAG NOT Y OR N" TO WS-REASON
               WHEN PC-RENEWABLE
                   AND (PC-RENEWAL-HORIZON-DAYS = ZERO
                        OR PC-RENEWAL-TERM-DAYS = ZERO)
                   MOVE "RENEWABLE WITHOUT HORIZON OR TERM"
                       TO WS-REASON
               WHEN PC-GL-ACCOUNT = SPACES
                   MOVE "NO GL ACCOUNT" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   PRODUCT  " DELIMITED BY SIZE
                   PCT-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PC-PRODUCT-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN PCT-ADD
                       IF WS-CAT-TABLE-COUNT >= 200
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-PRODUCTS-ADDED
                           ADD 1 TO WS-CAT-TABLE-COUNT
                           MOVE PRODUCT-CATALOGUE-RECORD
                               TO WS-CAT-DATA (WS-CAT-TABLE-COUNT)
                           MOVE "N"
                               TO WS-CAT-DELETED (WS-CAT-TABLE-COUNT)
                           MOVE "ADDED     PRODUCT  " TO REPORT-LINE
                           PERFORM 2900-REPORT-PRODUCT
                       END-IF
                   WHEN PCT-CHANGE
                       ADD 1 TO WS-PRODUCTS-CHANGED
                       MOVE PRODUCT-CATALOGUE-RECORD
                           TO WS-CAT-DATA (WS-CAT-HIT)
                       MOVE "CHANGED   PRODUCT  " TO REPORT-LINE
                       PERFORM 2900-REPORT-PRODUCT
                   WHEN OTHER
                       ADD 1 TO WS-PRODUCTS-WITHDRAWN
                       MOVE "Y" TO WS-CAT-DELETED (WS-CAT-HIT)
                       MOVE WS-CAT-DATA (WS-CAT-HIT)
                           TO PRODUCT-CATALOGUE-RECORD
                       MOVE "WITHDRAWN PRODUCT  " TO REPORT-LINE
                       PERFORM 2900-REPORT-PRODUCT
               END-EVALUATE
           END-IF.

       2900-REPORT-PRODUCT.
           MOVE SPACES TO REPORT-LINE (20:)
           STRING PC-PRODUCT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PC-DESCRIPTION DELIMITED BY SIZE
               " GL " DELIMITED BY SIZE
               PC-GL-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-LINE (20:)
           WRITE REPORT-LINE.

       3000-APPLY-ASSIGNMENT-TXNS.
           OPEN INPUT ASGN-TXN-FILE
           IF WS-ASGN-TXN-NOT-FOUND
               SET WS-ASGN-TXN-EOF TO TRUE
           ELSE
               READ ASGN-TXN-FILE
                   AT END SET WS-ASGN-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ASGN-TXN-EOF
               PERFORM 3100-APPLY-ONE-ASSIGNMENT
               READ ASGN-TXN-FILE
                   AT END SET WS-ASGN-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASGN-TXN-NOT-FOUND
               CLOSE ASGN-TXN-FILE
           END-IF.

       3100-APPLY-ONE-ASSIGNMENT.
           MOVE SPACES TO WS-REASON
           MOVE PAT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           MOVE PAT-PRODUCT-CODE TO WS-KEY-PRODUCT
           PERFORM 1950-FIND-ASSIGNMENT
           PERFORM 1960-FIND-CONTRACT
           PERFORM 1900-FIND-PRODUCT
           EVALUATE TRUE
               WHEN NOT PAT-ASSIGN AND NOT PAT-REMOVE
                   MOVE "UNKNOWN ACTION" TO WS-REASON
               WHEN PAT-REMOVE AND WS-ASGN-HIT = ZERO
                   MOVE "CONTRACT HAS NO PRODUCT" TO WS-REASON
               WHEN PAT-REMOVE
                   CONTINUE
               WHEN WS-CONTRACT-HIT = ZERO
                   MOVE "CONTRACT NOT ON ENTITY FILE" TO WS-REASON
               WHEN WS-CAT-HIT = ZERO
                   MOVE "PRODUCT NOT ON CATALOGUE" TO WS-REASON
               WHEN WS-ASGN-HIT > ZERO
                   AND WS-ASGN-PRODUCT (WS-ASGN-HIT) = PAT-PRODUCT-CODE
                   MOVE "ALREADY ASSIGNED TO PRODUCT" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   CONTRACT " DELIMITED BY SIZE
                   PAT-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAT-CONTRACT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAT-PRODUCT-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN PAT-REMOVE
                       ADD 1 TO WS-ASGN-REMOVED
                       MOVE "Y" TO WS-ASGN-DELETED (WS-ASGN-HIT)
                       MOVE "REMOVED   CONTRACT " TO REPORT-LINE
                       PERFORM 3900-REPORT-ASSIGNMENT
                   WHEN WS-ASGN-HIT > ZERO
                       ADD 1 TO WS-ASGN-CHANGED
                       MOVE PAT-PRODUCT-CODE
                           TO WS-ASGN-PRODUCT (WS-ASGN-HIT)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-ASGN-DATE (WS-ASGN-HIT)
                       MOVE PAT-ENTERED-BY TO WS-ASGN-BY (WS-ASGN-HIT)
                       MOVE "REASSIGN  CONTRACT " TO REPORT-LINE
                       PERFORM 3900-REPORT-ASSIGNMENT
                   WHEN WS-ASGN-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-ASGN-ADDED
                       ADD 1 TO WS-ASGN-TABLE-COUNT
                       MOVE WS-ASGN-TABLE-COUNT TO WS-ASGN-HIT
                       MOVE PAT-CONTRACT-NUMBER
                           TO WS-ASGN-CONTRACT (WS-ASGN-HIT)
                       MOVE PAT-PRODUCT-CODE
                           TO WS-ASGN-PRODUCT (WS-ASGN-HIT)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-ASGN-DATE (WS-ASGN-HIT)
                       MOVE PAT-ENTERED-BY TO WS-ASGN-BY (WS-ASGN-HIT)
                       MOVE "N" TO WS-ASGN-DELETED (WS-ASGN-HIT)
                       MOVE "ASSIGNED  CONTRACT " TO REPORT-LINE
                       PERFORM 3900-REPORT-ASSIGNMENT
               END-EVALUATE
           END-IF.

       3900-REPORT-ASSIGNMENT.
           MOVE SPACES TO REPORT-LINE (20:)
           STRING WS-ASGN-CONTRACT (WS-ASGN-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ASGN-PRODUCT (WS-ASGN-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PAT-ENTERED-BY DELIMITED BY SIZE
               INTO REPORT-LINE (20:)
           WRITE REPORT-LINE.

       4000-WRITE-FILES.
           OPEN OUTPUT CAT-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-TABLE-COUNT
               IF WS-CAT-DELETED (WS-SUB) = "N"
                   MOVE WS-CAT-DATA (WS-SUB) TO CAT-OUT-RECORD
                   WRITE CAT-OUT-RECORD
                   ADD 1 TO WS-PRODUCTS-WRITTEN
               END-IF
           END-PERFORM
           CLOSE CAT-OUT-FILE
           OPEN OUTPUT ASGN-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASGN-TABLE-COUNT
               IF WS-ASGN-DELETED (WS-SUB) = "N"
                   MOVE WS-ASGN-DATA (WS-SUB)
                       TO PRODUCT-ASSIGNMENT-RECORD
                   WRITE PRODUCT-ASSIGNMENT-RECORD
                   ADD 1 TO WS-ASGN-WRITTEN
               END-IF
           END-PERFORM
           CLOSE ASGN-OUT-FILE.

      ****************************************************************************
      * An assignment is kept when its contract leaves the extract, so a         *
      * contract that returns keeps its terms; it is listed for review.          *
      ****************************************************************************
       5000-REPORT-EXCEPTIONS.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ASGN-TABLE-COUNT
               IF WS-ASGN-DELETED (WS-SUB-2) = "N"
                   MOVE WS-ASGN-CONTRACT (WS-SUB-2) TO WS-KEY-CONTRACT
                   PERFORM 1960-FIND-CONTRACT
                   IF WS-CONTRACT-HIT = ZERO
                       ADD 1 TO WS-ASGN-DEPARTED
                       MOVE SPACES TO REPORT-LINE
                       STRING "REVIEW    CONTRACT " DELIMITED BY SIZE
                           WS-ASGN-CONTRACT (WS-SUB-2)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ASGN-PRODUCT (WS-SUB-2) DELIMITED BY SIZE
                           " CONTRACT NOT ON ENTITY FILE"
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "CONTRACTS RUN ON DEFAULT TERMS AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CONTRACT-TABLE-COUNT
               MOVE WS-CONTRACT-NUMBER (WS-SUB-2) TO WS-KEY-CONTRACT
               PERFORM 1950-FIND-ASSIGNMENT
               MOVE SPACES TO WS-REASON
               IF WS-ASGN-HIT = ZERO
                   MOVE "NO PRODUCT ASSIGNED" TO WS-REASON
               ELSE
                   MOVE WS-ASGN-PRODUCT (WS-ASGN-HIT) TO WS-KEY-PRODUCT
                   PERFORM 1900-FIND-PRODUCT
                   IF WS-CAT-HIT = ZERO
                       MOVE "PRODUCT NOT ON CATALOGUE" TO WS-REASON
                   END-IF
               END-IF
               IF WS-REASON NOT = SPACES
                   ADD 1 TO WS-NO-PRODUCT-COUNT
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-CONTRACT-NUMBER (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CONTRACT-COMPANY (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REASON DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
               END-IF
           END-PERFORM
           CLOSE EXCEPTION-FILE.
