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
      * R180-PRODUCT-SERVICE                                                     *
      *                                                                          *
      * The one place a contract's product terms are looked up, in the style     *
      * of R120-PARAM-SERVICE: a CALLed routine (product-parm.cpy) over the      *
      * product catalogue and the contract-to-product assignments R179           *
      * maintains (PRODCAT and PASGNOUT, both loaded once on the first           *
      * call). The caller gives a CONTRACT-NUMBER and gets back the accrual      *
      * rates and grace days, the dunning ages, the renewal terms and the        *
      * receivables GL account of the product the contract is sold under.        *
      * A contract with no assignment returns status 4 and one assigned a        *
      * product missing from the catalogue returns status 8; either way the      *
      * caller runs its compiled default terms.                                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R180-PRODUCT-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO "PASGNOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGUE-FILE.
       COPY "product-catalogue".

       FD  ASSIGNMENT-FILE.
       COPY "product-assignment".

       WORKING-STORAGE SECTION.
       01  WS-CAT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-CAT-EOF                      VALUE "Y".
       01  WS-CAT-STATUS            PIC XX.
           88  WS-CAT-NOT-FOUND             VALUE "35".
       01  WS-ASGN-EOF-FLAG         PIC X      VALUE "N".
           88  WS-ASGN-EOF                     VALUE "Y".
       01  WS-ASGN-STATUS           PIC XX.
           88  WS-ASGN-NOT-FOUND            VALUE "35".
       01  WS-LOADED-FLAG           PIC X      VALUE "N".
           88  WS-PRODUCTS-LOADED              VALUE "Y".

       01  WS-CAT-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY         OCCURS 200 TIMES.
               10  WS-CAT-DATA          PIC X(109).

       01  WS-ASGN-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-ASGN-TABLE.
           05  WS-ASGN-ENTRY        OCCURS 5000 TIMES.
               10  WS-ASGN-CONTRACT     PIC X(15).
               10  WS-ASGN-PRODUCT      PIC X(6).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-PRODUCT-CODE          PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       COPY "product-parm".

       PROCEDURE DIVISION USING PRODUCT-PARM.
       0000-MAIN.
           IF NOT WS-PRODUCTS-LOADED
               PERFORM 1000-LOAD-CATALOGUE
               PERFORM 1100-LOAD-ASSIGNMENTS
               SET WS-PRODUCTS-LOADED TO TRUE
           END-IF
           MOVE 4 TO PRP-STATUS
           MOVE SPACES TO PRP-PRODUCT
           MOVE SPACES TO WS-PRODUCT-CODE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASGN-TABLE-COUNT
                      OR WS-PRODUCT-CODE NOT = SPACES
               IF WS-ASGN-CONTRACT (WS-SUB) = PRP-CONTRACT-NUMBER
                   MOVE WS-ASGN-PRODUCT (WS-SUB) TO WS-PRODUCT-CODE
               END-IF
           END-PERFORM
           IF WS-PRODUCT-CODE NOT = SPACES
               MOVE 8 TO PRP-STATUS
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAT-TABLE-COUNT
                          OR PRP-STATUS = ZERO
                   IF WS-CAT-DATA (WS-SUB) (1:6) = WS-PRODUCT-CODE
                       MOVE WS-CAT-DATA (WS-SUB) TO PRP-PRODUCT
                       MOVE ZERO TO PRP-STATUS
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

       1000-LOAD-CATALOGUE.
           OPEN INPUT CATALOGUE-FILE
           IF WS-CAT-NOT-FOUND
               SET WS-CAT-EOF TO TRUE
           ELSE
               READ CATALOGUE-FILE
                   AT END SET WS-CAT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CAT-EOF
               IF WS-CAT-TABLE-COUNT < 200
                   ADD 1 TO WS-CAT-TABLE-COUNT
                   MOVE PRODUCT-CATALOGUE-RECORD
                       TO WS-CAT-DATA (WS-CAT-TABLE-COUNT)
               END-IF
               READ CATALOGUE-FILE
                   AT END SET WS-CAT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CAT-NOT-FOUND
               CLOSE CATALOGUE-FILE
           END-IF.

       1100-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASGN-NOT-FOUND
               SET WS-ASGN-EOF TO TRUE
           ELSE
               READ ASSIGNMENT-FILE
                   AT END SET WS-ASGN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ASGN-EOF
               IF WS-ASGN-TABLE-COUNT < 5000
                   ADD 1 TO WS-ASGN-TABLE-COUNT
                   MOVE PA-CONTRACT-NUMBER
                       TO WS-ASGN-CONTRACT (WS-ASGN-TABLE-COUNT)
                   MOVE PA-PRODUCT-CODE
                       TO WS-ASGN-PRODUCT (WS-ASGN-TABLE-COUNT)
               END-IF
               READ ASSIGNMENT-FILE
                   AT END SET WS-ASGN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASGN-NOT-FOUND
               CLOSE ASSIGNMENT-FILE
           END-IF.
