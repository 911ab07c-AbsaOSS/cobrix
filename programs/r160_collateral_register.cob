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
      * R160-COLLATERAL-REGISTER                                                *
      *                                                                          *
      * Nightly maintenance of the collateral and guarantee register           *
      * (collateral-record.cpy, COLLIN to COLLOUT) and the cover it gives.     *
      * Transactions on COLLTXN add (A), change (C), revalue (V) or release    *
      * (D) an item keyed by COL-ID. An item must belong to a company on       *
      * COMPIN, carry a known type, a market value and a haircut of at most    *
      * 100 percent; one lodged against a contract must name a contract the    *
      * company holds on ENTIN; a guarantee must name its guarantor - a        *
      * COMPANY-ID that sits above the borrower on the hierarchy master        *
      * (HIERIN) or a person's name. Refused transactions are reported.        *
      *                                                                          *
      * Each live item (not released, not past its expiry date) then covers    *
      * its market value less the haircut: a contract item no more than that   *
      * contract's AMOUNT, and the company's cover in total no more than its   *
      * gross exposure. The per-company result goes to COLLCOV                 *
      * (collateral-cover.cpy) for R106's limit check and R119's large-        *
      * exposure return; the group figure leaves out guarantees given by a     *
      * parent company, which is inside the group. COLLRPT lists the           *
      * movements and every item past its revaluation date or expiring within  *
      * WS-EXPIRY-DAYS (parameter COLLAT-EXPIRY-DAYS, default 60).               *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R160-COLLATERAL-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COL-IN-FILE ASSIGN TO "COLLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COL-IN-STATUS.

           SELECT COL-OUT-FILE ASSIGN TO "COLLOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "COLLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT COVER-FILE ASSIGN TO "COLLCOV"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COL-IN-FILE.
       COPY "collateral-record" REPLACING COLLATERAL-RECORD
           BY COL-IN-RECORD.

       FD  COL-OUT-FILE.
       COPY "collateral-record".

       FD  TXN-FILE.
       01  COLLATERAL-TXN-RECORD.
           05  CTX-ACTION               PIC X(1).
               88  CTX-ADD                      VALUE "A".
               88  CTX-CHANGE                   VALUE "C".
               88  CTX-REVALUE                  VALUE "V".
               88  CTX-RELEASE                  VALUE "D".
           05  CTX-ID                   PIC X(10).
           05  CTX-COMPANY-ID           PIC X(10).
           05  CTX-CONTRACT-NUMBER      PIC X(15).
           05  CTX-TYPE                 PIC X(1).
           05  CTX-MARKET-VALUE         PIC 9(11)V9(2).
           05  CTX-HAIRCUT-PCT          PIC 9(3)V9(2).
           05  CTX-REVALUATION-DATE     PIC 9(8).
           05  CTX-EXPIRY-DATE          PIC 9(8).
           05  CTX-GUARANTOR-TYPE       PIC X(1).
           05  CTX-GUARANTOR-ID         PIC X(10).
           05  CTX-GUARANTOR-NAME       PIC X(30).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  COVER-FILE.
       COPY "collateral-cover".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-COL-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-COL-IN-EOF                   VALUE "Y".
       01  WS-COL-IN-STATUS         PIC XX.
           88  WS-COL-IN-NOT-FOUND          VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".

       01  WS-EXPIRY-DAYS           PIC 9(3)   VALUE 60.

       01  WS-COL-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-COL-TABLE.
           05  WS-COL-ENTRY         OCCURS 1000 TIMES.
               10  WS-COL-ID            PIC X(10).
               10  WS-COL-COMPANY       PIC X(10).
               10  WS-COL-CONTRACT      PIC X(15).
               10  WS-COL-TYPE          PIC X(1).
               10  WS-COL-VALUE         PIC 9(11)V9(2).
               10  WS-COL-HAIRCUT       PIC 9(3)V9(2).
               10  WS-COL-REVALUE-DATE  PIC 9(8).
               10  WS-COL-EXPIRY-DATE   PIC 9(8).
               10  WS-COL-GTR-TYPE      PIC X(1).
               10  WS-COL-GTR-ID        PIC X(10).
               10  WS-COL-GTR-NAME      PIC X(30).
               10  WS-COL-LODGED-DATE   PIC 9(8).
               10  WS-COL-RELEASED      PIC X(1).
       01  WS-COL-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-COL-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-EXPOSURE     PIC 9(13)V9(2).
               10  WS-COMP-COVER        PIC 9(13)V9(2).
               10  WS-COMP-GRP-COVER    PIC 9(13)V9(2).
       01  WS-COMP-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-COMPANY       PIC X(10).
               10  WS-CON-AMOUNT        PIC 9(13)V9(2).
               10  WS-CON-COVER         PIC 9(13)V9(2).
               10  WS-CON-GRP-COVER     PIC 9(13)V9(2).
       01  WS-CON-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CON-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).
       01  WS-LINK-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-WALK-ID               PIC X(10)  VALUE SPACES.
       01  WS-WALK-DEPTH            PIC 9(2)   VALUE ZERO.
       01  WS-PARENT-FOUND-FLAG     PIC X      VALUE "N".
           88  WS-PARENT-FOUND                 VALUE "Y".
       01  WS-IS-ANCESTOR-FLAG      PIC X      VALUE "N".
           88  WS-IS-ANCESTOR                  VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-HORIZON-DATE          PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-ID    PIC X(10)  VALUE SPACES.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.

       01  WS-EFFECTIVE-VALUE       PIC 9(13)V9(2) VALUE ZERO.
       01  WS-ROOM                  PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TAKEN                 PIC 9(13)V9(2) VALUE ZERO.
       01  WS-GROUP-ELIGIBLE-FLAG   PIC X      VALUE "N".
           88  WS-GROUP-ELIGIBLE               VALUE "Y".
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-ACTION-TEXT           PIC X(9)   VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZZ9.99.
       01  WS-COVER-EDIT            PIC ZZZZZZZZZZZZ9.99.

       01  WS-ADDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-RELEASED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REVALUE-DUE-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-EXPIRING-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-COVERED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R160" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "COLLAT-EXPIRY-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-EXPIRY-DAYS
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER + WS-EXPIRY-DAYS)
           PERFORM 1000-LOAD-COLLATERAL
           PERFORM 1100-LOAD-COMPANIES
           PERFORM 1200-LOAD-CONTRACTS
           PERFORM 1300-LOAD-HIERARCHY
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 3000-WRITE-REGISTER
           PERFORM 4000-COMPUTE-COVER
           PERFORM 5000-WRITE-ATTENTION-LIST
           CLOSE REPORT-FILE
           DISPLAY "R160: ITEMS ADDED            " WS-ADDED-COUNT
           DISPLAY "R160: ITEMS CHANGED/REVALUED " WS-CHANGED-COUNT
           DISPLAY "R160: ITEMS RELEASED         " WS-RELEASED-COUNT
           DISPLAY "R160: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R160: COMPANIES WITH COVER   " WS-COVERED-COUNT
           DISPLAY "R160: REVALUATION OVERDUE    " WS-REVALUE-DUE-COUNT
           DISPLAY "R160: EXPIRING IN WINDOW     " WS-EXPIRING-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R160: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-COLLATERAL.
           OPEN INPUT COL-IN-FILE
           IF WS-COL-IN-NOT-FOUND
               SET WS-COL-IN-EOF TO TRUE
           ELSE
               READ COL-IN-FILE
                   AT END SET WS-COL-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-COL-IN-EOF
               IF WS-COL-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COL-TABLE-COUNT
                   MOVE WS-COL-TABLE-COUNT TO WS-COL-HIT
                   MOVE COL-ID OF COL-IN-RECORD
                       TO WS-COL-ID (WS-COL-HIT)
                   MOVE COL-COMPANY-ID OF COL-IN-RECORD
                       TO WS-COL-COMPANY (WS-COL-HIT)
                   MOVE COL-CONTRACT-NUMBER OF COL-IN-RECORD
                       TO WS-COL-CONTRACT (WS-COL-HIT)
                   MOVE COL-TYPE OF COL-IN-RECORD
                       TO WS-COL-TYPE (WS-COL-HIT)
                   MOVE COL-MARKET-VALUE OF COL-IN-RECORD
                       TO WS-COL-VALUE (WS-COL-HIT)
                   MOVE COL-HAIRCUT-PCT OF COL-IN-RECORD
                       TO WS-COL-HAIRCUT (WS-COL-HIT)
                   MOVE COL-REVALUATION-DATE OF COL-IN-RECORD
                       TO WS-COL-REVALUE-DATE (WS-COL-HIT)
                   MOVE COL-EXPIRY-DATE OF COL-IN-RECORD
                       TO WS-COL-EXPIRY-DATE (WS-COL-HIT)
                   MOVE COL-GUARANTOR-TYPE OF COL-IN-RECORD
                       TO WS-COL-GTR-TYPE (WS-COL-HIT)
                   MOVE COL-GUARANTOR-ID OF COL-IN-RECORD
                       TO WS-COL-GTR-ID (WS-COL-HIT)
                   MOVE COL-GUARANTOR-NAME OF COL-IN-RECORD
                       TO WS-COL-GTR-NAME (WS-COL-HIT)
                   MOVE COL-LODGED-DATE OF COL-IN-RECORD
                       TO WS-COL-LODGED-DATE (WS-COL-HIT)
                   MOVE "N" TO WS-COL-RELEASED (WS-COL-HIT)
               END-IF
               READ COL-IN-FILE
                   AT END SET WS-COL-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-COL-IN-NOT-FOUND
               CLOSE COL-IN-FILE
           END-IF.

       1100-LOAD-COMPANIES.
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
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-EXPOSURE (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-COVER (WS-COMP-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-COMP-GRP-COVER (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

      ****************************************************************************
      * Contracts and their company's gross exposure, summed off ENTIN the     *
      * way R106 sums them so the cover and the limit check agree.             *
      ****************************************************************************
       1200-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
                   MOVE ZERO TO WS-COMP-HIT
                   PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                           UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-COMP-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           MOVE WS-COMP-SUB TO WS-COMP-HIT
                       END-IF
                   END-PERFORM
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   AND WS-COMP-HIT > ZERO
                   ADD AMOUNT OF CONTRACT
                       TO WS-COMP-EXPOSURE (WS-COMP-HIT)
                   IF WS-CON-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CON-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT
                           TO WS-CON-CONTRACT (WS-CON-TABLE-COUNT)
                       MOVE WS-COMP-ID (WS-COMP-HIT)
                           TO WS-CON-COMPANY (WS-CON-TABLE-COUNT)
                       MOVE AMOUNT OF CONTRACT
                           TO WS-CON-AMOUNT (WS-CON-TABLE-COUNT)
                       MOVE ZERO TO WS-CON-COVER (WS-CON-TABLE-COUNT)
                       MOVE ZERO
                           TO WS-CON-GRP-COVER (WS-CON-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1300-LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-NOT-FOUND
               SET WS-HIER-EOF TO TRUE
           ELSE
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIER-EOF
               IF WS-LINK-TABLE-COUNT < 200
                   ADD 1 TO WS-LINK-TABLE-COUNT
                   MOVE HL-PARENT-ID
                       TO WS-LINK-PARENT (WS-LINK-TABLE-COUNT)
                   MOVE HL-CHILD-ID
                       TO WS-LINK-CHILD (WS-LINK-TABLE-COUNT)
               END-IF
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIER-NOT-FOUND
               CLOSE HIER-FILE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               MOVE ZERO TO WS-COL-HIT
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-COL-TABLE-COUNT
                   IF WS-COL-ID (WS-COL-SUB) = CTX-ID
                       AND WS-COL-RELEASED (WS-COL-SUB) = "N"
                       MOVE WS-COL-SUB TO WS-COL-HIT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN CTX-ADD
                       PERFORM 2100-ADD-ITEM
                   WHEN CTX-CHANGE
                       PERFORM 2200-CHANGE-ITEM
                   WHEN CTX-REVALUE
                       PERFORM 2300-REVALUE-ITEM
                   WHEN CTX-RELEASE
                       PERFORM 2400-RELEASE-ITEM
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                       PERFORM 2900-REFUSE-TRANSACTION
               END-EVALUATE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-ADD-ITEM.
           PERFORM 2500-VALIDATE-ITEM
           EVALUATE TRUE
               WHEN WS-COL-HIT > ZERO
                   MOVE "COLLATERAL ID ALREADY ON REGISTER"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-REASON NOT = SPACES
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-COL-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
                   MOVE "COLLATERAL TABLE FULL" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-ADDED-COUNT
                   ADD 1 TO WS-COL-TABLE-COUNT
                   MOVE WS-COL-TABLE-COUNT TO WS-COL-HIT
                   MOVE CTX-ID TO WS-COL-ID (WS-COL-HIT)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-COL-LODGED-DATE (WS-COL-HIT)
                   MOVE "N" TO WS-COL-RELEASED (WS-COL-HIT)
                   PERFORM 2600-STORE-ITEM
                   MOVE "LODGED   " TO WS-ACTION-TEXT
                   PERFORM 2800-REPORT-MOVEMENT
           END-EVALUATE.

       2200-CHANGE-ITEM.
           PERFORM 2500-VALIDATE-ITEM
           EVALUATE TRUE
               WHEN WS-COL-HIT = ZERO
                   MOVE "NO LIVE COLLATERAL WITH THIS ID" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-REASON NOT = SPACES
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 2600-STORE-ITEM
                   MOVE "CHANGED  " TO WS-ACTION-TEXT
                   PERFORM 2800-REPORT-MOVEMENT
           END-EVALUATE.

      ****************************************************************************
      * A revaluation carries the new market value and the date the next      *
      * one falls due; everything else about the item stands.                 *
      ****************************************************************************
       2300-REVALUE-ITEM.
           EVALUATE TRUE
               WHEN WS-COL-HIT = ZERO
                   MOVE "NO LIVE COLLATERAL WITH THIS ID" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-MARKET-VALUE = ZERO
                   MOVE "NO MARKET VALUE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN CTX-REVALUATION-DATE NOT > WS-CURRENT-DATE-NUM
                   MOVE "NEXT REVALUATION DATE NOT IN FUTURE"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE CTX-MARKET-VALUE TO WS-COL-VALUE (WS-COL-HIT)
                   MOVE CTX-REVALUATION-DATE
                       TO WS-COL-REVALUE-DATE (WS-COL-HIT)
                   MOVE "REVALUED " TO WS-ACTION-TEXT
                   PERFORM 2800-REPORT-MOVEMENT
           END-EVALUATE.

       2400-RELEASE-ITEM.
           IF WS-COL-HIT = ZERO
               MOVE "NO LIVE COLLATERAL WITH THIS ID" TO WS-REASON
               PERFORM 2900-REFUSE-TRANSACTION
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "Y" TO WS-COL-RELEASED (WS-COL-HIT)
               MOVE "RELEASED " TO WS-ACTION-TEXT
               PERFORM 2800-REPORT-MOVEMENT
           END-IF.

       2500-VALIDATE-ITEM.
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-COMP-SUB) = CTX-COMPANY-ID
                   MOVE WS-COMP-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CON-HIT
           IF CTX-CONTRACT-NUMBER NOT = SPACES
               PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                       UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
                   IF WS-CON-CONTRACT (WS-CON-SUB)
                           = CTX-CONTRACT-NUMBER
                       AND WS-CON-COMPANY (WS-CON-SUB)
                           = CTX-COMPANY-ID
                       MOVE WS-CON-SUB TO WS-CON-HIT
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-IS-ANCESTOR-FLAG
           IF CTX-TYPE = "G" AND CTX-GUARANTOR-TYPE = "C"
               PERFORM 2550-CHECK-GUARANTOR-PARENT
           END-IF
           EVALUATE TRUE
               WHEN WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON COMPIN" TO WS-REASON
               WHEN CTX-TYPE NOT = "D" AND CTX-TYPE NOT = "G"
                   AND CTX-TYPE NOT = "P"
                   MOVE "UNKNOWN COLLATERAL TYPE" TO WS-REASON
               WHEN CTX-MARKET-VALUE = ZERO
                   MOVE "NO MARKET VALUE" TO WS-REASON
               WHEN CTX-HAIRCUT-PCT > 100
                   MOVE "HAIRCUT OVER 100 PERCENT" TO WS-REASON
               WHEN CTX-CONTRACT-NUMBER NOT = SPACES
                   AND WS-CON-HIT = ZERO
                   MOVE "CONTRACT NOT HELD BY COMPANY" TO WS-REASON
               WHEN CTX-TYPE = "G" AND CTX-GUARANTOR-TYPE = "C"
                   AND NOT WS-IS-ANCESTOR
                   MOVE "GUARANTOR NOT A PARENT IN HIERARCHY"
                       TO WS-REASON
               WHEN CTX-TYPE = "G" AND CTX-GUARANTOR-TYPE = "P"
                   AND CTX-GUARANTOR-NAME = SPACES
                   MOVE "GUARANTOR NAME MISSING" TO WS-REASON
               WHEN CTX-TYPE = "G" AND CTX-GUARANTOR-TYPE NOT = "C"
                   AND CTX-GUARANTOR-TYPE NOT = "P"
                   MOVE "GUARANTEE WITHOUT GUARANTOR" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************************
      * Walk up the hierarchy from the borrower, one parent at a time, until   *
      * the guarantor is met or the root is reached.                           *
      ****************************************************************************
       2550-CHECK-GUARANTOR-PARENT.
           MOVE CTX-COMPANY-ID TO WS-WALK-ID
           MOVE ZERO TO WS-WALK-DEPTH
           SET WS-PARENT-FOUND TO TRUE
           PERFORM UNTIL NOT WS-PARENT-FOUND
                   OR WS-IS-ANCESTOR
                   OR WS-WALK-DEPTH >= 50
               ADD 1 TO WS-WALK-DEPTH
               MOVE "N" TO WS-PARENT-FOUND-FLAG
               PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                       UNTIL WS-LINK-SUB > WS-LINK-TABLE-COUNT
                       OR WS-PARENT-FOUND
                   IF WS-LINK-CHILD (WS-LINK-SUB) = WS-WALK-ID
                       SET WS-PARENT-FOUND TO TRUE
                       MOVE WS-LINK-PARENT (WS-LINK-SUB) TO WS-WALK-ID
                   END-IF
               END-PERFORM
               IF WS-PARENT-FOUND
                   AND WS-WALK-ID = CTX-GUARANTOR-ID
                   SET WS-IS-ANCESTOR TO TRUE
               END-IF
           END-PERFORM.

       2600-STORE-ITEM.
           MOVE CTX-COMPANY-ID TO WS-COL-COMPANY (WS-COL-HIT)
           MOVE CTX-CONTRACT-NUMBER TO WS-COL-CONTRACT (WS-COL-HIT)
           MOVE CTX-TYPE TO WS-COL-TYPE (WS-COL-HIT)
           MOVE CTX-MARKET-VALUE TO WS-COL-VALUE (WS-COL-HIT)
           MOVE CTX-HAIRCUT-PCT TO WS-COL-HAIRCUT (WS-COL-HIT)
           MOVE CTX-REVALUATION-DATE
               TO WS-COL-REVALUE-DATE (WS-COL-HIT)
           MOVE CTX-EXPIRY-DATE TO WS-COL-EXPIRY-DATE (WS-COL-HIT)
           IF CTX-TYPE = "G"
               MOVE CTX-GUARANTOR-TYPE TO WS-COL-GTR-TYPE (WS-COL-HIT)
               MOVE CTX-GUARANTOR-ID TO WS-COL-GTR-ID (WS-COL-HIT)
               MOVE CTX-GUARANTOR-NAME TO WS-COL-GTR-NAME (WS-COL-HIT)
           ELSE
               MOVE SPACE TO WS-COL-GTR-TYPE (WS-COL-HIT)
               MOVE SPACES TO WS-COL-GTR-ID (WS-COL-HIT)
               MOVE SPACES TO WS-COL-GTR-NAME (WS-COL-HIT)
           END-IF.

       2800-REPORT-MOVEMENT.
           MOVE WS-COL-VALUE (WS-COL-HIT) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
               WS-COL-ID (WS-COL-HIT) DELIMITED BY SIZE
               " COMPANY=" DELIMITED BY SIZE
               WS-COL-COMPANY (WS-COL-HIT) DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               WS-COL-TYPE (WS-COL-HIT) DELIMITED BY SIZE
               " VALUE=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " REVALUE=" DELIMITED BY SIZE
               WS-COL-REVALUE-DATE (WS-COL-HIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       2900-REFUSE-TRANSACTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               CTX-ID DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               CTX-ACTION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Released items are dropped from the register; expired ones stay on     *
      * it (they are reported and simply cover nothing) until released.       *
      ****************************************************************************
       3000-WRITE-REGISTER.
           OPEN OUTPUT COL-OUT-FILE
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-TABLE-COUNT
               IF WS-COL-RELEASED (WS-COL-SUB) = "N"
                   MOVE WS-COL-ID (WS-COL-SUB)
                       TO COL-ID OF COLLATERAL-RECORD
                   MOVE WS-COL-COMPANY (WS-COL-SUB)
                       TO COL-COMPANY-ID OF COLLATERAL-RECORD
                   MOVE WS-COL-CONTRACT (WS-COL-SUB)
                       TO COL-CONTRACT-NUMBER OF COLLATERAL-RECORD
                   MOVE WS-COL-TYPE (WS-COL-SUB)
                       TO COL-TYPE OF COLLATERAL-RECORD
                   MOVE WS-COL-VALUE (WS-COL-SUB)
                       TO COL-MARKET-VALUE OF COLLATERAL-RECORD
                   MOVE WS-COL-HAIRCUT (WS-COL-SUB)
                       TO COL-HAIRCUT-PCT OF COLLATERAL-RECORD
                   MOVE WS-COL-REVALUE-DATE (WS-COL-SUB)
                       TO COL-REVALUATION-DATE OF COLLATERAL-RECORD
                   MOVE WS-COL-EXPIRY-DATE (WS-COL-SUB)
                       TO COL-EXPIRY-DATE OF COLLATERAL-RECORD
                   MOVE WS-COL-GTR-TYPE (WS-COL-SUB)
                       TO COL-GUARANTOR-TYPE OF COLLATERAL-RECORD
                   MOVE WS-COL-GTR-ID (WS-COL-SUB)
                       TO COL-GUARANTOR-ID OF COLLATERAL-RECORD
                   MOVE WS-COL-GTR-NAME (WS-COL-SUB)
                       TO COL-GUARANTOR-NAME OF COLLATERAL-RECORD
                   MOVE WS-COL-LODGED-DATE (WS-COL-SUB)
                       TO COL-LODGED-DATE OF COLLATERAL-RECORD
                   WRITE COLLATERAL-RECORD
               END-IF
           END-PERFORM
           CLOSE COL-OUT-FILE.

      ****************************************************************************
      * Haircut value of each live item, capped first at its contract's        *
      * AMOUNT (contract items) and then at the company's gross exposure.      *
      * A guarantee from a parent company counts for the company alone, not    *
      * for the group it belongs to.                                           *
      ****************************************************************************
       4000-COMPUTE-COVER.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-TABLE-COUNT
               IF WS-COL-RELEASED (WS-COL-SUB) = "N"
                   AND (WS-COL-EXPIRY-DATE (WS-COL-SUB) = ZERO
                   OR WS-COL-EXPIRY-DATE (WS-COL-SUB)
                       NOT < WS-CURRENT-DATE-NUM)
                   PERFORM 4100-APPLY-ONE-ITEM
               END-IF
           END-PERFORM
           OPEN OUTPUT COVER-FILE
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-COVER (WS-COMP-SUB)
                       > WS-COMP-EXPOSURE (WS-COMP-SUB)
                   MOVE WS-COMP-EXPOSURE (WS-COMP-SUB)
                       TO WS-COMP-COVER (WS-COMP-SUB)
               END-IF
               IF WS-COMP-GRP-COVER (WS-COMP-SUB)
                       > WS-COMP-EXPOSURE (WS-COMP-SUB)
                   MOVE WS-COMP-EXPOSURE (WS-COMP-SUB)
                       TO WS-COMP-GRP-COVER (WS-COMP-SUB)
               END-IF
               IF WS-COMP-COVER (WS-COMP-SUB) > ZERO
                   ADD 1 TO WS-COVERED-COUNT
                   MOVE WS-COMP-ID (WS-COMP-SUB) TO CCV-COMPANY-ID
                   MOVE WS-COMP-EXPOSURE (WS-COMP-SUB) TO CCV-EXPOSURE
                   MOVE WS-COMP-COVER (WS-COMP-SUB) TO CCV-COVER
                   MOVE WS-COMP-GRP-COVER (WS-COMP-SUB)
                       TO CCV-GROUP-COVER
                   MOVE WS-CURRENT-DATE-NUM TO CCV-COVER-DATE
                   WRITE COLLATERAL-COVER-RECORD
               END-IF
           END-PERFORM
           CLOSE COVER-FILE.

       4100-APPLY-ONE-ITEM.
           COMPUTE WS-EFFECTIVE-VALUE ROUNDED =
               WS-COL-VALUE (WS-COL-SUB)
               * (100 - WS-COL-HAIRCUT (WS-COL-SUB)) / 100
           IF WS-COL-TYPE (WS-COL-SUB) = "G"
               AND WS-COL-GTR-TYPE (WS-COL-SUB) = "C"
               MOVE "N" TO WS-GROUP-ELIGIBLE-FLAG
           ELSE
               SET WS-GROUP-ELIGIBLE TO TRUE
           END-IF
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-COMP-SUB) = WS-COL-COMPANY (WS-COL-SUB)
                   MOVE WS-COMP-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CON-HIT
           IF WS-COL-CONTRACT (WS-COL-SUB) NOT = SPACES
               PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                       UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
                   IF WS-CON-CONTRACT (WS-CON-SUB)
                           = WS-COL-CONTRACT (WS-COL-SUB)
                       MOVE WS-CON-SUB TO WS-CON-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-COMP-HIT > ZERO
               IF WS-COL-CONTRACT (WS-COL-SUB) = SPACES
                   ADD WS-EFFECTIVE-VALUE
                       TO WS-COMP-COVER (WS-COMP-HIT)
                   IF WS-GROUP-ELIGIBLE
                       ADD WS-EFFECTIVE-VALUE
                           TO WS-COMP-GRP-COVER (WS-COMP-HIT)
                   END-IF
               ELSE
                   IF WS-CON-HIT > ZERO
                       PERFORM 4200-APPLY-TO-CONTRACT
                   END-IF
               END-IF
           END-IF.

       4200-APPLY-TO-CONTRACT.
           COMPUTE WS-ROOM = WS-CON-AMOUNT (WS-CON-HIT)
               - WS-CON-COVER (WS-CON-HIT)
           IF WS-EFFECTIVE-VALUE > WS-ROOM
               MOVE WS-ROOM TO WS-TAKEN
           ELSE
               MOVE WS-EFFECTIVE-VALUE TO WS-TAKEN
           END-IF
           ADD WS-TAKEN TO WS-CON-COVER (WS-CON-HIT)
           ADD WS-TAKEN TO WS-COMP-COVER (WS-COMP-HIT)
           IF WS-GROUP-ELIGIBLE
               COMPUTE WS-ROOM = WS-CON-AMOUNT (WS-CON-HIT)
                   - WS-CON-GRP-COVER (WS-CON-HIT)
               IF WS-EFFECTIVE-VALUE > WS-ROOM
                   MOVE WS-ROOM TO WS-TAKEN
               ELSE
                   MOVE WS-EFFECTIVE-VALUE TO WS-TAKEN
               END-IF
               ADD WS-TAKEN TO WS-CON-GRP-COVER (WS-CON-HIT)
               ADD WS-TAKEN TO WS-COMP-GRP-COVER (WS-COMP-HIT)
           END-IF.

      ****************************************************************************
      * Items on the register that need risk's attention: revaluation date     *
      * passed, expiring inside the window, or already expired.                *
      ****************************************************************************
       5000-WRITE-ATTENTION-LIST.
           MOVE SPACES TO REPORT-LINE
           STRING "COLLATERAL NEEDING ATTENTION AS AT "
               DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               " - EXPIRY WINDOW TO " DELIMITED BY SIZE
               WS-HORIZON-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-TABLE-COUNT
               IF WS-COL-RELEASED (WS-COL-SUB) = "N"
                   MOVE WS-COL-SUB TO WS-COL-HIT
                   IF WS-COL-REVALUE-DATE (WS-COL-SUB)
                           < WS-CURRENT-DATE-NUM
                       ADD 1 TO WS-REVALUE-DUE-COUNT
                       MOVE "  REVALUATION OVERDUE  " TO WS-REASON
                       PERFORM 5100-WRITE-ATTENTION-LINE
                   END-IF
                   IF WS-COL-EXPIRY-DATE (WS-COL-SUB) NOT = ZERO
                       EVALUATE TRUE
                           WHEN WS-COL-EXPIRY-DATE (WS-COL-SUB)
                                   < WS-CURRENT-DATE-NUM
                               MOVE "  EXPIRED - NO COVER   "
                                   TO WS-REASON
                               PERFORM 5100-WRITE-ATTENTION-LINE
                           WHEN WS-COL-EXPIRY-DATE (WS-COL-SUB)
                                   NOT > WS-HORIZON-DATE
                               ADD 1 TO WS-EXPIRING-COUNT
                               MOVE "  EXPIRING             "
                                   TO WS-REASON
                               PERFORM 5100-WRITE-ATTENTION-LINE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       5100-WRITE-ATTENTION-LINE.
           MOVE WS-COL-VALUE (WS-COL-HIT) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-REASON (1:23) DELIMITED BY SIZE
               WS-COL-ID (WS-COL-HIT) DELIMITED BY SIZE
               " COMPANY=" DELIMITED BY SIZE
               WS-COL-COMPANY (WS-COL-HIT) DELIMITED BY SIZE
               " VALUE=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " REVALUE=" DELIMITED BY SIZE
               WS-COL-REVALUE-DATE (WS-COL-HIT) DELIMITED BY SIZE
               " EXPIRY=" DELIMITED BY SIZE
               WS-COL-EXPIRY-DATE (WS-COL-HIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
