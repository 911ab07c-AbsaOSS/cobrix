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
      * R190-CUSTOMER-PROFITABILITY                                              *
      *                                                                          *
      * Monthly customer profitability: income and cost-to-serve allocated       *
      * to COMPANY-ID and rolled up through R072's hierarchy. The month is       *
      * the one named on the close request (PERIODREQ, YYYYMM), else the         *
      * business month. Income is interest accrued (ACCRMTH, the month's         *
      * period-stamped ACCRPRD lines operations concatenate), contract           *
      * revenue released by R182 (REVMTH, the month's REVPRD) and PO-box         *
      * rental billed by R126 (BOXCHGMTH, the month's BOXCHG registers, the      *
      * box resolved to its company on the rental master BOXROUT). Cost to       *
      * serve is dunning letters on DUNHIST dated in the month, collector        *
      * activities on COLACT followed up in the month, attorney placements       *
      * and judgments on the placement master PLCOUT dated in the month -        *
      * each priced at a unit cost from the parameter service (PRF-LETTER-       *
      * COST, PRF-ACTIVITY-COST, PRF-PLACEMENT-COST, PRF-JUDGMENT-COST) -        *
      * plus write-offs (WOFFMTH, the month's WOFFPRD) and R127's office         *
      * chargeback: each department's DEPTCOST is shared among the               *
      * companies seated in it by headcount on SEATOUT. Journal lines are        *
      * kept to the month by their DUEDATE=. Contracts resolve to their          *
      * company through the ENTITY extract and the COMPANY-DETAILS name          *
      * join R072 uses; anything that resolves to no company is reported         *
      * as unallocated. PRFRPT ranks companies and then hierarchy groups by      *
      * net contribution, best first; PRFLOSS lists every loss-making            *
      * company with its R128 relationship manager (RMASGOUT), worst first,      *
      * for the managers' follow-up.                                             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R190-CUSTOMER-PROFITABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PERIODREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT ASG-FILE ASSIGN TO "RMASGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.

           SELECT RENT-FILE ASSIGN TO "BOXROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENT-STATUS.

           SELECT SEAT-FILE ASSIGN TO "SEATOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAT-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRMTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT REV-FILE ASSIGN TO "REVMTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFMTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT BOXCHG-FILE ASSIGN TO "BOXCHGMTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOXCHG-STATUS.

           SELECT DUNHIST-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "COLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO "PLCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-STATUS.

           SELECT DEPTCOST-FILE ASSIGN TO "DEPTCOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTCOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRFRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOSS-FILE ASSIGN TO "PRFLOSS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "period-close-request".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  ASG-FILE.
       COPY "rm-assignment".

       FD  RENT-FILE.
       COPY "box-rental".

       FD  SEAT-FILE.
       COPY "seat-assignment".

       FD  ACCR-FILE.
       01  ACCR-LINE                    PIC X(160).

       FD  REV-FILE.
       01  REV-LINE                     PIC X(160).

       FD  WOFF-FILE.
       01  WOFF-LINE                    PIC X(160).

       FD  BOXCHG-FILE.
       COPY "outstanding-record".

       FD  DUNHIST-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CONTRACT-NUMBER       PIC X(15).
           05  DH-SEVERITY              PIC 9(1).
           05  DH-LETTER-DATE           PIC 9(8).

       FD  ACTIVITY-FILE.
       01  COLLECTOR-ACTIVITY-RECORD.
           05  CA-CONTRACT-NUMBER       PIC X(15).
           05  CA-COLLECTOR             PIC X(8).
           05  CA-OUTCOME               PIC X(12).
           05  CA-FOLLOW-UP-DATE        PIC 9(8).
           05  CA-NOTE                  PIC X(40).

       FD  PLACEMENT-FILE.
       COPY "placement-record".

       FD  DEPTCOST-FILE.
       01  DEPTCOST-LINE                PIC X(110).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD  LOSS-FILE.
       01  LOSS-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-ASG-STATUS            PIC XX.
           88  WS-ASG-NOT-FOUND             VALUE "35".
       01  WS-RENT-STATUS           PIC XX.
           88  WS-RENT-NOT-FOUND            VALUE "35".
       01  WS-SEAT-STATUS           PIC XX.
           88  WS-SEAT-NOT-FOUND            VALUE "35".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-REV-STATUS            PIC XX.
           88  WS-REV-NOT-FOUND             VALUE "35".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-BOXCHG-STATUS         PIC XX.
           88  WS-BOXCHG-NOT-FOUND          VALUE "35".
       01  WS-DUNHIST-STATUS        PIC XX.
           88  WS-DUNHIST-NOT-FOUND         VALUE "35".
       01  WS-ACT-STATUS            PIC XX.
           88  WS-ACT-NOT-FOUND             VALUE "35".
       01  WS-PLC-STATUS            PIC XX.
           88  WS-PLC-NOT-FOUND             VALUE "35".
       01  WS-DEPTCOST-STATUS       PIC XX.
           88  WS-DEPTCOST-NOT-FOUND        VALUE "35".

       01  WS-LETTER-COST           PIC 9(7)V9(2) VALUE 15.00.
       01  WS-ACTIVITY-COST         PIC 9(7)V9(2) VALUE 25.00.
       01  WS-PLACEMENT-COST        PIC 9(7)V9(2) VALUE 750.00.
       01  WS-JUDGMENT-COST         PIC 9(7)V9(2) VALUE 1500.00.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-RM-FIRST     PIC X(16).
               10  WS-COMP-RM-LAST      PIC X(16).
               10  WS-COMP-INTEREST     PIC S9(13)V9(2).
               10  WS-COMP-REVENUE      PIC S9(13)V9(2).
               10  WS-COMP-BOX          PIC S9(13)V9(2).
               10  WS-COMP-LETTERS      PIC 9(7).
               10  WS-COMP-ACTIVITIES   PIC 9(7).
               10  WS-COMP-PLACEMENTS   PIC 9(7).
               10  WS-COMP-JUDGMENTS    PIC 9(7).
               10  WS-COMP-WRITEOFFS    PIC S9(13)V9(2).
               10  WS-COMP-OCCUPANCY    PIC S9(13)V9(2).
               10  WS-COMP-INCOME       PIC S9(13)V9(2).
               10  WS-COMP-COST         PIC S9(13)V9(2).
               10  WS-COMP-NET          PIC S9(13)V9(2).
               10  WS-COMP-RANKED       PIC X(1).

       01  WS-CT-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY          OCCURS 2000 TIMES.
               10  WS-CT-CONTRACT       PIC X(15).
               10  WS-CT-COMP-SUB       PIC 9(3).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).

       01  WS-BOX-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-BOX-TABLE.
           05  WS-BOX-ENTRY         OCCURS 500 TIMES.
               10  WS-BOX-PO-NUMBER     PIC X(12).
               10  WS-BOX-COMP-SUB      PIC 9(3).

       01  WS-SEAT-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-SEAT-TABLE.
           05  WS-SEAT-ENTRY        OCCURS 500 TIMES.
               10  WS-SEAT-DEPT         PIC X(22).
               10  WS-SEAT-COMP-SUB     PIC 9(3).
               10  WS-SEAT-HEADCOUNT    PIC 9(5).

       01  WS-GRP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY         OCCURS 500 TIMES.
               10  WS-GRP-ROOT-ID       PIC X(10).
               10  WS-GRP-MEMBERS       PIC 9(3).
               10  WS-GRP-INCOME        PIC S9(13)V9(2).
               10  WS-GRP-COST          PIC S9(13)V9(2).
               10  WS-GRP-NET           PIC S9(13)V9(2).
               10  WS-GRP-RANKED        PIC X(1).

       01  WS-STACK-DEPTH           PIC 9(2)   VALUE ZERO.
       01  WS-STACK-TABLE.
           05  WS-STACK-ID          PIC X(10)  OCCURS 50 TIMES.
       01  WS-WALK-ID               PIC X(10).
       01  WS-CHILD-HAS-PARENT-FLAG PIC X      VALUE "N".
           88  WS-CHILD-HAS-PARENT             VALUE "Y".

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-MAX-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-MAX-NET               PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RANK                  PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-CURRENT-COMP-SUB      PIC 9(3)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-KEY-NAME              PIC X(15)  VALUE SPACES.

       01  WS-JRNL-LINE             PIC X(160) VALUE SPACES.
       01  WS-JRNL-KIND             PIC X(1)   VALUE SPACE.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-REF-POS               PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-POS            PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-END            PIC 9(3)   VALUE ZERO.
       01  WS-DATE-POS              PIC 9(3)   VALUE ZERO.
       01  WS-LINE-PERIOD           PIC 9(6)   VALUE ZERO.
       01  WS-LINE-PERIOD-X REDEFINES WS-LINE-PERIOD.
           05  WS-LINE-YEAR         PIC 9(4).
           05  WS-LINE-MONTH        PIC 9(2).
       01  WS-AMOUNT-WORK           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-DEPT-NAME-WORK        PIC X(22)  VALUE SPACES.
       01  WS-DEPT-HEADCOUNT        PIC 9(7)   VALUE ZERO.
       01  WS-SHARE-WORK            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-SHARE-LEFT            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-LAST-SEAT-SUB         PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD                PIC 9(6)   VALUE ZERO.

       01  WS-GROUP-INCOME          PIC S9(13)V9(2) VALUE ZERO.
       01  WS-GROUP-COST            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-GROUP-MEMBERS         PIC 9(3)   VALUE ZERO.

       01  WS-UNALLOC-INCOME        PIC S9(13)V9(2) VALUE ZERO.
       01  WS-UNALLOC-COST          PIC S9(13)V9(2) VALUE ZERO.
       01  WS-UNALLOC-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-TOTAL-INCOME          PIC S9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-COST            PIC S9(13)V9(2) VALUE ZERO.

       01  WS-EDIT-1                PIC -(12)9.99.
       01  WS-EDIT-2                PIC -(12)9.99.
       01  WS-EDIT-3                PIC -(12)9.99.
       01  WS-UNIT-EDIT-1           PIC ZZZZZZ9.99.
       01  WS-UNIT-EDIT-2           PIC ZZZZZZ9.99.
       01  WS-UNIT-EDIT-3           PIC ZZZZZZ9.99.
       01  WS-UNIT-EDIT-4           PIC ZZZZZZ9.99.
       01  WS-RANK-EDIT             PIC ZZ9.
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.

       01  WS-COMPANY-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-LOSS-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-GROUP-LOSS-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".
       COPY "param-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R190" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-PERIOD
           PERFORM 1000-READ-PERIOD-REQUEST
           PERFORM 1050-LOAD-UNIT-COSTS
           PERFORM 1100-LOAD-COMPANIES
           PERFORM 1150-LOAD-MANAGERS
           PERFORM 1200-LOAD-CONTRACTS
           PERFORM 1300-LOAD-HIERARCHY
           PERFORM 1400-LOAD-BOXES
           PERFORM 1450-LOAD-SEATS
           PERFORM 2000-ALLOCATE-JOURNALS
           PERFORM 2300-ALLOCATE-BOX-RENTAL
           PERFORM 2400-ALLOCATE-DUNNING
           PERFORM 2500-ALLOCATE-ACTIVITIES
           PERFORM 2600-ALLOCATE-PLACEMENTS
           PERFORM 2700-ALLOCATE-OCCUPANCY
           PERFORM 2900-PRICE-COMPANIES
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT LOSS-FILE
           PERFORM 3000-RANK-COMPANIES
           PERFORM 3500-ROLL-UP-GROUPS
           PERFORM 3700-RANK-GROUPS
           PERFORM 3900-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE LOSS-FILE
           DISPLAY "R190: PERIOD                 " WS-PERIOD
           DISPLAY "R190: COMPANIES RANKED       " WS-COMPANY-COUNT
           DISPLAY "R190: LOSS-MAKING COMPANIES  " WS-LOSS-COUNT
           DISPLAY "R190: LOSS-MAKING GROUPS     " WS-GROUP-LOSS-COUNT
           DISPLAY "R190: UNALLOCATED ITEMS      " WS-UNALLOC-COUNT
           IF WS-OVERFLOW
               DISPLAY "R190: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PERIOD-REQUEST.
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-NOT-FOUND
               READ REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRQ-PERIOD TO WS-PERIOD
               END-READ
               CLOSE REQUEST-FILE
           END-IF.

       1050-LOAD-UNIT-COSTS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "PRF-LETTER-COST" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE >= ZERO
               MOVE PP-VALUE TO WS-LETTER-COST
           END-IF
           MOVE "PRF-ACTIVITY-COST" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE >= ZERO
               MOVE PP-VALUE TO WS-ACTIVITY-COST
           END-IF
           MOVE "PRF-PLACEMENT-COST" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE >= ZERO
               MOVE PP-VALUE TO WS-PLACEMENT-COST
           END-IF
           MOVE "PRF-JUDGMENT-COST" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE >= ZERO
               MOVE PP-VALUE TO WS-JUDGMENT-COST
           END-IF.

       1100-LOAD-COMPANIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-COMP-HIT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB)
                       = COMPANY-ID OF COMPANY-DETAILS
                       MOVE WS-SUB TO WS-COMP-HIT
                   END-IF
               END-PERFORM
               IF WS-COMP-HIT = ZERO
                   IF WS-COMP-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-COMP-TABLE-COUNT
                       INITIALIZE WS-COMP-ENTRY (WS-COMP-TABLE-COUNT)
                       MOVE COMPANY-ID OF COMPANY-DETAILS
                           TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                       MOVE COMPANY-NAME OF COMPANY-DETAILS
                           TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                       MOVE "N" TO WS-COMP-RANKED (WS-COMP-TABLE-COUNT)
                   END-IF
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1150-LOAD-MANAGERS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ASG-FILE
           IF WS-ASG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ASG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = RM-COMPANY-ID
                       MOVE RM-FIRST-NAME TO WS-COMP-RM-FIRST (WS-SUB)
                       MOVE RM-LAST-NAME TO WS-COMP-RM-LAST (WS-SUB)
                   END-IF
               END-PERFORM
               READ ASG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASG-NOT-FOUND
               CLOSE ASG-FILE
           END-IF.

      ****************************************************************************
      * The company segment opens a group and its CONTRACT children belong to    *
      * it; the 20-byte name resolves to a COMPANY-ID through its first 15       *
      * bytes, the width COMPANY-DETAILS carries.                                *
      ****************************************************************************
       1200-LOAD-CONTRACTS.
           MOVE ZERO TO WS-CURRENT-COMP-SUB
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY (1:15)
                           TO WS-KEY-NAME
                       PERFORM 1900-FIND-COMPANY-BY-NAME
                       MOVE WS-COMP-HIT TO WS-CURRENT-COMP-SUB
                   WHEN 7
                       IF WS-CT-TABLE-COUNT >= 2000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CT-TABLE-COUNT
                           MOVE CONTRACT-NUMBER OF CONTRACT
                               TO WS-CT-CONTRACT (WS-CT-TABLE-COUNT)
                           MOVE WS-CURRENT-COMP-SUB
                               TO WS-CT-COMP-SUB (WS-CT-TABLE-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1300-LOAD-HIERARCHY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT HIER-FILE
           IF WS-HIER-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ HIER-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-LINK-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-LINK-TABLE-COUNT
                   MOVE HL-PARENT-ID
                       TO WS-LINK-PARENT (WS-LINK-TABLE-COUNT)
                   MOVE HL-CHILD-ID
                       TO WS-LINK-CHILD (WS-LINK-TABLE-COUNT)
               END-IF
               READ HIER-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIER-NOT-FOUND
               CLOSE HIER-FILE
           END-IF.

       1400-LOAD-BOXES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RENT-FILE
           IF WS-RENT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-BOX-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BOX-TABLE-COUNT
                   MOVE BR-PO-NUMBER
                       TO WS-BOX-PO-NUMBER (WS-BOX-TABLE-COUNT)
                   MOVE BR-COMPANY-NAME (1:15) TO WS-KEY-NAME
                   PERFORM 1900-FIND-COMPANY-BY-NAME
                   MOVE WS-COMP-HIT
                       TO WS-BOX-COMP-SUB (WS-BOX-TABLE-COUNT)
               END-IF
               READ RENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RENT-NOT-FOUND
               CLOSE RENT-FILE
           END-IF.

       1450-LOAD-SEATS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT SEAT-FILE
           IF WS-SEAT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ SEAT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-SEAT-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SEAT-TABLE-COUNT
                   MOVE SA-DEPT TO WS-SEAT-DEPT (WS-SEAT-TABLE-COUNT)
                   MOVE SA-HEADCOUNT
                       TO WS-SEAT-HEADCOUNT (WS-SEAT-TABLE-COUNT)
                   MOVE SA-COMPANY (1:15) TO WS-KEY-NAME
                   PERFORM 1900-FIND-COMPANY-BY-NAME
                   MOVE WS-COMP-HIT
                       TO WS-SEAT-COMP-SUB (WS-SEAT-TABLE-COUNT)
               END-IF
               READ SEAT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SEAT-NOT-FOUND
               CLOSE SEAT-FILE
           END-IF.

       1900-FIND-COMPANY-BY-NAME.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
                      OR WS-COMP-HIT > ZERO
               IF WS-COMP-NAME (WS-SUB-2) = WS-KEY-NAME
                   MOVE WS-SUB-2 TO WS-COMP-HIT
               END-IF
           END-PERFORM.

       1950-FIND-COMPANY-BY-CONTRACT.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CT-TABLE-COUNT
                      OR WS-COMP-HIT > ZERO
               IF WS-CT-CONTRACT (WS-SUB-2) = WS-KEY-CONTRACT
                   MOVE WS-CT-COMP-SUB (WS-SUB-2) TO WS-COMP-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The month's journals in the CONTRGLAR layout: REF= names the contract,   *
      * AMOUNT= the amount up to DUEDATE=, and DUEDATE= keeps the line to the    *
      * month. Trailer lines carry no REF= and are passed over.                  *
      ****************************************************************************
       2000-ALLOCATE-JOURNALS.
           MOVE "A" TO WS-JRNL-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACCR-FILE
           IF WS-ACCR-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ACCR-LINE TO WS-JRNL-LINE
               PERFORM 2100-ALLOCATE-JOURNAL-LINE
               READ ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-NOT-FOUND
               CLOSE ACCR-FILE
           END-IF
           MOVE "R" TO WS-JRNL-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REV-FILE
           IF WS-REV-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REV-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE REV-LINE TO WS-JRNL-LINE
               PERFORM 2100-ALLOCATE-JOURNAL-LINE
               READ REV-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REV-NOT-FOUND
               CLOSE REV-FILE
           END-IF
           MOVE "W" TO WS-JRNL-KIND
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE WOFF-LINE TO WS-JRNL-LINE
               PERFORM 2100-ALLOCATE-JOURNAL-LINE
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

       2100-ALLOCATE-JOURNAL-LINE.
           MOVE ZERO TO WS-REF-POS
           MOVE ZERO TO WS-AMOUNT-POS
           MOVE ZERO TO WS-AMOUNT-END
           MOVE ZERO TO WS-DATE-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 140
               IF WS-JRNL-LINE (WS-SCAN-SUB:4) = "REF="
                   AND WS-REF-POS = ZERO
                   COMPUTE WS-REF-POS = WS-SCAN-SUB + 4
               END-IF
               IF WS-JRNL-LINE (WS-SCAN-SUB:7) = "AMOUNT="
                   AND WS-AMOUNT-POS = ZERO
                   COMPUTE WS-AMOUNT-POS = WS-SCAN-SUB + 7
               END-IF
               IF WS-JRNL-LINE (WS-SCAN-SUB:9) = " DUEDATE="
                   AND WS-AMOUNT-POS > ZERO
                   AND WS-AMOUNT-END = ZERO
                   MOVE WS-SCAN-SUB TO WS-AMOUNT-END
                   COMPUTE WS-DATE-POS = WS-SCAN-SUB + 9
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-LINE-PERIOD
           IF WS-REF-POS > ZERO AND WS-DATE-POS > ZERO
               AND WS-AMOUNT-END > WS-AMOUNT-POS
               MOVE WS-JRNL-LINE (WS-DATE-POS:4) TO WS-LINE-YEAR
               MOVE WS-JRNL-LINE (WS-DATE-POS + 5:2) TO WS-LINE-MONTH
           END-IF
           IF WS-LINE-PERIOD = WS-PERIOD
               PERFORM 2150-ALLOCATE-JOURNAL-AMOUNT
           END-IF.

       2150-ALLOCATE-JOURNAL-AMOUNT.
           MOVE WS-JRNL-LINE (WS-REF-POS:15) TO WS-KEY-CONTRACT
           COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL
               (WS-JRNL-LINE (WS-AMOUNT-POS:
                              WS-AMOUNT-END - WS-AMOUNT-POS))
           PERFORM 1950-FIND-COMPANY-BY-CONTRACT
           IF WS-COMP-HIT = ZERO
               ADD 1 TO WS-UNALLOC-COUNT
               IF WS-JRNL-KIND = "W"
                   ADD WS-AMOUNT-WORK TO WS-UNALLOC-COST
               ELSE
                   ADD WS-AMOUNT-WORK TO WS-UNALLOC-INCOME
               END-IF
           ELSE
               EVALUATE WS-JRNL-KIND
                   WHEN "A"
                       ADD WS-AMOUNT-WORK
                           TO WS-COMP-INTEREST (WS-COMP-HIT)
                   WHEN "R"
                       ADD WS-AMOUNT-WORK
                           TO WS-COMP-REVENUE (WS-COMP-HIT)
                   WHEN "W"
                       ADD WS-AMOUNT-WORK
                           TO WS-COMP-WRITEOFFS (WS-COMP-HIT)
               END-EVALUATE
           END-IF.

      ****************************************************************************
      * R126 bills a box as the pseudo-contract BOX followed by the PO number.   *
      ****************************************************************************
       2300-ALLOCATE-BOX-RENTAL.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT BOXCHG-FILE
           IF WS-BOXCHG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ BOXCHG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-COMP-HIT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BOX-TABLE-COUNT
                   IF WS-BOX-PO-NUMBER (WS-SUB)
                       = OUT-CONTRACT-NUMBER (4:12)
                       MOVE WS-BOX-COMP-SUB (WS-SUB) TO WS-COMP-HIT
                   END-IF
               END-PERFORM
               IF WS-COMP-HIT = ZERO
                   ADD 1 TO WS-UNALLOC-COUNT
                   ADD OUT-BALANCE TO WS-UNALLOC-INCOME
               ELSE
                   ADD OUT-BALANCE TO WS-COMP-BOX (WS-COMP-HIT)
               END-IF
               READ BOXCHG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BOXCHG-NOT-FOUND
               CLOSE BOXCHG-FILE
           END-IF.

       2400-ALLOCATE-DUNNING.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT DUNHIST-FILE
           IF WS-DUNHIST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ DUNHIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF DH-LETTER-DATE (1:6) = WS-PERIOD
                   MOVE DH-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 1950-FIND-COMPANY-BY-CONTRACT
                   IF WS-COMP-HIT = ZERO
                       ADD 1 TO WS-UNALLOC-COUNT
                       ADD WS-LETTER-COST TO WS-UNALLOC-COST
                   ELSE
                       ADD 1 TO WS-COMP-LETTERS (WS-COMP-HIT)
                   END-IF
               END-IF
               READ DUNHIST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DUNHIST-NOT-FOUND
               CLOSE DUNHIST-FILE
           END-IF.

      ****************************************************************************
      * COLACT carries no activity date; an activity counts in the month its     *
      * follow-up falls due.                                                     *
      ****************************************************************************
       2500-ALLOCATE-ACTIVITIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ACTIVITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CA-FOLLOW-UP-DATE (1:6) = WS-PERIOD
                   MOVE CA-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 1950-FIND-COMPANY-BY-CONTRACT
                   IF WS-COMP-HIT = ZERO
                       ADD 1 TO WS-UNALLOC-COUNT
                       ADD WS-ACTIVITY-COST TO WS-UNALLOC-COST
                   ELSE
                       ADD 1 TO WS-COMP-ACTIVITIES (WS-COMP-HIT)
                   END-IF
               END-IF
               READ ACTIVITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACT-NOT-FOUND
               CLOSE ACTIVITY-FILE
           END-IF.

       2600-ALLOCATE-PLACEMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PLACEMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE PLC-COMPANY-NAME (1:15) TO WS-KEY-NAME
               PERFORM 1900-FIND-COMPANY-BY-NAME
               IF WS-COMP-HIT = ZERO
                   MOVE PLC-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 1950-FIND-COMPANY-BY-CONTRACT
               END-IF
               IF PLC-PLACED-DATE (1:6) = WS-PERIOD
                   IF WS-COMP-HIT = ZERO
                       ADD 1 TO WS-UNALLOC-COUNT
                       ADD WS-PLACEMENT-COST TO WS-UNALLOC-COST
                   ELSE
                       ADD 1 TO WS-COMP-PLACEMENTS (WS-COMP-HIT)
                   END-IF
               END-IF
               IF PLC-JUDGMENT AND PLC-STATUS-DATE (1:6) = WS-PERIOD
                   IF WS-COMP-HIT = ZERO
                       ADD 1 TO WS-UNALLOC-COUNT
                       ADD WS-JUDGMENT-COST TO WS-UNALLOC-COST
                   ELSE
                       ADD 1 TO WS-COMP-JUDGMENTS (WS-COMP-HIT)
                   END-IF
               END-IF
               READ PLACEMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PLC-NOT-FOUND
               CLOSE PLACEMENT-FILE
           END-IF.

      ****************************************************************************
      * A DEPTCOST statement line is the department name, SEATS= and COST=.      *
      * The cost is shared among the companies seated in that department by      *
      * headcount; the last share takes the rounding.                            *
      ****************************************************************************
       2700-ALLOCATE-OCCUPANCY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT DEPTCOST-FILE
           IF WS-DEPTCOST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ DEPTCOST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF DEPTCOST-LINE (23:7) = " SEATS="
                   AND DEPTCOST-LINE (35:6) = " COST="
                   MOVE DEPTCOST-LINE (1:22) TO WS-DEPT-NAME-WORK
                   COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL
                       (DEPTCOST-LINE (41:14))
                   PERFORM 2750-SHARE-DEPARTMENT-COST
               END-IF
               READ DEPTCOST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DEPTCOST-NOT-FOUND
               CLOSE DEPTCOST-FILE
           END-IF.

       2750-SHARE-DEPARTMENT-COST.
           MOVE ZERO TO WS-DEPT-HEADCOUNT
           MOVE ZERO TO WS-LAST-SEAT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEAT-TABLE-COUNT
               IF WS-SEAT-DEPT (WS-SUB) = WS-DEPT-NAME-WORK
                   AND WS-SEAT-COMP-SUB (WS-SUB) > ZERO
                   ADD WS-SEAT-HEADCOUNT (WS-SUB) TO WS-DEPT-HEADCOUNT
                   MOVE WS-SUB TO WS-LAST-SEAT-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-HEADCOUNT = ZERO
               ADD 1 TO WS-UNALLOC-COUNT
               ADD WS-AMOUNT-WORK TO WS-UNALLOC-COST
           ELSE
               PERFORM 2760-SPREAD-DEPARTMENT-COST
           END-IF.

       2760-SPREAD-DEPARTMENT-COST.
           MOVE WS-AMOUNT-WORK TO WS-SHARE-LEFT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEAT-TABLE-COUNT
               IF WS-SEAT-DEPT (WS-SUB) = WS-DEPT-NAME-WORK
                   AND WS-SEAT-COMP-SUB (WS-SUB) > ZERO
                   IF WS-SUB = WS-LAST-SEAT-SUB
                       MOVE WS-SHARE-LEFT TO WS-SHARE-WORK
                   ELSE
                       COMPUTE WS-SHARE-WORK ROUNDED =
                           WS-AMOUNT-WORK * WS-SEAT-HEADCOUNT (WS-SUB)
                           / WS-DEPT-HEADCOUNT
                   END-IF
                   SUBTRACT WS-SHARE-WORK FROM WS-SHARE-LEFT
                   MOVE WS-SEAT-COMP-SUB (WS-SUB) TO WS-COMP-HIT
                   ADD WS-SHARE-WORK TO WS-COMP-OCCUPANCY (WS-COMP-HIT)
               END-IF
           END-PERFORM.

       2900-PRICE-COMPANIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               COMPUTE WS-COMP-INCOME (WS-SUB) =
                   WS-COMP-INTEREST (WS-SUB) + WS-COMP-REVENUE (WS-SUB)
                   + WS-COMP-BOX (WS-SUB)
               COMPUTE WS-COMP-COST (WS-SUB) =
                   WS-COMP-LETTERS (WS-SUB) * WS-LETTER-COST
                   + WS-COMP-ACTIVITIES (WS-SUB) * WS-ACTIVITY-COST
                   + WS-COMP-PLACEMENTS (WS-SUB) * WS-PLACEMENT-COST
                   + WS-COMP-JUDGMENTS (WS-SUB) * WS-JUDGMENT-COST
                   + WS-COMP-WRITEOFFS (WS-SUB)
                   + WS-COMP-OCCUPANCY (WS-SUB)
               COMPUTE WS-COMP-NET (WS-SUB) =
                   WS-COMP-INCOME (WS-SUB) - WS-COMP-COST (WS-SUB)
               ADD WS-COMP-INCOME (WS-SUB) TO WS-TOTAL-INCOME
               ADD WS-COMP-COST (WS-SUB) TO WS-TOTAL-COST
           END-PERFORM.

      ****************************************************************************
      * Companies best net contribution first, by repeated selection of the      *
      * remaining maximum; a loss-making company also goes to PRFLOSS with its   *
      * relationship manager. PRFLOSS is written afterwards, worst first.        *
      ****************************************************************************
       3000-RANK-COMPANIES.
           MOVE "*** CUSTOMER PROFITABILITY ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LETTER-COST TO WS-UNIT-EDIT-1
           MOVE WS-ACTIVITY-COST TO WS-UNIT-EDIT-2
           MOVE WS-PLACEMENT-COST TO WS-UNIT-EDIT-3
           MOVE WS-JUDGMENT-COST TO WS-UNIT-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " UNIT COSTS LETTER=" DELIMITED BY SIZE
               WS-UNIT-EDIT-1 DELIMITED BY SIZE
               " ACTIVITY=" DELIMITED BY SIZE
               WS-UNIT-EDIT-2 DELIMITED BY SIZE
               " PLACEMENT=" DELIMITED BY SIZE
               WS-UNIT-EDIT-3 DELIMITED BY SIZE
               " JUDGMENT=" DELIMITED BY SIZE
               WS-UNIT-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COMPANIES BY NET CONTRIBUTION - BEST FIRST"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-RANK
           PERFORM WS-COMP-TABLE-COUNT TIMES
               MOVE ZERO TO WS-MAX-SUB
               MOVE ZERO TO WS-MAX-NET
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-RANKED (WS-SUB) NOT = "Y"
                       AND (WS-MAX-SUB = ZERO
                           OR WS-COMP-NET (WS-SUB) > WS-MAX-NET)
                       MOVE WS-SUB TO WS-MAX-SUB
                       MOVE WS-COMP-NET (WS-SUB) TO WS-MAX-NET
                   END-IF
               END-PERFORM
               IF WS-MAX-SUB > ZERO
                   MOVE "Y" TO WS-COMP-RANKED (WS-MAX-SUB)
                   ADD 1 TO WS-RANK
                   ADD 1 TO WS-COMPANY-COUNT
                   PERFORM 3100-REPORT-COMPANY
               END-IF
           END-PERFORM
           PERFORM 3300-WRITE-LOSS-LIST.

       3100-REPORT-COMPANY.
           MOVE WS-RANK TO WS-RANK-EDIT
           MOVE WS-COMP-INCOME (WS-MAX-SUB) TO WS-EDIT-1
           MOVE WS-COMP-COST (WS-MAX-SUB) TO WS-EDIT-2
           MOVE WS-COMP-NET (WS-MAX-SUB) TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-RANK-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMP-ID (WS-MAX-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMP-NAME (WS-MAX-SUB) DELIMITED BY SIZE
               " INCOME=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " COST=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " NET=" DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-COMP-NET (WS-MAX-SUB) < ZERO
               MOVE " LOSS" TO REPORT-LINE (120:5)
           END-IF
           WRITE REPORT-LINE
           MOVE WS-COMP-INTEREST (WS-MAX-SUB) TO WS-EDIT-1
           MOVE WS-COMP-REVENUE (WS-MAX-SUB) TO WS-EDIT-2
           MOVE WS-COMP-BOX (WS-MAX-SUB) TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "      INTEREST=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " REVENUE=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " BOX RENTAL=" DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COMP-WRITEOFFS (WS-MAX-SUB) TO WS-EDIT-1
           MOVE WS-COMP-OCCUPANCY (WS-MAX-SUB) TO WS-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "      LETTERS=" DELIMITED BY SIZE
               WS-COMP-LETTERS (WS-MAX-SUB) DELIMITED BY SIZE
               " ACTIVITIES=" DELIMITED BY SIZE
               WS-COMP-ACTIVITIES (WS-MAX-SUB) DELIMITED BY SIZE
               " PLACED=" DELIMITED BY SIZE
               WS-COMP-PLACEMENTS (WS-MAX-SUB) DELIMITED BY SIZE
               " JUDGMENTS=" DELIMITED BY SIZE
               WS-COMP-JUDGMENTS (WS-MAX-SUB) DELIMITED BY SIZE
               " WRITE-OFFS=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " OCCUPANCY=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3300-WRITE-LOSS-LIST.
           MOVE "*** LOSS-MAKING RELATIONSHIPS - WORST FIRST ***"
               TO LOSS-LINE
           WRITE LOSS-LINE
           MOVE SPACES TO LOSS-LINE
           STRING "PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO LOSS-LINE
           WRITE LOSS-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               MOVE "N" TO WS-COMP-RANKED (WS-SUB)
           END-PERFORM
           PERFORM WS-COMP-TABLE-COUNT TIMES
               MOVE ZERO TO WS-MAX-SUB
               MOVE ZERO TO WS-MAX-NET
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-RANKED (WS-SUB) NOT = "Y"
                       AND WS-COMP-NET (WS-SUB) < ZERO
                       AND (WS-MAX-SUB = ZERO
                           OR WS-COMP-NET (WS-SUB) < WS-MAX-NET)
                       MOVE WS-SUB TO WS-MAX-SUB
                       MOVE WS-COMP-NET (WS-SUB) TO WS-MAX-NET
                   END-IF
               END-PERFORM
               IF WS-MAX-SUB > ZERO
                   MOVE "Y" TO WS-COMP-RANKED (WS-MAX-SUB)
                   ADD 1 TO WS-LOSS-COUNT
                   MOVE WS-COMP-NET (WS-MAX-SUB) TO WS-EDIT-1
                   MOVE SPACES TO LOSS-LINE
                   IF WS-COMP-RM-LAST (WS-MAX-SUB) = SPACES
                       STRING WS-COMP-ID (WS-MAX-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-COMP-NAME (WS-MAX-SUB) DELIMITED BY SIZE
                           " NET=" DELIMITED BY SIZE
                           WS-EDIT-1 DELIMITED BY SIZE
                           " MANAGER=UNASSIGNED" DELIMITED BY SIZE
                           INTO LOSS-LINE
                   ELSE
                       STRING WS-COMP-ID (WS-MAX-SUB) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-COMP-NAME (WS-MAX-SUB) DELIMITED BY SIZE
                           " NET=" DELIMITED BY SIZE
                           WS-EDIT-1 DELIMITED BY SIZE
                           " MANAGER=" DELIMITED BY SIZE
                           WS-COMP-RM-FIRST (WS-MAX-SUB)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-COMP-RM-LAST (WS-MAX-SUB)
                               DELIMITED BY SPACE
                           INTO LOSS-LINE
                   END-IF
                   WRITE LOSS-LINE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A root is a company never appearing as a child. Its group is walked      *
      * with the explicit work stack the way R072 walks it, summing every        *
      * member's income and cost.                                                *
      ****************************************************************************
       3500-ROLL-UP-GROUPS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               MOVE "N" TO WS-CHILD-HAS-PARENT-FLAG
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-LINK-TABLE-COUNT
                   IF WS-LINK-CHILD (WS-SUB-2) = WS-COMP-ID (WS-SUB)
                       SET WS-CHILD-HAS-PARENT TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CHILD-HAS-PARENT
                   PERFORM 3600-ROLL-UP-ONE-GROUP
               END-IF
           END-PERFORM.

       3600-ROLL-UP-ONE-GROUP.
           MOVE ZERO TO WS-GROUP-INCOME
           MOVE ZERO TO WS-GROUP-COST
           MOVE ZERO TO WS-GROUP-MEMBERS
           MOVE 1 TO WS-STACK-DEPTH
           MOVE WS-COMP-ID (WS-SUB) TO WS-STACK-ID (1)
           PERFORM UNTIL WS-STACK-DEPTH = ZERO
               MOVE WS-STACK-ID (WS-STACK-DEPTH) TO WS-WALK-ID
               SUBTRACT 1 FROM WS-STACK-DEPTH
               ADD 1 TO WS-GROUP-MEMBERS
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-HIT-SUB) = WS-WALK-ID
                       ADD WS-COMP-INCOME (WS-HIT-SUB)
                           TO WS-GROUP-INCOME
                       ADD WS-COMP-COST (WS-HIT-SUB) TO WS-GROUP-COST
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-LINK-TABLE-COUNT
                   IF WS-LINK-PARENT (WS-SUB-2) = WS-WALK-ID
                       AND WS-STACK-DEPTH < 50
                       ADD 1 TO WS-STACK-DEPTH
                       MOVE WS-LINK-CHILD (WS-SUB-2)
                           TO WS-STACK-ID (WS-STACK-DEPTH)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GROUP-MEMBERS > 1
               IF WS-GRP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-GRP-TABLE-COUNT
                   MOVE WS-COMP-ID (WS-SUB)
                       TO WS-GRP-ROOT-ID (WS-GRP-TABLE-COUNT)
                   MOVE WS-GROUP-MEMBERS
                       TO WS-GRP-MEMBERS (WS-GRP-TABLE-COUNT)
                   MOVE WS-GROUP-INCOME
                       TO WS-GRP-INCOME (WS-GRP-TABLE-COUNT)
                   MOVE WS-GROUP-COST
                       TO WS-GRP-COST (WS-GRP-TABLE-COUNT)
                   COMPUTE WS-GRP-NET (WS-GRP-TABLE-COUNT) =
                       WS-GROUP-INCOME - WS-GROUP-COST
                   MOVE "N" TO WS-GRP-RANKED (WS-GRP-TABLE-COUNT)
               END-IF
           END-IF.

       3700-RANK-GROUPS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GROUPS BY NET CONTRIBUTION - BEST FIRST"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-RANK
           PERFORM WS-GRP-TABLE-COUNT TIMES
               MOVE ZERO TO WS-MAX-SUB
               MOVE ZERO TO WS-MAX-NET
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-GRP-TABLE-COUNT
                   IF WS-GRP-RANKED (WS-SUB) NOT = "Y"
                       AND (WS-MAX-SUB = ZERO
                           OR WS-GRP-NET (WS-SUB) > WS-MAX-NET)
                       MOVE WS-SUB TO WS-MAX-SUB
                       MOVE WS-GRP-NET (WS-SUB) TO WS-MAX-NET
                   END-IF
               END-PERFORM
               IF WS-MAX-SUB > ZERO
                   MOVE "Y" TO WS-GRP-RANKED (WS-MAX-SUB)
                   ADD 1 TO WS-RANK
                   MOVE WS-RANK TO WS-RANK-EDIT
                   MOVE WS-GRP-MEMBERS (WS-MAX-SUB) TO WS-COUNT-EDIT
                   MOVE WS-GRP-INCOME (WS-MAX-SUB) TO WS-EDIT-1
                   MOVE WS-GRP-COST (WS-MAX-SUB) TO WS-EDIT-2
                   MOVE WS-GRP-NET (WS-MAX-SUB) TO WS-EDIT-3
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-RANK-EDIT DELIMITED BY SIZE
                       " GROUP " DELIMITED BY SIZE
                       WS-GRP-ROOT-ID (WS-MAX-SUB) DELIMITED BY SIZE
                       " MEMBERS=" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " INCOME=" DELIMITED BY SIZE
                       WS-EDIT-1 DELIMITED BY SIZE
                       " COST=" DELIMITED BY SIZE
                       WS-EDIT-2 DELIMITED BY SIZE
                       " NET=" DELIMITED BY SIZE
                       WS-EDIT-3 DELIMITED BY SIZE
                       INTO REPORT-LINE
                   IF WS-GRP-NET (WS-MAX-SUB) < ZERO
                       ADD 1 TO WS-GROUP-LOSS-COUNT
                       MOVE " LOSS" TO REPORT-LINE (120:5)
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       3900-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-INCOME TO WS-EDIT-1
           MOVE WS-TOTAL-COST TO WS-EDIT-2
           COMPUTE WS-AMOUNT-WORK = WS-TOTAL-INCOME - WS-TOTAL-COST
           MOVE WS-AMOUNT-WORK TO WS-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING "ALLOCATED   INCOME=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " COST=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " NET=" DELIMITED BY SIZE
               WS-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNALLOC-INCOME TO WS-EDIT-1
           MOVE WS-UNALLOC-COST TO WS-EDIT-2
           MOVE WS-UNALLOC-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "UNALLOCATED INCOME=" DELIMITED BY SIZE
               WS-EDIT-1 DELIMITED BY SIZE
               " COST=" DELIMITED BY SIZE
               WS-EDIT-2 DELIMITED BY SIZE
               " ITEMS=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
