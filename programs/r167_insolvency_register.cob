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
      * R167-INSOLVENCY-REGISTER                                                 *
      *                                                                          *
      * Nightly maintenance of the insolvency case master                        *
      * (insolvency-case.cpy, INSOLIN to INSOLOUT), keyed by COMPANY-ID.         *
      * Transactions on INSOLTXN open a case (O: liquidation or business         *
      * rescue, filing date, practitioner, claim-lodgement deadline and          *
      * whether the case covers the company's group), amend the                  *
      * practitioner, deadline or group flag of an active case (A), or           *
      * close it (C: outcome F finalised or W withdrawn/set aside). A            *
      * company holds at most one active case; an open for a company             *
      * already under one or missing from COMPIN, a bad case type, a             *
      * deadline before filing, an amend or close with no active case, or        *
      * an unknown outcome is refused on the report and the master left as       *
      * it was. Every active case then freezes its company - and, for a          *
      * group case, every company below it on the HIERIN hierarchy R072          *
      * maintains, however deep - and each contract those companies hold on      *
      * the ENTITY extract is written to INSOLSUPP (insolvency-freeze.cpy)       *
      * with the company whose case froze it. R059 sends no letters on           *
      * those contracts, R057 accrues no penalty interest, R102 raises no        *
      * debit order, R108 takes them off the collectors' queues and R110         *
      * places none with the attorneys; R168 builds the proof of claim from      *
      * the same file. INSOLRPT lists the night's movements and then the         *
      * frozen contracts case by case. Opens that R197's registry refresh        *
      * raises on REGINSOL, for companies the official registry shows            *
      * deregistered or in liquidation, are applied after INSOLTXN; one          *
      * for a company already under an active case, or whose case filed          *
      * on or after the registry's status date has since closed, has been        *
      * dealt with and is passed over quietly.                                   *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R167-INSOLVENCY-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INS-IN-FILE ASSIGN TO "INSOLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-IN-STATUS.

           SELECT INS-OUT-FILE ASSIGN TO "INSOLOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "INSOLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REGTXN-FILE ASSIGN TO "REGINSOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGTXN-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "INSOLRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INS-IN-FILE.
       COPY "insolvency-case" REPLACING INSOLVENCY-CASE-RECORD
           BY INS-IN-RECORD.

       FD  INS-OUT-FILE.
       COPY "insolvency-case".

       FD  TXN-FILE.
       01  TXN-IN-RECORD                PIC X(60).

       FD  REGTXN-FILE.
       01  REGTXN-IN-RECORD             PIC X(60).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  SUPP-FILE.
       COPY "insolvency-freeze".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INS-IN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-INS-IN-EOF                   VALUE "Y".
       01  WS-INS-IN-STATUS         PIC XX.
           88  WS-INS-IN-NOT-FOUND          VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-REGTXN-EOF-FLAG       PIC X      VALUE "N".
           88  WS-REGTXN-EOF                   VALUE "Y".
       01  WS-REGTXN-STATUS         PIC XX.
           88  WS-REGTXN-NOT-FOUND          VALUE "35".
       01  WS-REG-DONE-FLAG         PIC X      VALUE "N".
           88  WS-REG-DONE                     VALUE "Y".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".

       01  WS-INS-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-INS-TABLE.
           05  WS-INS-ENTRY         OCCURS 300 TIMES.
               10  WS-INS-COMPANY       PIC X(10).
               10  WS-INS-TYPE          PIC X(1).
               10  WS-INS-FILED         PIC 9(8).
               10  WS-INS-PRACTITIONER  PIC X(30).
               10  WS-INS-DEADLINE      PIC 9(8).
               10  WS-INS-GROUP         PIC X(1).
               10  WS-INS-STATUS        PIC X(1).
               10  WS-INS-CLOSED        PIC 9(8).

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-COMPANY       PIC X(10).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).

       01  WS-GRP-COUNT             PIC 9(3)   VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ID            PIC X(10)  OCCURS 500 TIMES.
       01  WS-GRP-ADDED-FLAG        PIC X      VALUE "N".
           88  WS-GRP-ADDED                    VALUE "Y".
       01  WS-PARENT-IN-FLAG        PIC X      VALUE "N".
           88  WS-PARENT-IN                    VALUE "Y".
       01  WS-CHILD-IN-FLAG         PIC X      VALUE "N".
           88  WS-CHILD-IN                     VALUE "Y".

       01  WS-FRZ-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-FRZ-TABLE.
           05  WS-FRZ-ENTRY         OCCURS 500 TIMES.
               10  WS-FRZ-COMPANY       PIC X(10).
               10  WS-FRZ-CASE          PIC X(10).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-LINK-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-FRZ-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-CURRENT-COMPANY-ID    PIC X(10)  VALUE SPACES.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-OPENED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-AMENDED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REG-PASSED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-ACTIVE-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-FROZEN-COMPANY-COUNT  PIC 9(9)   VALUE ZERO.
       01  WS-FROZEN-CONTRACT-COUNT PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "insolvency-txn".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R167" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-CASES
           PERFORM 1100-LOAD-COMPANIES
           PERFORM 1200-LOAD-CONTRACTS
           PERFORM 1300-LOAD-HIERARCHY
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 2500-APPLY-REGISTRY-OPENS
           PERFORM 3000-WRITE-CASES
           PERFORM 4000-FREEZE-COMPANIES
           PERFORM 5000-WRITE-FROZEN-CONTRACTS
           CLOSE REPORT-FILE
           DISPLAY "R167: CASES OPENED           " WS-OPENED-COUNT
           DISPLAY "R167: CASES AMENDED          " WS-AMENDED-COUNT
           DISPLAY "R167: CASES CLOSED           " WS-CLOSED-COUNT
           DISPLAY "R167: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R167: REGISTRY OPENS PASSED  " WS-REG-PASSED-COUNT
           DISPLAY "R167: CASES ACTIVE           " WS-ACTIVE-COUNT
           DISPLAY "R167: COMPANIES FROZEN       "
               WS-FROZEN-COMPANY-COUNT
           DISPLAY "R167: CONTRACTS FROZEN       "
               WS-FROZEN-CONTRACT-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R167: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-CASES.
           OPEN INPUT INS-IN-FILE
           IF WS-INS-IN-NOT-FOUND
               SET WS-INS-IN-EOF TO TRUE
           ELSE
               READ INS-IN-FILE
                   AT END SET WS-INS-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INS-IN-EOF
               IF WS-INS-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-INS-TABLE-COUNT
                   MOVE INS-COMPANY-ID OF INS-IN-RECORD
                       TO WS-INS-COMPANY (WS-INS-TABLE-COUNT)
                   MOVE INS-CASE-TYPE OF INS-IN-RECORD
                       TO WS-INS-TYPE (WS-INS-TABLE-COUNT)
                   MOVE INS-FILING-DATE OF INS-IN-RECORD
                       TO WS-INS-FILED (WS-INS-TABLE-COUNT)
                   MOVE INS-PRACTITIONER OF INS-IN-RECORD
                       TO WS-INS-PRACTITIONER (WS-INS-TABLE-COUNT)
                   MOVE INS-CLAIM-DEADLINE OF INS-IN-RECORD
                       TO WS-INS-DEADLINE (WS-INS-TABLE-COUNT)
                   MOVE INS-GROUP-FLAG OF INS-IN-RECORD
                       TO WS-INS-GROUP (WS-INS-TABLE-COUNT)
                   MOVE INS-STATUS OF INS-IN-RECORD
                       TO WS-INS-STATUS (WS-INS-TABLE-COUNT)
                   MOVE INS-CLOSED-DATE OF INS-IN-RECORD
                       TO WS-INS-CLOSED (WS-INS-TABLE-COUNT)
               END-IF
               READ INS-IN-FILE
                   AT END SET WS-INS-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-IN-NOT-FOUND
               CLOSE INS-IN-FILE
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
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1200-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
                   MOVE SPACES TO WS-CURRENT-COMPANY-ID
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           MOVE WS-COMP-ID (WS-SUB)
                               TO WS-CURRENT-COMPANY-ID
                       END-IF
                   END-PERFORM
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   AND WS-CURRENT-COMPANY-ID NOT = SPACES
                   IF WS-CON-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CON-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT
                           TO WS-CON-CONTRACT (WS-CON-TABLE-COUNT)
                       MOVE WS-CURRENT-COMPANY-ID
                           TO WS-CON-COMPANY (WS-CON-TABLE-COUNT)
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
               READ TXN-FILE INTO INSOLVENCY-TXN-RECORD
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 2050-APPLY-ONE-TRANSACTION
               READ TXN-FILE INTO INSOLVENCY-TXN-RECORD
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2050-APPLY-ONE-TRANSACTION.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INS-TABLE-COUNT
               IF WS-INS-COMPANY (WS-SUB) = ITX-COMPANY-ID
                   AND WS-INS-STATUS (WS-SUB) = "A"
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ITX-OPEN
                   PERFORM 2100-OPEN-CASE
               WHEN ITX-AMEND
                   PERFORM 2200-AMEND-CASE
               WHEN ITX-CLOSE
                   PERFORM 2300-CLOSE-CASE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
           END-EVALUATE.

       2100-OPEN-CASE.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-SUB) = ITX-COMPANY-ID
                   MOVE WS-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HIT-SUB > ZERO
                   MOVE "COMPANY ALREADY UNDER ACTIVE CASE"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON COMPANY FILE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN ITX-CASE-TYPE NOT = "L" AND ITX-CASE-TYPE NOT = "R"
                   MOVE "UNKNOWN CASE TYPE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN ITX-FILING-DATE = ZERO
                   MOVE "NO FILING DATE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN ITX-CLAIM-DEADLINE NOT = ZERO
                   AND ITX-CLAIM-DEADLINE < ITX-FILING-DATE
                   MOVE "CLAIM DEADLINE BEFORE FILING DATE"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN WS-INS-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
                   MOVE "CASE TABLE FULL" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-OPENED-COUNT
                   ADD 1 TO WS-INS-TABLE-COUNT
                   MOVE WS-INS-TABLE-COUNT TO WS-HIT-SUB
                   MOVE ITX-COMPANY-ID TO WS-INS-COMPANY (WS-HIT-SUB)
                   MOVE ITX-CASE-TYPE TO WS-INS-TYPE (WS-HIT-SUB)
                   MOVE ITX-FILING-DATE TO WS-INS-FILED (WS-HIT-SUB)
                   MOVE ITX-PRACTITIONER
                       TO WS-INS-PRACTITIONER (WS-HIT-SUB)
                   MOVE ITX-CLAIM-DEADLINE
                       TO WS-INS-DEADLINE (WS-HIT-SUB)
                   IF ITX-GROUP-FLAG = "Y"
                       MOVE "Y" TO WS-INS-GROUP (WS-HIT-SUB)
                   ELSE
                       MOVE "N" TO WS-INS-GROUP (WS-HIT-SUB)
                   END-IF
                   MOVE "A" TO WS-INS-STATUS (WS-HIT-SUB)
                   MOVE ZERO TO WS-INS-CLOSED (WS-HIT-SUB)
                   MOVE SPACES TO REPORT-LINE
                   STRING "OPENED   " DELIMITED BY SIZE
                       ITX-COMPANY-ID DELIMITED BY SIZE
                       " TYPE=" DELIMITED BY SIZE
                       ITX-CASE-TYPE DELIMITED BY SIZE
                       " FILED=" DELIMITED BY SIZE
                       ITX-FILING-DATE DELIMITED BY SIZE
                       " DEADLINE=" DELIMITED BY SIZE
                       ITX-CLAIM-DEADLINE DELIMITED BY SIZE
                       " GROUP=" DELIMITED BY SIZE
                       WS-INS-GROUP (WS-HIT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ITX-PRACTITIONER DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2200-AMEND-CASE.
           EVALUATE TRUE
               WHEN WS-HIT-SUB = ZERO
                   MOVE "NO ACTIVE CASE ON COMPANY" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN ITX-CLAIM-DEADLINE NOT = ZERO
                   AND ITX-CLAIM-DEADLINE < WS-INS-FILED (WS-HIT-SUB)
                   MOVE "CLAIM DEADLINE BEFORE FILING DATE"
                       TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-AMENDED-COUNT
                   IF ITX-PRACTITIONER NOT = SPACES
                       MOVE ITX-PRACTITIONER
                           TO WS-INS-PRACTITIONER (WS-HIT-SUB)
                   END-IF
                   IF ITX-CLAIM-DEADLINE NOT = ZERO
                       MOVE ITX-CLAIM-DEADLINE
                           TO WS-INS-DEADLINE (WS-HIT-SUB)
                   END-IF
                   IF ITX-GROUP-FLAG = "Y" OR ITX-GROUP-FLAG = "N"
                       MOVE ITX-GROUP-FLAG TO WS-INS-GROUP (WS-HIT-SUB)
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "AMENDED  " DELIMITED BY SIZE
                       ITX-COMPANY-ID DELIMITED BY SIZE
                       " DEADLINE=" DELIMITED BY SIZE
                       WS-INS-DEADLINE (WS-HIT-SUB) DELIMITED BY SIZE
                       " GROUP=" DELIMITED BY SIZE
                       WS-INS-GROUP (WS-HIT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-INS-PRACTITIONER (WS-HIT-SUB)
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2300-CLOSE-CASE.
           EVALUATE TRUE
               WHEN WS-HIT-SUB = ZERO
                   MOVE "NO ACTIVE CASE ON COMPANY" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN ITX-OUTCOME NOT = "F" AND ITX-OUTCOME NOT = "W"
                   MOVE "UNKNOWN OUTCOME CODE" TO WS-REASON
                   PERFORM 2900-REFUSE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE ITX-OUTCOME TO WS-INS-STATUS (WS-HIT-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-INS-CLOSED (WS-HIT-SUB)
                   MOVE SPACES TO REPORT-LINE
                   STRING "CLOSED   " DELIMITED BY SIZE
                       ITX-COMPANY-ID DELIMITED BY SIZE
                       " OUTCOME=" DELIMITED BY SIZE
                       ITX-OUTCOME DELIMITED BY SIZE
                       " FILED=" DELIMITED BY SIZE
                       WS-INS-FILED (WS-HIT-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2500-APPLY-REGISTRY-OPENS.
           OPEN INPUT REGTXN-FILE
           IF WS-REGTXN-NOT-FOUND
               SET WS-REGTXN-EOF TO TRUE
           ELSE
               READ REGTXN-FILE INTO INSOLVENCY-TXN-RECORD
                   AT END SET WS-REGTXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REGTXN-EOF
               MOVE "N" TO WS-REG-DONE-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-INS-TABLE-COUNT
                   IF WS-INS-COMPANY (WS-SUB) = ITX-COMPANY-ID
                       IF WS-INS-STATUS (WS-SUB) = "A"
                           OR WS-INS-FILED (WS-SUB) >= ITX-FILING-DATE
                           SET WS-REG-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REG-DONE
                   ADD 1 TO WS-REG-PASSED-COUNT
               ELSE
                   PERFORM 2050-APPLY-ONE-TRANSACTION
               END-IF
               READ REGTXN-FILE INTO INSOLVENCY-TXN-RECORD
                   AT END SET WS-REGTXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REGTXN-NOT-FOUND
               CLOSE REGTXN-FILE
           END-IF.

       2900-REFUSE-TRANSACTION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               ITX-COMPANY-ID DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               ITX-ACTION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-CASES.
           OPEN OUTPUT INS-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INS-TABLE-COUNT
               MOVE WS-INS-COMPANY (WS-SUB)
                   TO INS-COMPANY-ID OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-TYPE (WS-SUB)
                   TO INS-CASE-TYPE OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-FILED (WS-SUB)
                   TO INS-FILING-DATE OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-PRACTITIONER (WS-SUB)
                   TO INS-PRACTITIONER OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-DEADLINE (WS-SUB)
                   TO INS-CLAIM-DEADLINE OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-GROUP (WS-SUB)
                   TO INS-GROUP-FLAG OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-STATUS (WS-SUB)
                   TO INS-STATUS OF INSOLVENCY-CASE-RECORD
               MOVE WS-INS-CLOSED (WS-SUB)
                   TO INS-CLOSED-DATE OF INSOLVENCY-CASE-RECORD
               WRITE INSOLVENCY-CASE-RECORD
               IF WS-INS-STATUS (WS-SUB) = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM
           CLOSE INS-OUT-FILE.

      ****************************************************************************
      * Each active case freezes its own company. A group case then walks        *
      * the hierarchy links over and over, taking in every child whose           *
      * parent is already in, until a pass adds nobody - so the whole            *
      * subtree is covered however many levels it has. A company reached         *
      * by two cases is frozen once, under the first.                            *
      ****************************************************************************
       4000-FREEZE-COMPANIES.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-INS-TABLE-COUNT
               IF WS-INS-STATUS (WS-HIT-SUB) = "A"
                   MOVE 1 TO WS-GRP-COUNT
                   MOVE WS-INS-COMPANY (WS-HIT-SUB) TO WS-GRP-ID (1)
                   IF WS-INS-GROUP (WS-HIT-SUB) = "Y"
                       SET WS-GRP-ADDED TO TRUE
                       PERFORM UNTIL NOT WS-GRP-ADDED
                           MOVE "N" TO WS-GRP-ADDED-FLAG
                           PERFORM 4100-EXTEND-GROUP
                       END-PERFORM
                   END-IF
                   PERFORM 4200-RECORD-FROZEN-COMPANIES
               END-IF
           END-PERFORM.

       4100-EXTEND-GROUP.
           PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                   UNTIL WS-LINK-SUB > WS-LINK-TABLE-COUNT
               MOVE "N" TO WS-PARENT-IN-FLAG
               MOVE "N" TO WS-CHILD-IN-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-GRP-COUNT
                   IF WS-GRP-ID (WS-SUB) = WS-LINK-PARENT (WS-LINK-SUB)
                       SET WS-PARENT-IN TO TRUE
                   END-IF
                   IF WS-GRP-ID (WS-SUB) = WS-LINK-CHILD (WS-LINK-SUB)
                       SET WS-CHILD-IN TO TRUE
                   END-IF
               END-PERFORM
               IF WS-PARENT-IN AND NOT WS-CHILD-IN
                   IF WS-GRP-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-GRP-COUNT
                       MOVE WS-LINK-CHILD (WS-LINK-SUB)
                           TO WS-GRP-ID (WS-GRP-COUNT)
                       SET WS-GRP-ADDED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       4200-RECORD-FROZEN-COMPANIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GRP-COUNT
               MOVE ZERO TO WS-FRZ-HIT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-FRZ-TABLE-COUNT
                   IF WS-FRZ-COMPANY (WS-SUB-2) = WS-GRP-ID (WS-SUB)
                       MOVE WS-SUB-2 TO WS-FRZ-HIT
                   END-IF
               END-PERFORM
               IF WS-FRZ-HIT = ZERO
                   IF WS-FRZ-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-FRZ-TABLE-COUNT
                       ADD 1 TO WS-FROZEN-COMPANY-COUNT
                       MOVE WS-GRP-ID (WS-SUB)
                           TO WS-FRZ-COMPANY (WS-FRZ-TABLE-COUNT)
                       MOVE WS-INS-COMPANY (WS-HIT-SUB)
                           TO WS-FRZ-CASE (WS-FRZ-TABLE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       5000-WRITE-FROZEN-CONTRACTS.
           OPEN OUTPUT SUPP-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTRACTS FROZEN BY ACTIVE CASES AT "
               DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CON-TABLE-COUNT
               MOVE ZERO TO WS-FRZ-HIT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-FRZ-TABLE-COUNT
                   IF WS-FRZ-COMPANY (WS-SUB-2)
                           = WS-CON-COMPANY (WS-SUB)
                       MOVE WS-SUB-2 TO WS-FRZ-HIT
                   END-IF
               END-PERFORM
               IF WS-FRZ-HIT > ZERO
                   ADD 1 TO WS-FROZEN-CONTRACT-COUNT
                   MOVE WS-CON-CONTRACT (WS-SUB)
                       TO IFZ-CONTRACT-NUMBER
                   MOVE WS-CON-COMPANY (WS-SUB) TO IFZ-COMPANY-ID
                   MOVE WS-FRZ-CASE (WS-FRZ-HIT)
                       TO IFZ-CASE-COMPANY-ID
                   WRITE INSOLVENCY-FREEZE-RECORD
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CASE=" DELIMITED BY SIZE
                       IFZ-CASE-COMPANY-ID DELIMITED BY SIZE
                       " COMPANY=" DELIMITED BY SIZE
                       IFZ-COMPANY-ID DELIMITED BY SIZE
                       " CONTRACT=" DELIMITED BY SIZE
                       IFZ-CONTRACT-NUMBER DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-FROZEN-CONTRACT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE SUPP-FILE.
