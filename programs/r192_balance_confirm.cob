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
      * R192-BALANCE-CONFIRM                                                     *
      *                                                                          *
      * Year-end balance confirmation run for the auditors. CONFREQ names        *
      * the as-at date and how companies are chosen: T takes every company       *
      * whose balance is at or above CRQ-THRESHOLD, L takes the auditors'        *
      * own list of COMPANY-IDs on CONFLIST. A company's balance is the          *
      * outstanding (OUTSTFIN) plus accrued (ACCRFIN) over its open              *
      * contracts - operations supply the generations closed on the as-at        *
      * date - with contracts resolved to the company through the ENTITY         *
      * extract and the COMPANY-DETAILS name join R072 uses. Each chosen         *
      * company gets one letter on CNFLET listing every open                     *
      * CONTRACT-NUMBER and balance with a reply slip, for the attention         *
      * of its billing contact on the contact-role register                      *
      * (R177-ADDRESSEE-SERVICE); the wording comes from the latest              *
      * effective-dated BALCONF template on LETTMPL when one is on file,         *
      * the compiled wording otherwise. As R138 does, a company whose            *
      * consent entry withholds post, or whose address the post office           *
      * bounced (UNDELIV, per R139), gets no letter. Every chosen company        *
      * - sent or withheld, so the auditors can plan other procedures for        *
      * the withheld - is entered on the confirmation register (CNFIN to         *
      * CNFOUT) for R193 to capture the reply; a rerun for the same as-at        *
      * date replaces the company's entry. CNFRPT lists the run.                 *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R192-BALANCE-CONFIRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "CONFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT LIST-FILE ASSIGN TO "CONFLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-FILE ASSIGN TO "OUTSTFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "CNSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.

           SELECT UNDELIV-FILE ASSIGN TO "UNDELIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UND-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "LETTMPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.

           SELECT REG-IN-FILE ASSIGN TO "CNFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REG-OUT-FILE ASSIGN TO "CNFOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO "CNFLET"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CNFRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  CONFIRM-REQUEST.
           05  CRQ-AS-AT-DATE           PIC 9(8).
           05  CRQ-MODE                 PIC X(1).
               88  CRQ-BY-THRESHOLD             VALUE "T".
               88  CRQ-BY-AUDITOR-LIST          VALUE "L".
           05  CRQ-THRESHOLD            PIC 9(11)V9(2).

       FD  LIST-FILE.
       01  CONFIRM-LIST-RECORD.
           05  CFL-COMPANY-ID           PIC X(10).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ACCR-FILE.
       COPY "accrual-record".

       FD  CONSENT-FILE.
       COPY "consent-record".

       FD  UNDELIV-FILE.
       01  UNDELIV-COMPANY-NAME         PIC X(20).

       FD  TEMPLATE-FILE.
       COPY "letter-template".

       FD  REG-IN-FILE.
       01  REG-IN-RECORD                PIC X(87).

       FD  REG-OUT-FILE.
       COPY "balance-confirm".

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-LIST-STATUS           PIC XX.
           88  WS-LIST-NOT-FOUND            VALUE "35".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-CNS-STATUS            PIC XX.
           88  WS-CNS-NOT-FOUND             VALUE "35".
       01  WS-UND-STATUS            PIC XX.
           88  WS-UND-NOT-FOUND             VALUE "35".
       01  WS-TMPL-STATUS           PIC XX.
           88  WS-TMPL-NOT-FOUND            VALUE "35".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-REQUEST-FLAG          PIC X      VALUE "N".
           88  WS-REQUEST-ON-FILE              VALUE "Y".
       01  WS-TMPL-FLAG             PIC X      VALUE "N".
           88  WS-CONF-TEMPLATE-ON-FILE        VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       COPY "cycle-date-parm".

       01  WS-AS-AT-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-MODE                  PIC X(1)   VALUE SPACE.
           88  WS-BY-THRESHOLD                 VALUE "T".
       01  WS-THRESHOLD             PIC 9(11)V99 VALUE ZERO.

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-ADDRESS      PIC X(25).
               10  WS-COMP-TOTAL        PIC S9(13)V99.
               10  WS-COMP-OPEN-COUNT   PIC 9(5).
               10  WS-COMP-SELECTED     PIC X(1).
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-CURRENT-COMP-SUB      PIC 9(3)   VALUE ZERO.
       01  WS-KEY-NAME              PIC X(15)  VALUE SPACES.

       01  WS-CT-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-CONTRACT       PIC X(15).
               10  WS-CT-COMP-SUB       PIC 9(3).
               10  WS-CT-BALANCE        PIC S9(13)V99.
       01  WS-CT-HIT                PIC 9(4)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.

       01  WS-UND-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-UND-TABLE.
           05  WS-UND-NAME          PIC X(20)  OCCURS 200 TIMES.
       01  WS-UND-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-TMPL-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY        OCCURS 100 TIMES.
               10  WS-TMPL-EFF          PIC 9(8).
               10  WS-TMPL-LINE-NO      PIC 9(2).
               10  WS-TMPL-TEXT         PIC X(80).
       01  WS-TMPL-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-BEST-EFF              PIC 9(8)   VALUE ZERO.
       01  WS-LINE-NO-WANTED        PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-LINE           PIC X(100) VALUE SPACES.
       01  WS-RENDER-IN             PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-OUT            PIC 9(3)   VALUE ZERO.
       01  WS-TMPL-CONT             PIC X(33)  VALUE SPACES.

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-POST-OK-FLAG          PIC X      VALUE "Y".
       01  WS-AMOUNT-EDIT           PIC -(12)9.99.
       01  WS-TOTAL-EDIT            PIC -(12)9.99.
       01  WS-DISPATCH-TEXT         PIC X(22)  VALUE SPACES.

       01  WS-SELECTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-WITHHELD-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-UNDELIV-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-NOT-FOUND-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-REPLACED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-CARRIED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-UNALLOC-COUNT         PIC 9(9)   VALUE ZERO.

       COPY "addressee-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R192" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-READ-REQUEST
           IF WS-REQUEST-ON-FILE
               PERFORM 1100-LOAD-COMPANIES
               PERFORM 1200-LOAD-CONTRACTS
               PERFORM 1300-LOAD-BALANCES
               PERFORM 1400-SUM-COMPANIES
               PERFORM 1500-LOAD-UNDELIVERABLES
               PERFORM 1600-LOAD-TEMPLATE
               PERFORM 2000-SELECT-COMPANIES
           END-IF
           OPEN OUTPUT REG-OUT-FILE
           PERFORM 3000-CARRY-REGISTER
           OPEN OUTPUT LETTER-FILE
           IF WS-REQUEST-ON-FILE
               PERFORM 4000-CONFIRM-COMPANIES
           END-IF
           CLOSE LETTER-FILE
           CLOSE REG-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY "R192: AS-AT DATE             " WS-AS-AT-DATE
           DISPLAY "R192: COMPANIES SELECTED     " WS-SELECTED-COUNT
           DISPLAY "R192: LETTERS WRITTEN        " WS-LETTER-COUNT
           DISPLAY "R192: CONSENT WITHHELD       " WS-WITHHELD-COUNT
           DISPLAY "R192: ADDRESS UNDELIVERABLE  " WS-UNDELIV-COUNT
           DISPLAY "R192: LISTED IDS NOT FOUND   " WS-NOT-FOUND-COUNT
           DISPLAY "R192: REGISTER ENTRIES KEPT  " WS-CARRIED-COUNT
           DISPLAY "R192: REGISTER ENTRIES REPL  " WS-REPLACED-COUNT
           DISPLAY "R192: CONTRACTS UNALLOCATED  " WS-UNALLOC-COUNT
           IF NOT WS-REQUEST-ON-FILE OR WS-NOT-FOUND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R192: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Confirmations go out only on the auditors' instruction: with no          *
      * request on file, or one naming neither mode, nothing is selected         *
      * and the register is carried forward untouched.                           *
      ****************************************************************************
       1000-READ-REQUEST.
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-NOT-FOUND
               READ REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF (CRQ-BY-THRESHOLD OR CRQ-BY-AUDITOR-LIST)
                           AND CRQ-AS-AT-DATE IS NUMERIC
                           AND CRQ-AS-AT-DATE > ZERO
                           SET WS-REQUEST-ON-FILE TO TRUE
                           MOVE CRQ-AS-AT-DATE TO WS-AS-AT-DATE
                           MOVE CRQ-MODE TO WS-MODE
                           MOVE CRQ-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE REQUEST-FILE
           END-IF
           IF NOT WS-REQUEST-ON-FILE
               MOVE "NO VALID CONFIRMATION REQUEST - NOTHING SENT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-THRESHOLD TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "BALANCE CONFIRMATIONS AS AT " DELIMITED BY SIZE
                   WS-AS-AT-DATE DELIMITED BY SIZE
                   " MODE " DELIMITED BY SIZE
                   WS-MODE DELIMITED BY SIZE
                   " THRESHOLD " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
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
                       MOVE ADDRESS OF COMPANY-DETAILS
                           TO WS-COMP-ADDRESS (WS-COMP-TABLE-COUNT)
                       MOVE "N"
                           TO WS-COMP-SELECTED (WS-COMP-TABLE-COUNT)
                   END-IF
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

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
                           MOVE ZERO
                               TO WS-CT-BALANCE (WS-CT-TABLE-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

      ****************************************************************************
      * The confirmed balance is what the customer owes on the as-at date:       *
      * the outstanding balance plus the interest accrued, as R189 rolls         *
      * the ledger forward.                                                      *
      ****************************************************************************
       1300-LOAD-BALANCES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE OUT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               PERFORM 1950-FIND-CONTRACT
               IF WS-CT-HIT = ZERO
                   ADD 1 TO WS-UNALLOC-COUNT
               ELSE
                   ADD OUT-BALANCE TO WS-CT-BALANCE (WS-CT-HIT)
               END-IF
               READ OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF
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
               MOVE ACC-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               PERFORM 1950-FIND-CONTRACT
               IF WS-CT-HIT = ZERO
                   ADD 1 TO WS-UNALLOC-COUNT
               ELSE
                   ADD ACC-CUM-AMOUNT TO WS-CT-BALANCE (WS-CT-HIT)
               END-IF
               READ ACCR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-NOT-FOUND
               CLOSE ACCR-FILE
           END-IF.

       1400-SUM-COMPANIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CT-TABLE-COUNT
               IF WS-CT-BALANCE (WS-SUB) NOT = ZERO
                   IF WS-CT-COMP-SUB (WS-SUB) = ZERO
                       ADD 1 TO WS-UNALLOC-COUNT
                   ELSE
                       MOVE WS-CT-COMP-SUB (WS-SUB) TO WS-COMP-HIT
                       ADD WS-CT-BALANCE (WS-SUB)
                           TO WS-COMP-TOTAL (WS-COMP-HIT)
                       ADD 1 TO WS-COMP-OPEN-COUNT (WS-COMP-HIT)
                   END-IF
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Addresses the post office bounced (R139); posting to them again          *
      * just feeds the returned-mail bin.                                        *
      ****************************************************************************
       1500-LOAD-UNDELIVERABLES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT UNDELIV-FILE
           IF WS-UND-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ UNDELIV-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-UND-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-UND-TABLE-COUNT
                   MOVE UNDELIV-COMPANY-NAME
                       TO WS-UND-NAME (WS-UND-TABLE-COUNT)
               END-IF
               READ UNDELIV-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-UND-NOT-FOUND
               CLOSE UNDELIV-FILE
           END-IF.

      ****************************************************************************
      * BALCONF template lines, English wording as R138 uses; the latest         *
      * effective-dated version on or before today supplies the letter           *
      * body. No template, and the compiled wording stands.                      *
      ****************************************************************************
       1600-LOAD-TEMPLATE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT TEMPLATE-FILE
           IF WS-TMPL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ TEMPLATE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF LT-LETTER-TYPE = "BALCONF"
                   AND LT-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
                   AND LT-LANGUAGE = "E"
                   IF WS-TMPL-TABLE-COUNT >= 100
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       SET WS-CONF-TEMPLATE-ON-FILE TO TRUE
                       ADD 1 TO WS-TMPL-TABLE-COUNT
                       MOVE LT-EFFECTIVE-DATE
                           TO WS-TMPL-EFF (WS-TMPL-TABLE-COUNT)
                       MOVE LT-LINE-NUMBER
                           TO WS-TMPL-LINE-NO (WS-TMPL-TABLE-COUNT)
                       MOVE LT-TEXT
                           TO WS-TMPL-TEXT (WS-TMPL-TABLE-COUNT)
                       IF LT-EFFECTIVE-DATE > WS-BEST-EFF
                           MOVE LT-EFFECTIVE-DATE TO WS-BEST-EFF
                       END-IF
                   END-IF
               END-IF
               READ TEMPLATE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TMPL-NOT-FOUND
               CLOSE TEMPLATE-FILE
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

       1950-FIND-CONTRACT.
           MOVE ZERO TO WS-CT-HIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CT-TABLE-COUNT
                      OR WS-CT-HIT > ZERO
               IF WS-CT-CONTRACT (WS-SUB-2) = WS-KEY-CONTRACT
                   MOVE WS-SUB-2 TO WS-CT-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * T: every company at or above the threshold, a company owing nothing      *
      * never qualifying. L: the auditors' list, as given - a listed             *
      * company with no open contract is still confirmed at nil, which is        *
      * evidence too; a listed id not on the master is reported.                 *
      ****************************************************************************
       2000-SELECT-COMPANIES.
           IF WS-BY-THRESHOLD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-OPEN-COUNT (WS-SUB) > ZERO
                       AND WS-COMP-TOTAL (WS-SUB) >= WS-THRESHOLD
                       MOVE "Y" TO WS-COMP-SELECTED (WS-SUB)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO WS-FILE-EOF-FLAG
               OPEN INPUT LIST-FILE
               IF WS-LIST-NOT-FOUND
                   SET WS-FILE-EOF TO TRUE
               ELSE
                   READ LIST-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-FILE-EOF
                   PERFORM 2100-SELECT-LISTED-COMPANY
                   READ LIST-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT WS-LIST-NOT-FOUND
                   CLOSE LIST-FILE
               END-IF
           END-IF.

       2100-SELECT-LISTED-COMPANY.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                      OR WS-COMP-HIT > ZERO
               IF WS-COMP-ID (WS-SUB) = CFL-COMPANY-ID
                   MOVE WS-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM
           IF WS-COMP-HIT = ZERO
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  LISTED COMPANY " DELIMITED BY SIZE
                   CFL-COMPANY-ID DELIMITED BY SIZE
                   " NOT ON COMPANY MASTER - NOT CONFIRMED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Y" TO WS-COMP-SELECTED (WS-COMP-HIT)
           END-IF.

      ****************************************************************************
      * Entries from earlier rounds pass through; an entry for a company         *
      * chosen again for the same as-at date gives way to tonight's.             *
      ****************************************************************************
       3000-CARRY-REGISTER.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REG-IN-FILE
           IF WS-REG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REG-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE REG-IN-RECORD TO BALANCE-CONFIRM-RECORD
               MOVE ZERO TO WS-COMP-HIT
               IF WS-REQUEST-ON-FILE
                   AND CNF-AS-AT-DATE = WS-AS-AT-DATE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                              OR WS-COMP-HIT > ZERO
                       IF WS-COMP-ID (WS-SUB) = CNF-COMPANY-ID
                           AND WS-COMP-SELECTED (WS-SUB) = "Y"
                           MOVE WS-SUB TO WS-COMP-HIT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-COMP-HIT = ZERO
                   WRITE BALANCE-CONFIRM-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
               READ REG-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REG-IN-FILE
           END-IF.

       4000-CONFIRM-COMPANIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-SELECTED (WS-SUB) = "Y"
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM 4100-JUDGE-CONSENT
                   IF WS-POST-OK-FLAG = "Y"
                       PERFORM 4150-JUDGE-UNDELIVERABLE
                   END-IF
                   EVALUATE WS-POST-OK-FLAG
                       WHEN "Y"
                           PERFORM 4200-WRITE-ONE-LETTER
                           MOVE "S" TO CNF-DISPATCH
                           MOVE "LETTER SENT" TO WS-DISPATCH-TEXT
                       WHEN "U"
                           ADD 1 TO WS-UNDELIV-COUNT
                           MOVE "U" TO CNF-DISPATCH
                           MOVE "ADDRESS UNDELIVERABLE"
                               TO WS-DISPATCH-TEXT
                       WHEN OTHER
                           ADD 1 TO WS-WITHHELD-COUNT
                           MOVE "C" TO CNF-DISPATCH
                           MOVE "CONSENT WITHHELD"
                               TO WS-DISPATCH-TEXT
                   END-EVALUATE
                   PERFORM 4500-WRITE-REGISTER-ENTRY
               END-IF
           END-PERFORM.

       4100-JUDGE-CONSENT.
           MOVE "Y" TO WS-POST-OK-FLAG
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CONSENT-FILE
           IF WS-CNS-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CONSENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CNS-COMPANY-ID = WS-COMP-ID (WS-SUB)
                   AND CNS-POST-ALLOWED NOT = "Y"
                   MOVE "N" TO WS-POST-OK-FLAG
               END-IF
               READ CONSENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CNS-NOT-FOUND
               CLOSE CONSENT-FILE
           END-IF.

      ****************************************************************************
      * UNDELIV carries the suppression names at twenty characters; the          *
      * company name here is fifteen, so the comparison is on the shorter.       *
      ****************************************************************************
       4150-JUDGE-UNDELIVERABLE.
           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                   UNTIL WS-UND-SUB > WS-UND-TABLE-COUNT
               IF WS-UND-NAME (WS-UND-SUB) (1:15)
                       = WS-COMP-NAME (WS-SUB)
                   MOVE "U" TO WS-POST-OK-FLAG
               END-IF
           END-PERFORM.

       4200-WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-COMP-TOTAL (WS-SUB) TO WS-TOTAL-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING "TO: " DELIMITED BY SIZE
               WS-COMP-NAME (WS-SUB) DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               WS-COMP-ADDRESS (WS-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-TMPL-CONT
           SET AD-BY-ID TO TRUE
           MOVE WS-COMP-ID (WS-SUB) TO AD-COMPANY-ID
           MOVE SPACES TO AD-COMPANY-NAME
           MOVE "B" TO AD-ROLE
           CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
           IF AD-STATUS NOT = 4
               STRING AD-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AD-LAST-NAME DELIMITED BY SIZE
                   INTO WS-TMPL-CONT
               MOVE SPACES TO LETTER-LINE
               STRING "ATTN: " DELIMITED BY SIZE
                   WS-TMPL-CONT DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "RE: BALANCE CONFIRMATION AS AT " DELIMITED BY SIZE
               WS-AS-AT-DATE DELIMITED BY SIZE
               " - OUR REF " DELIMITED BY SIZE
               WS-COMP-ID (WS-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-CONF-TEMPLATE-ON-FILE
               PERFORM 4250-RENDER-TEMPLATE-BODY
           ELSE
               MOVE "    OUR RECORDS SHOW THE BALANCES BELOW OWING"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "    TO US ON THE DATE ABOVE. PLEASE CONFIRM"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "    WHETHER YOU AGREE ON THE SLIP BELOW."
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-COMP-OPEN-COUNT (WS-SUB) = ZERO
               MOVE "    NO OPEN CONTRACTS - NIL BALANCE"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-CT-TABLE-COUNT
                   IF WS-CT-COMP-SUB (WS-SUB-2) = WS-SUB
                       AND WS-CT-BALANCE (WS-SUB-2) NOT = ZERO
                       PERFORM 4210-WRITE-CONTRACT-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "    TOTAL BALANCE                      "
               DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "    REPLY SLIP - PLEASE MARK ONE AND SIGN:"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "    [ ] WE AGREE THE TOTAL BALANCE ABOVE"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "    [ ] WE DO NOT AGREE - OUR BALANCE IS ____________"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    QUOTE REFERENCE " DELIMITED BY SIZE
               WS-COMP-ID (WS-SUB) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-AS-AT-DATE DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       4210-WRITE-CONTRACT-LINE.
           MOVE WS-CT-BALANCE (WS-SUB-2) TO WS-AMOUNT-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING "    CONTRACT " DELIMITED BY SIZE
               WS-CT-CONTRACT (WS-SUB-2) DELIMITED BY SIZE
               "   BALANCE " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE.

      ****************************************************************************
      * The letter body off the BALCONF template: &NAME the company, &CONT       *
      * the billing contact (blank when there is none), &NUM the COMPANY-ID      *
      * the reply quotes, &AMT the total balance and &DATE the as-at date.       *
      * The contract lines and reply slip follow the body.                       *
      ****************************************************************************
       4250-RENDER-TEMPLATE-BODY.
           PERFORM VARYING WS-LINE-NO-WANTED FROM 1 BY 1
                   UNTIL WS-LINE-NO-WANTED > 99
               PERFORM VARYING WS-TMPL-SUB FROM 1 BY 1
                       UNTIL WS-TMPL-SUB > WS-TMPL-TABLE-COUNT
                   IF WS-TMPL-EFF (WS-TMPL-SUB) = WS-BEST-EFF
                       AND WS-TMPL-LINE-NO (WS-TMPL-SUB)
                           = WS-LINE-NO-WANTED
                       PERFORM 4260-RENDER-ONE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****************************************************************************
      * Substitution by left-to-right scan, R059's convention: a recognized      *
      * &token copies its value and the scan jumps the token; everything         *
      * else copies byte by byte.                                                *
      ****************************************************************************
       4260-RENDER-ONE-LINE.
           MOVE SPACES TO WS-RENDER-LINE
           MOVE 1 TO WS-RENDER-OUT
           MOVE 1 TO WS-RENDER-IN
           PERFORM UNTIL WS-RENDER-IN > 80
                   OR WS-RENDER-OUT > 95
               EVALUATE TRUE
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&NAME"
                       STRING WS-COMP-NAME (WS-SUB)
                           DELIMITED BY "  "
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&CONT"
                       STRING WS-TMPL-CONT DELIMITED BY "  "
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&DATE"
                       STRING WS-AS-AT-DATE DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&NUM"
                       STRING WS-COMP-ID (WS-SUB)
                           DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&AMT"
                       STRING WS-TOTAL-EDIT DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN OTHER
                       MOVE WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:1)
                           TO WS-RENDER-LINE (WS-RENDER-OUT:1)
                       ADD 1 TO WS-RENDER-IN
                       ADD 1 TO WS-RENDER-OUT
               END-EVALUATE
           END-PERFORM
           MOVE WS-RENDER-LINE TO LETTER-LINE
           WRITE LETTER-LINE.

       4500-WRITE-REGISTER-ENTRY.
           MOVE WS-COMP-ID (WS-SUB) TO CNF-COMPANY-ID
           MOVE WS-COMP-NAME (WS-SUB) TO CNF-COMPANY-NAME
           MOVE WS-AS-AT-DATE TO CNF-AS-AT-DATE
           MOVE WS-MODE TO CNF-SELECTED-BY
           MOVE WS-COMP-OPEN-COUNT (WS-SUB) TO CNF-CONTRACT-COUNT
           MOVE WS-COMP-TOTAL (WS-SUB) TO CNF-OUR-BALANCE
           MOVE SPACE TO CNF-REPLY
           MOVE ZERO TO CNF-CUSTOMER-BALANCE
           MOVE ZERO TO CNF-REPLY-DATE
           MOVE SPACES TO CNF-KEYED-BY
           WRITE BALANCE-CONFIRM-RECORD
           MOVE WS-COMP-TOTAL (WS-SUB) TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-COMP-ID (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMP-NAME (WS-SUB) DELIMITED BY SIZE
               " CONTRACTS " DELIMITED BY SIZE
               WS-COMP-OPEN-COUNT (WS-SUB) DELIMITED BY SIZE
               " BALANCE " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPATCH-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
