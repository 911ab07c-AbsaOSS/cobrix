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
      * R206-ACCOUNT-CLOSURE                                                     *
      *                                                                          *
      * The account closure run. Each closure or reopening transaction (account- *
      * closure.cpy, ACCTCLOS) names an account by its full ACCOUNT-NO -         *
      * FIRST-6, ACCOUNT-MIDDLE and LAST-4 as RECORD-A carries them - and is     *
      * rejected unless the Luhn check digit holds as R008 verifies it and, for  *
      * a closure, the account is on RECORD-A (RECAIN) and not already closed. A *
      * closure takes the ledger balance off R096's BALOUT (the ledger account   *
      * being the leading 8 digits of the ACCOUNT-NO) less the fees due this     *
      * month on R205's schedule (ACCTTYPE, the account's type off RECIN and     *
      * CONTIN, its postings so far off AMTNORM) as the final balance. The fee   *
      * and a settlement posting that clears the ledger are written to CLOSNORM  *
      * in the AMTNORM columns, their sources marked FEE and CLOS, for R096 to   *
      * post; a credit final balance becomes a payout instruction and a debit    *
      * one a debt to collect on ACCTSETL. The account is marked closed on the   *
      * account-status master (account-status.cpy, ACCTSTIN in, ACCTSTOUT out),  *
      * which R096 reads to turn away later postings and R205, R007, R095 and    *
      * R082 read to show the account closed. A closed account may be reopened   *
      * within REOPEN-GRACE-DAYS (R120, compiled 30) of its closing date by a    *
      * supervisor who is not locked out (USERPROF); the settlement stands.      *
      * CLOSRPT lists every account closed, reopened or rejected, with the       *
      * reason.                                                                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R206-ACCOUNT-CLOSURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "ACCTCLOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT STATUS-IN-FILE ASSIGN TO "ACCTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-IN-STATUS.

           SELECT STATUS-OUT-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECA-FILE ASSIGN TO "RECAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECA-STATUS.

           SELECT RECORD-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.

           SELECT CONTINUATION-FILE ASSIGN TO "CONTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONT-STATUS.

           SELECT TYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT NORM-FILE ASSIGN TO "AMTNORM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NORM-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "USERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

           SELECT POSTING-FILE ASSIGN TO "CLOSNORM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SETTLEMENT-FILE ASSIGN TO "ACCTSETL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CLOSRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-FILE.
       COPY "account-closure".

       FD  STATUS-IN-FILE.
       COPY "account-status" REPLACING ACCOUNT-STATUS-RECORD
           BY STATUS-IN-RECORD.

       FD  STATUS-OUT-FILE.
       COPY "account-status".

       FD  RECA-FILE.
       COPY "test12_copybook_a".

       FD  RECORD-FILE.
       COPY "test2_copybook".

       FD  CONTINUATION-FILE.
       COPY "account-continuation".

       FD  TYPE-FILE.
       COPY "account-type".

       FD  BAL-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCOUNT              PIC X(8).
           05  BAL-BALANCE              PIC S9(11)V9(2).

       FD  NORM-FILE.
       01  NORM-LINE.
           05  NORM-SOURCE              PIC X(4).
           05  FILLER                   PIC X(31).
           05  NORM-AMOUNT-TXT          PIC X(11).
           05  FILLER                   PIC X(6).
           05  NORM-ACCOUNT             PIC X(8).
           05  FILLER                   PIC X(6).
           05  NORM-DATE                PIC X(8).
           05  FILLER                   PIC X(6).

       FD  PROFILE-FILE.
       COPY "user-profile".

       FD  POSTING-FILE.
       01  POSTING-LINE                 PIC X(80).

       FD  SETTLEMENT-FILE.
       COPY "account-settlement".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-CLOS-STATUS           PIC XX.
           88  WS-CLOS-NOT-FOUND            VALUE "35".
       01  WS-STAT-IN-STATUS        PIC XX.
           88  WS-STAT-IN-NOT-FOUND         VALUE "35".
       01  WS-RECA-STATUS           PIC XX.
           88  WS-RECA-NOT-FOUND            VALUE "35".
       01  WS-REC-STATUS            PIC XX.
           88  WS-REC-NOT-FOUND             VALUE "35".
       01  WS-CONT-STATUS           PIC XX.
           88  WS-CONT-NOT-FOUND            VALUE "35".
           88  WS-CONT-CLEAN                VALUE "00".
       01  WS-TYPE-STATUS           PIC XX.
           88  WS-TYPE-NOT-FOUND            VALUE "35".
       01  WS-BAL-STATUS            PIC XX.
           88  WS-BAL-NOT-FOUND             VALUE "35".
       01  WS-NORM-STATUS           PIC XX.
           88  WS-NORM-NOT-FOUND            VALUE "35".
       01  WS-PROF-STATUS           PIC XX.
           88  WS-PROF-NOT-FOUND            VALUE "35".

       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-GRACE-DAYS            PIC 9(3)   VALUE 30.
       01  WS-DAYS-CLOSED           PIC S9(7)  VALUE ZERO.

      ****************************************************************************
      * The account-status master as carried in, updated in place by the         *
      * night's transactions and written back out whole.                         *
      ****************************************************************************
       01  WS-ST-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY          OCCURS 5000 TIMES.
               10  WS-ST-ACCOUNT-NO     PIC 9(16).
               10  WS-ST-LEDGER-ACCOUNT PIC X(8).
               10  WS-ST-STATUS         PIC X(1).
               10  WS-ST-CLOSED-DATE    PIC 9(8).
               10  WS-ST-FINAL-BALANCE  PIC S9(11)V9(2).
               10  WS-ST-SETTLEMENT     PIC X(1).
               10  WS-ST-CLOSED-BY      PIC X(8).
               10  WS-ST-REOPENED-DATE  PIC 9(8).
               10  WS-ST-REOPENED-BY    PIC X(8).

      ****************************************************************************
      * The night's closure and reopening transactions, with what the            *
      * extracts, the ledger and the user profiles say about each.               *
      ****************************************************************************
       01  WS-TX-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY          OCCURS 500 TIMES.
               10  WS-TX-ACTION         PIC X(1).
               10  WS-TX-ACCOUNT-NO     PIC 9(16).
               10  WS-TX-LEDGER-ACCOUNT PIC X(8).
               10  WS-TX-USER-ID        PIC X(8).
               10  WS-TX-REASON         PIC X(40).
               10  WS-TX-ON-RECA        PIC X(1).
               10  WS-TX-NAME           PIC X(30).
               10  WS-TX-TYPE-FOUND     PIC X(1).
               10  WS-TX-TYPE           PIC 9(5).
               10  WS-TX-POSTINGS       PIC 9(7).
               10  WS-TX-ON-LEDGER      PIC X(1).
               10  WS-TX-BALANCE        PIC S9(11)V9(2).
               10  WS-TX-USER-LEVEL     PIC X(1).
               10  WS-TX-USER-LOCKED    PIC X(1).

       01  WS-TY-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-TY-TABLE.
           05  WS-TY-ENTRY          OCCURS 200 TIMES.
               10  WS-TY-CODE           PIC 9(5).
               10  WS-TY-MONTHLY-FEE    PIC 9(5)V9(2).
               10  WS-TY-TXN-FEE        PIC 9(3)V9(2).
               10  WS-TY-WAIVER-FLAG    PIC X(1).
               10  WS-TY-WAIVER-BALANCE PIC 9(11)V9(2).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-ST-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-TX-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-TY-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-ACCT-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-KEY-ACCOUNT           PIC X(8)   VALUE SPACES.
       01  WS-KEY-TYPE              PIC 9(5)   VALUE ZERO.

       01  WS-ACCOUNT-NO            PIC 9(16).
       01  WS-ACCOUNT-DIGITS REDEFINES WS-ACCOUNT-NO.
           05  WS-DIGIT             PIC 9      OCCURS 16 TIMES.
       01  WS-ACCOUNT-TEXT REDEFINES WS-ACCOUNT-NO PIC X(16).
       01  WS-SUBSCRIPT             PIC 9(2).
       01  WS-POSITION-FROM-RIGHT   PIC 9(2).
       01  WS-WORK-DIGIT            PIC 9(2).
       01  WS-CHECKSUM              PIC 9(4).
       01  WS-VALID-FLAG            PIC X      VALUE "N".
           88  WS-VALID                        VALUE "Y".

       01  WS-REJECT-REASON         PIC X(40)  VALUE SPACES.
       01  WS-FEE-DUE               PIC 9(9)V9(2) VALUE ZERO.
       01  WS-FINAL-BALANCE         PIC S9(11)V9(2) VALUE ZERO.
       01  WS-POST-SOURCE           PIC X(7)   VALUE SPACES.
       01  WS-POST-AMOUNT           PIC S9(11)V9(2) VALUE ZERO.
       01  WS-POST-REMAINING        PIC 9(11)V9(2) VALUE ZERO.
       01  WS-POST-CHUNK            PIC S9(7)V9(2) VALUE ZERO.
       01  WS-POST-SEQ              PIC 9(9)   VALUE ZERO.
       01  WS-POST-SEQ-EDIT         PIC ZZZZZZZZ9.
       01  WS-POST-EDIT             PIC -(7)9.99.
       01  WS-BALANCE-EDIT          PIC -(10)9.99.
       01  WS-FEE-EDIT              PIC Z(8)9.99.
       01  WS-FINAL-EDIT            PIC -(10)9.99.
       01  WS-SETTLEMENT-WORD       PIC X(16)  VALUE SPACES.

       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REOPENED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-PAYOUT-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-DEBT-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R206" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO PP-AS-OF-DATE
           MOVE "REOPEN-GRACE-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-GRACE-DAYS
           END-IF
           PERFORM 1000-LOAD-STATUS-MASTER
           PERFORM 1100-LOAD-TRANSACTIONS
           PERFORM 1200-JOIN-RECORD-A
           PERFORM 1300-JOIN-ACCOUNT-TYPES
           PERFORM 1400-LOAD-CATALOGUE
           PERFORM 1500-JOIN-BALANCES
           PERFORM 1600-COUNT-POSTINGS
           PERFORM 1700-JOIN-PROFILES
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT SETTLEMENT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** ACCOUNT CLOSURES FOR " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
               PERFORM 2000-APPLY-TRANSACTION
           END-PERFORM
           PERFORM 3000-WRITE-STATUS-MASTER
           CLOSE POSTING-FILE
           CLOSE SETTLEMENT-FILE
           CLOSE REPORT-FILE
           DISPLAY "R206: TRANSACTIONS READ      " WS-TX-TABLE-COUNT
           DISPLAY "R206: ACCOUNTS CLOSED        " WS-CLOSED-COUNT
           DISPLAY "R206: ACCOUNTS REOPENED      " WS-REOPENED-COUNT
           DISPLAY "R206: TRANSACTIONS REJECTED  " WS-REJECTED-COUNT
           DISPLAY "R206: PAYOUTS / DEBTS        " WS-PAYOUT-COUNT
               " / " WS-DEBT-COUNT
           IF WS-OVERFLOW
               DISPLAY "R206: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-STATUS-MASTER.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT STATUS-IN-FILE
           IF WS-STAT-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ STATUS-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-ST-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ST-TABLE-COUNT
                   MOVE WS-ST-TABLE-COUNT TO WS-ST-SUB
                   MOVE AST-ACCOUNT-NO OF STATUS-IN-RECORD
                       TO WS-ST-ACCOUNT-NO (WS-ST-SUB)
                   MOVE AST-LEDGER-ACCOUNT OF STATUS-IN-RECORD
                       TO WS-ST-LEDGER-ACCOUNT (WS-ST-SUB)
                   MOVE AST-STATUS OF STATUS-IN-RECORD
                       TO WS-ST-STATUS (WS-ST-SUB)
                   MOVE AST-CLOSED-DATE OF STATUS-IN-RECORD
                       TO WS-ST-CLOSED-DATE (WS-ST-SUB)
                   MOVE AST-FINAL-BALANCE OF STATUS-IN-RECORD
                       TO WS-ST-FINAL-BALANCE (WS-ST-SUB)
                   MOVE AST-SETTLEMENT OF STATUS-IN-RECORD
                       TO WS-ST-SETTLEMENT (WS-ST-SUB)
                   MOVE AST-CLOSED-BY OF STATUS-IN-RECORD
                       TO WS-ST-CLOSED-BY (WS-ST-SUB)
                   MOVE AST-REOPENED-DATE OF STATUS-IN-RECORD
                       TO WS-ST-REOPENED-DATE (WS-ST-SUB)
                   MOVE AST-REOPENED-BY OF STATUS-IN-RECORD
                       TO WS-ST-REOPENED-BY (WS-ST-SUB)
               END-IF
               READ STATUS-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-STAT-IN-NOT-FOUND
               CLOSE STATUS-IN-FILE
           END-IF.

      ****************************************************************************
      * The ledger account is the leading 8 digits of the ACCOUNT-NO - the       *
      * bytes the balance master and the account extract key it by.              *
      ****************************************************************************
       1100-LOAD-TRANSACTIONS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOS-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CLOSURE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-TX-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TX-TABLE-COUNT
                   MOVE WS-TX-TABLE-COUNT TO WS-TX-SUB
                   COMPUTE WS-ACCOUNT-NO =
                       (ACL-FIRST-6 * 10000000000)
                       + (ACL-ACCOUNT-MIDDLE * 10000) + ACL-LAST-4
                   MOVE ACL-ACTION TO WS-TX-ACTION (WS-TX-SUB)
                   MOVE WS-ACCOUNT-NO TO WS-TX-ACCOUNT-NO (WS-TX-SUB)
                   MOVE WS-ACCOUNT-TEXT (1:8)
                       TO WS-TX-LEDGER-ACCOUNT (WS-TX-SUB)
                   MOVE ACL-USER-ID TO WS-TX-USER-ID (WS-TX-SUB)
                   MOVE ACL-REASON TO WS-TX-REASON (WS-TX-SUB)
                   MOVE "N" TO WS-TX-ON-RECA (WS-TX-SUB)
                   MOVE SPACES TO WS-TX-NAME (WS-TX-SUB)
                   MOVE "N" TO WS-TX-TYPE-FOUND (WS-TX-SUB)
                   MOVE ZERO TO WS-TX-TYPE (WS-TX-SUB)
                   MOVE ZERO TO WS-TX-POSTINGS (WS-TX-SUB)
                   MOVE "N" TO WS-TX-ON-LEDGER (WS-TX-SUB)
                   MOVE ZERO TO WS-TX-BALANCE (WS-TX-SUB)
                   MOVE SPACE TO WS-TX-USER-LEVEL (WS-TX-SUB)
                   MOVE "N" TO WS-TX-USER-LOCKED (WS-TX-SUB)
               END-IF
               READ CLOSURE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CLOS-NOT-FOUND
               CLOSE CLOSURE-FILE
           END-IF.

       1200-JOIN-RECORD-A.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RECA-FILE
           IF WS-RECA-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RECA-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               COMPUTE WS-ACCOUNT-NO =
                   (FIRST-6 * 10000000000)
                   + (ACCOUNT-MIDDLE * 10000) + LAST-4
               PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                       UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
                   IF WS-TX-ACCOUNT-NO (WS-TX-SUB) = WS-ACCOUNT-NO
                       MOVE "Y" TO WS-TX-ON-RECA (WS-TX-SUB)
                       MOVE NAME OF RECORD-A
                           TO WS-TX-NAME (WS-TX-SUB)
                   END-IF
               END-PERFORM
               READ RECA-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RECA-NOT-FOUND
               CLOSE RECA-FILE
           END-IF.

      ****************************************************************************
      * The account's ACCOUNT-TYPE-N off the account extract and its             *
      * continuations, matched on the leading 8 bytes as R205 matches them.      *
      ****************************************************************************
       1300-JOIN-ACCOUNT-TYPES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RECORD-FILE
           IF WS-REC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RECORD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > NUMBER-OF-ACCTS
                   MOVE ACCOUNT-NUMBER (WS-ACCT-SUB) (1:8)
                       TO WS-KEY-ACCOUNT
                   IF ACCOUNT-TYPE-N (WS-ACCT-SUB) IS NUMERIC
                       MOVE ACCOUNT-TYPE-N (WS-ACCT-SUB)
                           TO WS-KEY-TYPE
                   ELSE
                       MOVE ZERO TO WS-KEY-TYPE
                   END-IF
                   PERFORM 1350-SET-ACCOUNT-TYPE
               END-PERFORM
               READ RECORD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REC-NOT-FOUND
               CLOSE RECORD-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CONTINUATION-FILE
           IF WS-CONT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CONTINUATION-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF NOT WS-CONT-CLEAN
                   SET WS-FILE-EOF TO TRUE
               ELSE
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > CONT-NUMBER-OF-ACCTS
                       MOVE CONT-ACCOUNT-NUMBER (WS-ACCT-SUB) (1:8)
                           TO WS-KEY-ACCOUNT
                       IF CONT-ACCOUNT-TYPE-N (WS-ACCT-SUB) IS NUMERIC
                           MOVE CONT-ACCOUNT-TYPE-N (WS-ACCT-SUB)
                               TO WS-KEY-TYPE
                       ELSE
                           MOVE ZERO TO WS-KEY-TYPE
                       END-IF
                       PERFORM 1350-SET-ACCOUNT-TYPE
                   END-PERFORM
                   READ CONTINUATION-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF NOT WS-CONT-NOT-FOUND
               CLOSE CONTINUATION-FILE
           END-IF.

       1350-SET-ACCOUNT-TYPE.
           PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
               IF WS-TX-LEDGER-ACCOUNT (WS-TX-SUB) = WS-KEY-ACCOUNT
                   AND WS-TX-TYPE-FOUND (WS-TX-SUB) = "N"
                   MOVE "Y" TO WS-TX-TYPE-FOUND (WS-TX-SUB)
                   MOVE WS-KEY-TYPE TO WS-TX-TYPE (WS-TX-SUB)
               END-IF
           END-PERFORM.

       1400-LOAD-CATALOGUE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ TYPE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-TY-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TY-TABLE-COUNT
                   MOVE WS-TY-TABLE-COUNT TO WS-TY-SUB
                   MOVE AT-TYPE-CODE TO WS-TY-CODE (WS-TY-SUB)
                   MOVE AT-MONTHLY-FEE
                       TO WS-TY-MONTHLY-FEE (WS-TY-SUB)
                   MOVE AT-TXN-FEE TO WS-TY-TXN-FEE (WS-TY-SUB)
                   MOVE AT-WAIVER-FLAG
                       TO WS-TY-WAIVER-FLAG (WS-TY-SUB)
                   MOVE AT-WAIVER-BALANCE
                       TO WS-TY-WAIVER-BALANCE (WS-TY-SUB)
               END-IF
               READ TYPE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TYPE-NOT-FOUND
               CLOSE TYPE-FILE
           END-IF.

       1500-JOIN-BALANCES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT BAL-FILE
           IF WS-BAL-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ BAL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                       UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
                   IF WS-TX-LEDGER-ACCOUNT (WS-TX-SUB) = BAL-ACCOUNT
                       MOVE "Y" TO WS-TX-ON-LEDGER (WS-TX-SUB)
                       MOVE BAL-BALANCE TO WS-TX-BALANCE (WS-TX-SUB)
                   END-IF
               END-PERFORM
               READ BAL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BAL-NOT-FOUND
               CLOSE BAL-FILE
           END-IF.

      ****************************************************************************
      * The month's postings so far, counted as R205 counts them: only the       *
      * period's movements, never a fee or closure line.                         *
      ****************************************************************************
       1600-COUNT-POSTINGS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT NORM-FILE
           IF WS-NORM-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ NORM-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF NORM-SOURCE NOT = "FEE "
                   AND NORM-SOURCE NOT = "CLOS"
                   AND NORM-SOURCE NOT = "ADJ "
                   AND NORM-SOURCE NOT = "ODI "
                   AND NORM-DATE (1:6) = WS-CYCLE-DATE (1:6)
                   PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                           UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
                       IF WS-TX-LEDGER-ACCOUNT (WS-TX-SUB)
                               = NORM-ACCOUNT
                           ADD 1 TO WS-TX-POSTINGS (WS-TX-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ NORM-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-NORM-NOT-FOUND
               CLOSE NORM-FILE
           END-IF.

       1700-JOIN-PROFILES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM VARYING WS-TX-SUB FROM 1 BY 1
                       UNTIL WS-TX-SUB > WS-TX-TABLE-COUNT
                   IF WS-TX-USER-ID (WS-TX-SUB) = UP-USER-ID
                       MOVE UP-FUNCTION-LEVEL
                           TO WS-TX-USER-LEVEL (WS-TX-SUB)
                       IF UP-LOCKED
                           MOVE "Y" TO WS-TX-USER-LOCKED (WS-TX-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROF-NOT-FOUND
               CLOSE PROFILE-FILE
           END-IF.

      ****************************************************************************
      * Every transaction must carry a full ACCOUNT-NO whose Luhn check          *
      * digit holds, as R008 verifies RECORD-A.                                  *
      ****************************************************************************
       2000-APPLY-TRANSACTION.
           MOVE WS-TX-ACCOUNT-NO (WS-TX-SUB) TO WS-ACCOUNT-NO
           PERFORM 2100-VALIDATE-CHECK-DIGIT
           MOVE ZERO TO WS-ST-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ST-TABLE-COUNT
               IF WS-ST-ACCOUNT-NO (WS-SUB) = WS-ACCOUNT-NO
                   MOVE WS-SUB TO WS-ST-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TX-ACTION (WS-TX-SUB) NOT = "C"
                   AND WS-TX-ACTION (WS-TX-SUB) NOT = "R"
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN NOT WS-VALID
                   MOVE "FAILED LUHN CHECK DIGIT" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-TX-ACTION (WS-TX-SUB) = "C"
                   PERFORM 2200-CLOSE-ACCOUNT
               WHEN OTHER
                   PERFORM 2500-REOPEN-ACCOUNT
           END-EVALUATE.

      * Standard Luhn (mod-10) check, as R008 applies it: scanning from the
      * rightmost digit, double every second digit and subtract 9 from a
      * doubled value over 9; the number is valid when the sum of all
      * resulting digits is a multiple of 10.
       2100-VALIDATE-CHECK-DIGIT.
           MOVE ZERO TO WS-CHECKSUM
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > 16
               COMPUTE WS-POSITION-FROM-RIGHT = 17 - WS-SUBSCRIPT
               MOVE WS-DIGIT (WS-SUBSCRIPT) TO WS-WORK-DIGIT
               IF FUNCTION MOD (WS-POSITION-FROM-RIGHT, 2) = 0
                   COMPUTE WS-WORK-DIGIT = WS-WORK-DIGIT * 2
                   IF WS-WORK-DIGIT > 9
                       COMPUTE WS-WORK-DIGIT = WS-WORK-DIGIT - 9
                   END-IF
               END-IF
               ADD WS-WORK-DIGIT TO WS-CHECKSUM
           END-PERFORM
           MOVE "N" TO WS-VALID-FLAG
           IF FUNCTION MOD (WS-CHECKSUM, 10) = 0
               MOVE "Y" TO WS-VALID-FLAG
           END-IF.

      ****************************************************************************
      * Closure: the ledger balance less the fees due this month is the          *
      * final balance. The fee and a settlement posting that brings the          *
      * ledger to nil go to CLOSNORM for R096; a credit left over is paid        *
      * out and a debit raised as a debt to collect (ACCTSETL).                  *
      ****************************************************************************
       2200-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-TX-ON-RECA (WS-TX-SUB) NOT = "Y"
                   MOVE "ACCOUNT NOT ON RECORD-A" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-ST-SUB > ZERO
                   AND WS-ST-STATUS (WS-ST-SUB) = "C"
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-ST-SUB = ZERO AND WS-ST-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
                   MOVE "STATUS MASTER FULL" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN OTHER
                   PERFORM 2300-FEE-DUE
                   COMPUTE WS-FINAL-BALANCE =
                       WS-TX-BALANCE (WS-TX-SUB) - WS-FEE-DUE
                   IF WS-FEE-DUE > ZERO
                       MOVE "FEE    " TO WS-POST-SOURCE
                       COMPUTE WS-POST-AMOUNT = ZERO - WS-FEE-DUE
                       PERFORM 2400-WRITE-POSTINGS
                   END-IF
                   IF WS-FINAL-BALANCE NOT = ZERO
                       MOVE "CLOS   " TO WS-POST-SOURCE
                       COMPUTE WS-POST-AMOUNT = ZERO - WS-FINAL-BALANCE
                       PERFORM 2400-WRITE-POSTINGS
                   END-IF
                   PERFORM 2450-WRITE-SETTLEMENT
                   IF WS-ST-SUB = ZERO
                       ADD 1 TO WS-ST-TABLE-COUNT
                       MOVE WS-ST-TABLE-COUNT TO WS-ST-SUB
                       MOVE WS-ACCOUNT-NO
                           TO WS-ST-ACCOUNT-NO (WS-ST-SUB)
                   END-IF
                   MOVE WS-TX-LEDGER-ACCOUNT (WS-TX-SUB)
                       TO WS-ST-LEDGER-ACCOUNT (WS-ST-SUB)
                   MOVE "C" TO WS-ST-STATUS (WS-ST-SUB)
                   MOVE WS-CYCLE-DATE TO WS-ST-CLOSED-DATE (WS-ST-SUB)
                   MOVE WS-FINAL-BALANCE
                       TO WS-ST-FINAL-BALANCE (WS-ST-SUB)
                   MOVE WS-TX-USER-ID (WS-TX-SUB)
                       TO WS-ST-CLOSED-BY (WS-ST-SUB)
                   MOVE ZERO TO WS-ST-REOPENED-DATE (WS-ST-SUB)
                   MOVE SPACES TO WS-ST-REOPENED-BY (WS-ST-SUB)
                   EVALUATE TRUE
                       WHEN WS-FINAL-BALANCE > ZERO
                           MOVE "P" TO WS-ST-SETTLEMENT (WS-ST-SUB)
                           MOVE "PAID OUT" TO WS-SETTLEMENT-WORD
                       WHEN WS-FINAL-BALANCE < ZERO
                           MOVE "D" TO WS-ST-SETTLEMENT (WS-ST-SUB)
                           MOVE "DEBT TO COLLECT" TO WS-SETTLEMENT-WORD
                       WHEN OTHER
                           MOVE "N" TO WS-ST-SETTLEMENT (WS-ST-SUB)
                           MOVE "NIL" TO WS-SETTLEMENT-WORD
                   END-EVALUATE
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE WS-TX-BALANCE (WS-TX-SUB) TO WS-BALANCE-EDIT
                   MOVE WS-FEE-DUE TO WS-FEE-EDIT
                   MOVE WS-FINAL-BALANCE TO WS-FINAL-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CLOSED   " DELIMITED BY SIZE
                       WS-ACCOUNT-NO DELIMITED BY SIZE
                       " LEDGER " DELIMITED BY SIZE
                       WS-TX-LEDGER-ACCOUNT (WS-TX-SUB)
                       DELIMITED BY SIZE
                       " BALANCE " DELIMITED BY SIZE
                       WS-BALANCE-EDIT DELIMITED BY SIZE
                       " FEES DUE " DELIMITED BY SIZE
                       WS-FEE-EDIT DELIMITED BY SIZE
                       " FINAL " DELIMITED BY SIZE
                       WS-FINAL-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SETTLEMENT-WORD DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-TX-ON-LEDGER (WS-TX-SUB) NOT = "Y"
                       MOVE "         NOT ON THE LEDGER - CLOSED AT NIL"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-EVALUATE.

      ****************************************************************************
      * The month's fee on R205's schedule for the account's type: the           *
      * maintenance fee plus the per-posting fee for each posting so far,        *
      * waived where the type's waiver balance is exceeded. An account off       *
      * the ledger or of an uncatalogued type owes no fee here.                  *
      ****************************************************************************
       2300-FEE-DUE.
           MOVE ZERO TO WS-FEE-DUE
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-TY-SUB FROM 1 BY 1
                   UNTIL WS-TY-SUB > WS-TY-TABLE-COUNT
               IF WS-TY-CODE (WS-TY-SUB) = WS-TX-TYPE (WS-TX-SUB)
                   AND WS-TX-TYPE-FOUND (WS-TX-SUB) = "Y"
                   MOVE WS-TY-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               AND WS-TX-ON-LEDGER (WS-TX-SUB) = "Y"
               MOVE WS-HIT-SUB TO WS-TY-SUB
               COMPUTE WS-FEE-DUE = WS-TY-MONTHLY-FEE (WS-TY-SUB)
                   + (WS-TX-POSTINGS (WS-TX-SUB)
                       * WS-TY-TXN-FEE (WS-TY-SUB))
               IF WS-TY-WAIVER-FLAG (WS-TY-SUB) = "Y"
                   AND WS-TX-BALANCE (WS-TX-SUB)
                       > WS-TY-WAIVER-BALANCE (WS-TY-SUB)
                   MOVE ZERO TO WS-FEE-DUE
               END-IF
           END-IF.

      ****************************************************************************
      * One posting in the AMTNORM columns R014 writes, dated today and          *
      * marked with its source; an amount wider than the 11-byte column is       *
      * split across as many lines as it needs.                                  *
      ****************************************************************************
       2400-WRITE-POSTINGS.
           IF WS-POST-AMOUNT < ZERO
               COMPUTE WS-POST-REMAINING = ZERO - WS-POST-AMOUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-POST-REMAINING
           END-IF
           PERFORM UNTIL WS-POST-REMAINING = ZERO
               IF WS-POST-REMAINING > 9999999.99
                   MOVE 9999999.99 TO WS-POST-CHUNK
               ELSE
                   MOVE WS-POST-REMAINING TO WS-POST-CHUNK
               END-IF
               SUBTRACT WS-POST-CHUNK FROM WS-POST-REMAINING
               IF WS-POST-AMOUNT < ZERO
                   COMPUTE WS-POST-CHUNK = ZERO - WS-POST-CHUNK
               END-IF
               ADD 1 TO WS-POST-SEQ
               MOVE WS-POST-SEQ TO WS-POST-SEQ-EDIT
               MOVE WS-POST-CHUNK TO WS-POST-EDIT
               MOVE SPACES TO POSTING-LINE
               STRING WS-POST-SOURCE DELIMITED BY SIZE
                   WS-POST-SEQ-EDIT DELIMITED BY SIZE
                   " NORMALIZED-AMOUNT=" DELIMITED BY SIZE
                   WS-POST-EDIT DELIMITED BY SIZE
                   " ACCT=" DELIMITED BY SIZE
                   WS-TX-LEDGER-ACCOUNT (WS-TX-SUB) DELIMITED BY SIZE
                   " DATE=" DELIMITED BY SIZE
                   WS-CYCLE-DATE DELIMITED BY SIZE
                   INTO POSTING-LINE
               WRITE POSTING-LINE
           END-PERFORM.

       2450-WRITE-SETTLEMENT.
           IF WS-FINAL-BALANCE NOT = ZERO
               MOVE WS-ACCOUNT-NO TO ASL-ACCOUNT-NO
               MOVE WS-TX-LEDGER-ACCOUNT (WS-TX-SUB)
                   TO ASL-LEDGER-ACCOUNT
               MOVE WS-TX-NAME (WS-TX-SUB) TO ASL-NAME
               IF WS-FINAL-BALANCE > ZERO
                   SET ASL-PAYOUT TO TRUE
                   MOVE WS-FINAL-BALANCE TO ASL-AMOUNT
                   ADD 1 TO WS-PAYOUT-COUNT
               ELSE
                   SET ASL-DEBT-TO-COLLECT TO TRUE
                   COMPUTE ASL-AMOUNT = ZERO - WS-FINAL-BALANCE
                   ADD 1 TO WS-DEBT-COUNT
               END-IF
               MOVE WS-CYCLE-DATE TO ASL-DATE
               WRITE ACCOUNT-SETTLEMENT-RECORD
           END-IF.

      ****************************************************************************
      * Reopening undoes a closure only within REOPEN-GRACE-DAYS (R120, compiled *
      * 30) of the closing date and only on a supervisor's say-so (USERPROF).    *
      * The settlement already made stands: the account reopens at nil on the    *
      * ledger.                                                                  *
      ****************************************************************************
       2500-REOPEN-ACCOUNT.
           IF WS-ST-SUB > ZERO
               COMPUTE WS-DAYS-CLOSED =
                   FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-ST-CLOSED-DATE (WS-ST-SUB))
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-SUB = ZERO
                   MOVE "ACCOUNT IS NOT CLOSED" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-ST-STATUS (WS-ST-SUB) NOT = "C"
                   MOVE "ACCOUNT IS NOT CLOSED" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-TX-USER-LOCKED (WS-TX-SUB) = "Y"
                   MOVE "USER IS LOCKED OUT" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-TX-USER-LEVEL (WS-TX-SUB) NOT = "S"
                   MOVE "USER IS NOT A SUPERVISOR" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN WS-DAYS-CLOSED > WS-GRACE-DAYS
                   MOVE "GRACE PERIOD FOR REOPENING HAS PASSED"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT
               WHEN OTHER
                   MOVE "O" TO WS-ST-STATUS (WS-ST-SUB)
                   MOVE WS-CYCLE-DATE
                       TO WS-ST-REOPENED-DATE (WS-ST-SUB)
                   MOVE WS-TX-USER-ID (WS-TX-SUB)
                       TO WS-ST-REOPENED-BY (WS-ST-SUB)
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "REOPENED " DELIMITED BY SIZE
                       WS-ACCOUNT-NO DELIMITED BY SIZE
                       " LEDGER " DELIMITED BY SIZE
                       WS-ST-LEDGER-ACCOUNT (WS-ST-SUB)
                       DELIMITED BY SIZE
                       " CLOSED " DELIMITED BY SIZE
                       WS-ST-CLOSED-DATE (WS-ST-SUB) DELIMITED BY SIZE
                       " APPROVED BY " DELIMITED BY SIZE
                       WS-TX-USER-ID (WS-TX-SUB) DELIMITED BY SIZE
                       " - SETTLEMENT STANDS, REOPENS AT NIL"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       2900-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               WS-ACCOUNT-NO DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               WS-TX-ACTION (WS-TX-SUB) DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               WS-TX-USER-ID (WS-TX-SUB) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-STATUS-MASTER.
           OPEN OUTPUT STATUS-OUT-FILE
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-TABLE-COUNT
               MOVE WS-ST-ACCOUNT-NO (WS-ST-SUB)
                   TO AST-ACCOUNT-NO OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-LEDGER-ACCOUNT (WS-ST-SUB)
                   TO AST-LEDGER-ACCOUNT OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-STATUS (WS-ST-SUB)
                   TO AST-STATUS OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-CLOSED-DATE (WS-ST-SUB)
                   TO AST-CLOSED-DATE OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-FINAL-BALANCE (WS-ST-SUB)
                   TO AST-FINAL-BALANCE OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-SETTLEMENT (WS-ST-SUB)
                   TO AST-SETTLEMENT OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-CLOSED-BY (WS-ST-SUB)
                   TO AST-CLOSED-BY OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-REOPENED-DATE (WS-ST-SUB)
                   TO AST-REOPENED-DATE OF ACCOUNT-STATUS-RECORD
               MOVE WS-ST-REOPENED-BY (WS-ST-SUB)
                   TO AST-REOPENED-BY OF ACCOUNT-STATUS-RECORD
               WRITE ACCOUNT-STATUS-RECORD
           END-PERFORM
           CLOSE STATUS-OUT-FILE.
