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
      * R205-ACCOUNT-FEES                                                        *
      *                                                                          *
      * The monthly account maintenance fee run. Each ACCOUNT-TYPE-N code the    *
      * METADATA ACCOUNT-DETAIL entries carry (RECIN, with the CONTIN            *
      * continuations) is priced off the account-type catalogue (account-        *
      * type.cpy, ACCTTYPE): a monthly maintenance fee, a fee per posting and,   *
      * where the type offers one, a waiver for a balance above the waiver       *
      * balance. For the period of the cycle's business date (R149) every        *
      * account - the leading 8 account bytes, as the ledger keys it - has its   *
      * postings for the month counted off AMTNORM (the month's files as         *
      * operations concatenate them) and its balance read off R096's BALOUT. The *
      * fee is written as a debit to FEENORM in the columns R014 writes AMTNORM  *
      * in, its source marked FEE, so it reaches the ledger through R096 with    *
      * the next cycle's movements. An account whose type is not in the          *
      * catalogue, or which the ledger does not hold, is reported and not        *
      * charged, as is an account R206 has closed (ACCTSTOUT, the account-       *
      * status master), its last month's fee already taken in its closing        *
      * settlement. Each decision, charged or waived, is appended to FEEHIST     *
      * (fee-history.cpy) with the balance it rested on. FEERPT lists each       *
      * account charged or waived and closes with the fee revenue by account     *
      * type for the finance sign-off.                                           *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R205-ACCOUNT-FEES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT RECORD-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.

           SELECT CONTINUATION-FILE ASSIGN TO "CONTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONT-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT NORM-FILE ASSIGN TO "AMTNORM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NORM-STATUS.

           SELECT STATUS-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AST-STATUS.

           SELECT FEE-FILE ASSIGN TO "FEENORM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FEE-HIST-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "FEERPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TYPE-FILE.
       COPY "account-type".

       FD  RECORD-FILE.
       COPY "test2_copybook".

       FD  CONTINUATION-FILE.
       COPY "account-continuation".

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

       FD  STATUS-FILE.
       COPY "account-status".

       FD  FEE-FILE.
       01  FEE-LINE                     PIC X(80).

       FD  FEE-HIST-FILE.
       COPY "fee-history".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-TYPE-STATUS           PIC XX.
           88  WS-TYPE-NOT-FOUND            VALUE "35".
       01  WS-REC-STATUS            PIC XX.
           88  WS-REC-NOT-FOUND             VALUE "35".
       01  WS-CONT-STATUS           PIC XX.
           88  WS-CONT-NOT-FOUND            VALUE "35".
           88  WS-CONT-CLEAN                VALUE "00".
       01  WS-BAL-STATUS            PIC XX.
           88  WS-BAL-NOT-FOUND             VALUE "35".
       01  WS-NORM-STATUS           PIC XX.
           88  WS-NORM-NOT-FOUND            VALUE "35".
       01  WS-AST-STATUS            PIC XX.
           88  WS-AST-NOT-FOUND             VALUE "35".

       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.

      ****************************************************************************
      * The catalogue, one line per account type, with the month's fee          *
      * revenue gathered against each type for the finance summary.             *
      ****************************************************************************
       01  WS-TY-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-TY-TABLE.
           05  WS-TY-ENTRY          OCCURS 200 TIMES.
               10  WS-TY-CODE           PIC 9(5).
               10  WS-TY-DESCRIPTION    PIC X(30).
               10  WS-TY-MONTHLY-FEE    PIC 9(5)V9(2).
               10  WS-TY-TXN-FEE        PIC 9(3)V9(2).
               10  WS-TY-WAIVER-FLAG    PIC X(1).
               10  WS-TY-WAIVER-BALANCE PIC 9(11)V9(2).
               10  WS-TY-ACCOUNTS       PIC 9(7).
               10  WS-TY-CHARGED        PIC 9(7).
               10  WS-TY-WAIVED         PIC 9(7).
               10  WS-TY-MONTHLY-REV    PIC 9(11)V9(2).
               10  WS-TY-TXN-REV        PIC 9(11)V9(2).
               10  WS-TY-WAIVED-AMT     PIC 9(11)V9(2).

      ****************************************************************************
      * Every account on the extract, keyed by the leading 8 account bytes      *
      * the balance master carries, with its type, the month's postings         *
      * and its balance.                                                        *
      ****************************************************************************
       01  WS-AC-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY          OCCURS 2000 TIMES.
               10  WS-AC-ACCOUNT        PIC X(8).
               10  WS-AC-CLIENTID       PIC X(15).
               10  WS-AC-TYPE           PIC 9(5).
               10  WS-AC-POSTINGS       PIC 9(7).
               10  WS-AC-BALANCE        PIC S9(11)V9(2).
               10  WS-AC-ON-LEDGER      PIC X(1).
               10  WS-AC-CLOSED         PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-TY-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-ACCT-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-KEY-ACCOUNT           PIC X(8)   VALUE SPACES.
       01  WS-KEY-CLIENTID          PIC X(15)  VALUE SPACES.
       01  WS-KEY-TYPE              PIC 9(5)   VALUE ZERO.

       01  WS-MONTHLY-WORK          PIC 9(5)V9(2) VALUE ZERO.
       01  WS-TXN-WORK              PIC 9(9)V9(2) VALUE ZERO.
       01  WS-FEE-WORK              PIC 9(9)V9(2) VALUE ZERO.
       01  WS-FEE-AMOUNT            PIC S9(9)V9(2) VALUE ZERO.
       01  WS-FEE-SEQ               PIC 9(9)   VALUE ZERO.
       01  WS-FEE-SEQ-EDIT          PIC ZZZZZZZZ9.
       01  WS-FEE-EDIT              PIC -(7)9.99.
       01  WS-MONEY-EDIT            PIC Z(10)9.99.
       01  WS-MONEY-EDIT-2          PIC Z(10)9.99.
       01  WS-BALANCE-EDIT          PIC -(10)9.99.
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.
       01  WS-COUNT-EDIT-2          PIC ZZZZZZ9.
       01  WS-COUNT-EDIT-3          PIC ZZZZZZ9.

       01  WS-TOTAL-MONTHLY-REV     PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-TXN-REV         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-WAIVED-AMT      PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-REVENUE         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-EDIT            PIC Z(12)9.99.

       01  WS-POSTINGS-COUNTED      PIC 9(9)   VALUE ZERO.
       01  WS-CHARGED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-WAIVED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-UNKNOWN-TYPE-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-NOT-ON-LEDGER-COUNT   PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R205" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM 1000-LOAD-CATALOGUE
           PERFORM 1100-LOAD-ACCOUNTS
           PERFORM 1200-LOAD-CONTINUATIONS
           PERFORM 1300-JOIN-BALANCES
           PERFORM 1350-JOIN-ACCOUNT-STATUS
           PERFORM 1400-COUNT-POSTINGS
           OPEN OUTPUT FEE-FILE
           OPEN EXTEND FEE-HIST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** ACCOUNT MAINTENANCE FEES FOR PERIOD "
               DELIMITED BY SIZE
               WS-CYCLE-DATE (1:6) DELIMITED BY SIZE
               " - POSTED " DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AC-TABLE-COUNT
               PERFORM 2000-CHARGE-ACCOUNT
           END-PERFORM
           PERFORM 3000-WRITE-REVENUE-SUMMARY
           CLOSE FEE-FILE
           CLOSE FEE-HIST-FILE
           CLOSE REPORT-FILE
           DISPLAY "R205: ACCOUNTS ON EXTRACT    " WS-AC-TABLE-COUNT
           DISPLAY "R205: POSTINGS COUNTED       " WS-POSTINGS-COUNTED
           DISPLAY "R205: FEES CHARGED           " WS-CHARGED-COUNT
           DISPLAY "R205: FEES WAIVED            " WS-WAIVED-COUNT
           DISPLAY "R205: TYPES NOT CATALOGUED   "
               WS-UNKNOWN-TYPE-COUNT
           DISPLAY "R205: ACCOUNTS NOT ON LEDGER "
               WS-NOT-ON-LEDGER-COUNT
           DISPLAY "R205: ACCOUNTS CLOSED        " WS-CLOSED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R205: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * A type code catalogued twice keeps its first schedule.                   *
      ****************************************************************************
       1000-LOAD-CATALOGUE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
               DISPLAY "R205: NO ACCOUNT-TYPE CATALOGUE -"
                   " NO FEES CHARGED"
           ELSE
               READ TYPE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-TY-SUB FROM 1 BY 1
                       UNTIL WS-TY-SUB > WS-TY-TABLE-COUNT
                   IF WS-TY-CODE (WS-TY-SUB) = AT-TYPE-CODE
                       MOVE WS-TY-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-HIT-SUB > ZERO
                       DISPLAY "R205: DUPLICATE TYPE IGNORED "
                           AT-TYPE-CODE
                   WHEN WS-TY-TABLE-COUNT >= 200
                       SET WS-OVERFLOW TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-TY-TABLE-COUNT
                       MOVE WS-TY-TABLE-COUNT TO WS-TY-SUB
                       MOVE AT-TYPE-CODE TO WS-TY-CODE (WS-TY-SUB)
                       MOVE AT-DESCRIPTION
                           TO WS-TY-DESCRIPTION (WS-TY-SUB)
                       MOVE AT-MONTHLY-FEE
                           TO WS-TY-MONTHLY-FEE (WS-TY-SUB)
                       MOVE AT-TXN-FEE TO WS-TY-TXN-FEE (WS-TY-SUB)
                       MOVE AT-WAIVER-FLAG
                           TO WS-TY-WAIVER-FLAG (WS-TY-SUB)
                       MOVE AT-WAIVER-BALANCE
                           TO WS-TY-WAIVER-BALANCE (WS-TY-SUB)
                       MOVE ZERO TO WS-TY-ACCOUNTS (WS-TY-SUB)
                       MOVE ZERO TO WS-TY-CHARGED (WS-TY-SUB)
                       MOVE ZERO TO WS-TY-WAIVED (WS-TY-SUB)
                       MOVE ZERO TO WS-TY-MONTHLY-REV (WS-TY-SUB)
                       MOVE ZERO TO WS-TY-TXN-REV (WS-TY-SUB)
                       MOVE ZERO TO WS-TY-WAIVED-AMT (WS-TY-SUB)
               END-EVALUATE
               READ TYPE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TYPE-NOT-FOUND
               CLOSE TYPE-FILE
           END-IF.

      ****************************************************************************
      * Every ACCOUNT-DETAIL entry on the extract. An ACCOUNT-TYPE-N that       *
      * is not a valid packed number (R047's divergence) is taken as type        *
      * zero and so reported as uncatalogued rather than guessed.                *
      ****************************************************************************
       1100-LOAD-ACCOUNTS.
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
                   MOVE CLIENTID TO WS-KEY-CLIENTID
                   IF ACCOUNT-TYPE-N (WS-ACCT-SUB) IS NUMERIC
                       MOVE ACCOUNT-TYPE-N (WS-ACCT-SUB)
                           TO WS-KEY-TYPE
                   ELSE
                       MOVE ZERO TO WS-KEY-TYPE
                   END-IF
                   PERFORM 1500-ADD-ACCOUNT
               END-PERFORM
               READ RECORD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REC-NOT-FOUND
               CLOSE RECORD-FILE
           END-IF.

      ****************************************************************************
      * A client with more than 80 accounts carries the rest on chained          *
      * continuation records (CONTIN), read the way R093 reads them.             *
      ****************************************************************************
       1200-LOAD-CONTINUATIONS.
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
                       MOVE CONT-CLIENTID TO WS-KEY-CLIENTID
                       IF CONT-ACCOUNT-TYPE-N (WS-ACCT-SUB) IS NUMERIC
                           MOVE CONT-ACCOUNT-TYPE-N (WS-ACCT-SUB)
                               TO WS-KEY-TYPE
                       ELSE
                           MOVE ZERO TO WS-KEY-TYPE
                       END-IF
                       PERFORM 1500-ADD-ACCOUNT
                   END-PERFORM
                   READ CONTINUATION-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF NOT WS-CONT-NOT-FOUND
               CLOSE CONTINUATION-FILE
           END-IF.

       1300-JOIN-BALANCES.
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
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-AC-TABLE-COUNT
                   IF WS-AC-ACCOUNT (WS-SUB) = BAL-ACCOUNT
                       MOVE BAL-BALANCE TO WS-AC-BALANCE (WS-SUB)
                       MOVE "Y" TO WS-AC-ON-LEDGER (WS-SUB)
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
      * An account the status master holds closed is marked so; a reopened       *
      * account is charged as any other.                                         *
      ****************************************************************************
       1350-JOIN-ACCOUNT-STATUS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT STATUS-FILE
           IF WS-AST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ STATUS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF AST-CLOSED
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-AC-TABLE-COUNT
                       IF WS-AC-ACCOUNT (WS-SUB) = AST-LEDGER-ACCOUNT
                           MOVE "Y" TO WS-AC-CLOSED (WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ STATUS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AST-NOT-FOUND
               CLOSE STATUS-FILE
           END-IF.

      ****************************************************************************
      * AMTNORM here is the month's movements as operations concatenate         *
      * them; only postings dated in the fee period count, and neither a fee     *
      * line from an earlier run (NORM-SOURCE "FEE") nor an R206 closure         *
      * settlement ("CLOS") nor an R207 adjustment ("ADJ") nor R210's            *
      * overdraft interest ("ODI") is a transaction.                             *
      ****************************************************************************
       1400-COUNT-POSTINGS.
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
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-AC-TABLE-COUNT
                       IF WS-AC-ACCOUNT (WS-SUB) = NORM-ACCOUNT
                           ADD 1 TO WS-AC-POSTINGS (WS-SUB)
                           ADD 1 TO WS-POSTINGS-COUNTED
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

      ****************************************************************************
      * An account listed twice on the extract is charged once.                 *
      ****************************************************************************
       1500-ADD-ACCOUNT.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AC-TABLE-COUNT
               IF WS-AC-ACCOUNT (WS-SUB) = WS-KEY-ACCOUNT
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO AND WS-KEY-ACCOUNT NOT = SPACES
               IF WS-AC-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-AC-TABLE-COUNT
                   MOVE WS-KEY-ACCOUNT
                       TO WS-AC-ACCOUNT (WS-AC-TABLE-COUNT)
                   MOVE WS-KEY-CLIENTID
                       TO WS-AC-CLIENTID (WS-AC-TABLE-COUNT)
                   MOVE WS-KEY-TYPE TO WS-AC-TYPE (WS-AC-TABLE-COUNT)
                   MOVE ZERO TO WS-AC-POSTINGS (WS-AC-TABLE-COUNT)
                   MOVE ZERO TO WS-AC-BALANCE (WS-AC-TABLE-COUNT)
                   MOVE "N" TO WS-AC-ON-LEDGER (WS-AC-TABLE-COUNT)
                   MOVE "N" TO WS-AC-CLOSED (WS-AC-TABLE-COUNT)
               END-IF
           END-IF.

      ****************************************************************************
      * An uncatalogued type is reported, not charged; so is an account the      *
      * ledger does not hold, whose fee R096 could only put to suspense, and an  *
      * account closed, whose fee R206 settled at closing.                       *
      ****************************************************************************
       2000-CHARGE-ACCOUNT.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-TY-SUB FROM 1 BY 1
                   UNTIL WS-TY-SUB > WS-TY-TABLE-COUNT
               IF WS-TY-CODE (WS-TY-SUB) = WS-AC-TYPE (WS-SUB)
                   MOVE WS-TY-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AC-CLOSED (WS-SUB) = "Y"
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "ACCOUNT CLOSED      " DELIMITED BY SIZE
                       WS-AC-TYPE (WS-SUB) DELIMITED BY SIZE
                       " ACCOUNT " DELIMITED BY SIZE
                       WS-AC-ACCOUNT (WS-SUB) DELIMITED BY SIZE
                       " CLIENT " DELIMITED BY SIZE
                       WS-AC-CLIENTID (WS-SUB) DELIMITED BY SIZE
                       " - NO FEE CHARGED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-HIT-SUB = ZERO
                   ADD 1 TO WS-UNKNOWN-TYPE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "TYPE NOT CATALOGUED " DELIMITED BY SIZE
                       WS-AC-TYPE (WS-SUB) DELIMITED BY SIZE
                       " ACCOUNT " DELIMITED BY SIZE
                       WS-AC-ACCOUNT (WS-SUB) DELIMITED BY SIZE
                       " CLIENT " DELIMITED BY SIZE
                       WS-AC-CLIENTID (WS-SUB) DELIMITED BY SIZE
                       " - NO FEE CHARGED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-AC-ON-LEDGER (WS-SUB) NOT = "Y"
                   ADD 1 TO WS-NOT-ON-LEDGER-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT ON LEDGER       " DELIMITED BY SIZE
                       WS-AC-TYPE (WS-SUB) DELIMITED BY SIZE
                       " ACCOUNT " DELIMITED BY SIZE
                       WS-AC-ACCOUNT (WS-SUB) DELIMITED BY SIZE
                       " CLIENT " DELIMITED BY SIZE
                       WS-AC-CLIENTID (WS-SUB) DELIMITED BY SIZE
                       " - NO FEE CHARGED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   MOVE WS-HIT-SUB TO WS-TY-SUB
                   PERFORM 2100-PRICE-ACCOUNT
           END-EVALUATE.

      ****************************************************************************
      * The month's fee is the type's maintenance fee plus its per-posting      *
      * fee for every posting counted. Where the type offers a waiver and       *
      * the closing balance stands above the waiver balance, the whole          *
      * month's fee is waived.                                                   *
      ****************************************************************************
       2100-PRICE-ACCOUNT.
           ADD 1 TO WS-TY-ACCOUNTS (WS-TY-SUB)
           MOVE WS-TY-MONTHLY-FEE (WS-TY-SUB) TO WS-MONTHLY-WORK
           COMPUTE WS-TXN-WORK =
               WS-AC-POSTINGS (WS-SUB) * WS-TY-TXN-FEE (WS-TY-SUB)
           COMPUTE WS-FEE-WORK = WS-MONTHLY-WORK + WS-TXN-WORK
           MOVE WS-AC-BALANCE (WS-SUB) TO WS-BALANCE-EDIT
           MOVE WS-FEE-WORK TO WS-MONEY-EDIT
           MOVE WS-AC-POSTINGS (WS-SUB) TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN WS-FEE-WORK = ZERO
                   CONTINUE
               WHEN WS-TY-WAIVER-FLAG (WS-TY-SUB) = "Y"
                   AND WS-AC-BALANCE (WS-SUB)
                       > WS-TY-WAIVER-BALANCE (WS-TY-SUB)
                   ADD 1 TO WS-WAIVED-COUNT
                   ADD 1 TO WS-TY-WAIVED (WS-TY-SUB)
                   ADD WS-FEE-WORK TO WS-TY-WAIVED-AMT (WS-TY-SUB)
                   SET FH-WAIVED TO TRUE
                   PERFORM 2300-WRITE-FEE-HISTORY
                   MOVE SPACES TO REPORT-LINE
                   STRING "WAIVED  " DELIMITED BY SIZE
                       WS-AC-ACCOUNT (WS-SUB) DELIMITED BY SIZE
                       " TYPE " DELIMITED BY SIZE
                       WS-AC-TYPE (WS-SUB) DELIMITED BY SIZE
                       " POSTINGS " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " FEE " DELIMITED BY SIZE
                       WS-MONEY-EDIT DELIMITED BY SIZE
                       " BALANCE " DELIMITED BY SIZE
                       WS-BALANCE-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD 1 TO WS-TY-CHARGED (WS-TY-SUB)
                   ADD WS-MONTHLY-WORK
                       TO WS-TY-MONTHLY-REV (WS-TY-SUB)
                   ADD WS-TXN-WORK TO WS-TY-TXN-REV (WS-TY-SUB)
                   PERFORM 2200-WRITE-FEE-POSTING
                   SET FH-CHARGED TO TRUE
                   PERFORM 2300-WRITE-FEE-HISTORY
                   MOVE SPACES TO REPORT-LINE
                   STRING "CHARGED " DELIMITED BY SIZE
                       WS-AC-ACCOUNT (WS-SUB) DELIMITED BY SIZE
                       " TYPE " DELIMITED BY SIZE
                       WS-AC-TYPE (WS-SUB) DELIMITED BY SIZE
                       " POSTINGS " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " FEE " DELIMITED BY SIZE
                       WS-MONEY-EDIT DELIMITED BY SIZE
                       " BALANCE " DELIMITED BY SIZE
                       WS-BALANCE-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

      ****************************************************************************
      * The fee as a debit in the columns R014 writes AMTNORM in, so R096       *
      * posts it with the day's movements. NORM-SOURCE "FEE" in place of        *
      * "RECORD" marks the line as a charge rather than customer activity.      *
      ****************************************************************************
       2200-WRITE-FEE-POSTING.
           ADD 1 TO WS-FEE-SEQ
           MOVE WS-FEE-SEQ TO WS-FEE-SEQ-EDIT
           COMPUTE WS-FEE-AMOUNT = ZERO - WS-FEE-WORK
           MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT
           MOVE SPACES TO FEE-LINE
           STRING "FEE    " DELIMITED BY SIZE
               WS-FEE-SEQ-EDIT DELIMITED BY SIZE
               " NORMALIZED-AMOUNT=" DELIMITED BY SIZE
               WS-FEE-EDIT DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               WS-AC-ACCOUNT (WS-SUB) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               INTO FEE-LINE
           WRITE FEE-LINE.

      ****************************************************************************
      * Each decision is kept on FEEHIST with the balance it rested on, so      *
      * R207 can revisit it when a back-valued posting moves that balance.      *
      ****************************************************************************
       2300-WRITE-FEE-HISTORY.
           MOVE WS-AC-ACCOUNT (WS-SUB) TO FH-ACCOUNT
           MOVE WS-CYCLE-DATE TO FH-FEE-DATE
           MOVE WS-AC-TYPE (WS-SUB) TO FH-TYPE-CODE
           MOVE WS-FEE-WORK TO FH-FULL-FEE
           MOVE WS-TY-WAIVER-FLAG (WS-TY-SUB) TO FH-WAIVER-FLAG
           MOVE WS-TY-WAIVER-BALANCE (WS-TY-SUB) TO FH-WAIVER-BALANCE
           MOVE WS-AC-BALANCE (WS-SUB) TO FH-BALANCE
           MOVE "R205" TO FH-RECORDED-BY
           MOVE WS-CYCLE-DATE TO FH-RECORDED-DATE
           WRITE FEE-HISTORY-RECORD.

      ****************************************************************************
      * Fee revenue by account type for finance: accounts priced, charged        *
      * and waived, maintenance and per-posting revenue, and the fees given     *
      * up to waivers.                                                           *
      ****************************************************************************
       3000-WRITE-REVENUE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** FEE REVENUE BY ACCOUNT TYPE ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TYPE  DESCRIPTION                   "
               DELIMITED BY SIZE
               " PRICED CHARGED  WAIVED" DELIMITED BY SIZE
               "    MAINTENANCE    PER-POSTING" DELIMITED BY SIZE
               "           WAIVED" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TY-SUB FROM 1 BY 1
                   UNTIL WS-TY-SUB > WS-TY-TABLE-COUNT
               ADD WS-TY-MONTHLY-REV (WS-TY-SUB)
                   TO WS-TOTAL-MONTHLY-REV
               ADD WS-TY-TXN-REV (WS-TY-SUB) TO WS-TOTAL-TXN-REV
               ADD WS-TY-WAIVED-AMT (WS-TY-SUB)
                   TO WS-TOTAL-WAIVED-AMT
               MOVE WS-TY-ACCOUNTS (WS-TY-SUB) TO WS-COUNT-EDIT
               MOVE WS-TY-CHARGED (WS-TY-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-TY-WAIVED (WS-TY-SUB) TO WS-COUNT-EDIT-3
               MOVE WS-TY-MONTHLY-REV (WS-TY-SUB) TO WS-MONEY-EDIT
               MOVE WS-TY-TXN-REV (WS-TY-SUB) TO WS-MONEY-EDIT-2
               MOVE WS-TY-WAIVED-AMT (WS-TY-SUB) TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-TY-CODE (WS-TY-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TY-DESCRIPTION (WS-TY-SUB) DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEY-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEY-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           COMPUTE WS-TOTAL-REVENUE =
               WS-TOTAL-MONTHLY-REV + WS-TOTAL-TXN-REV
           MOVE WS-TOTAL-MONTHLY-REV TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "MAINTENANCE FEE REVENUE    " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-TXN-REV TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "PER-POSTING FEE REVENUE    " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-REVENUE TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL FEE REVENUE          " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-WAIVED-AMT TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "FEES WAIVED                " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNKNOWN-TYPE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS OF UNCATALOGUED TYPES    "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FINANCE SIGN-OFF: ____________  DATE: __________"
               TO REPORT-LINE
           WRITE REPORT-LINE.
