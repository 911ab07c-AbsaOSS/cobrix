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
      * R209-OVERDRAFT-CONTROL                                                   *
      *                                                                          *
      * Overdraft control for the night, run after R096 has written the closing  *
      * balances (BALOUT). It reads the arranged overdraft facilities (ODFACIL,  *
      * overdraft-facility.cpy: per ACCOUNT-NO the limit, the debit rate, the    *
      * review date and who approved it) and the overdraft terms of each         *
      * account's type (ACCTTYPE, matched to the account through its             *
      * ACCOUNT-TYPE-N on RECIN and CONTIN as R205 does), and writes ODLIMITS:   *
      * one entry per ledger account with a facility or of a type allowing       *
      * unarranged overdraft, carrying the arranged limit, the unarranged flag   *
      * and the debit rate. The next cycle's R096 checks each debit against the  *
      * balance plus that limit and queues a debit beyond it for a supervisor's  *
      * approval; R210 charges the month's debit interest at that rate. It then  *
      * reports, branch by branch for the branch managers, every account whose   *
      * closing balance is below minus its arranged limit (an account with no    *
      * facility has a limit of zero) and every facility whose review date has   *
      * passed (ODXRPT). The branch is decoded from the leading 6 digits of the  *
      * account number on R095's BRNCHTAB; a prefix missing from the table is    *
      * still reported, flagged for the table to be maintained.                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R209-OVERDRAFT-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACILITY-FILE ASSIGN TO "ODFACIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT RECORD-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.

           SELECT CONTINUATION-FILE ASSIGN TO "CONTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONT-STATUS.

           SELECT TYPE-FILE ASSIGN TO "ACCTTYPE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRNCHTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRN-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "ODLIMITS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ODXRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACILITY-FILE.
       COPY "overdraft-facility".

       FD  BAL-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCOUNT              PIC X(8).
           05  BAL-BALANCE              PIC S9(11)V9(2).

       FD  RECORD-FILE.
       COPY "test2_copybook".

       FD  CONTINUATION-FILE.
       COPY "account-continuation".

       FD  TYPE-FILE.
       COPY "account-type".

       FD  BRANCH-FILE.
       01  BRANCH-DECODE-RECORD.
           05  BT-PREFIX                PIC 9(6).
           05  BT-NAME                  PIC X(20).
           05  BT-REGION                PIC X(10).

       FD  LIMIT-FILE.
       COPY "overdraft-limit".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-FAC-STATUS            PIC XX.
           88  WS-FAC-NOT-FOUND             VALUE "35".
       01  WS-BAL-STATUS            PIC XX.
           88  WS-BAL-NOT-FOUND             VALUE "35".
       01  WS-REC-STATUS            PIC XX.
           88  WS-REC-NOT-FOUND             VALUE "35".
       01  WS-CONT-STATUS           PIC XX.
           88  WS-CONT-NOT-FOUND            VALUE "35".
           88  WS-CONT-CLEAN                VALUE "00".
       01  WS-TYPE-STATUS           PIC XX.
           88  WS-TYPE-NOT-FOUND            VALUE "35".
       01  WS-BRN-STATUS            PIC XX.
           88  WS-BRN-NOT-FOUND             VALUE "35".

       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.

      ****************************************************************************
      * One entry per ledger account on the closing balances, and per ledger     *
      * account an arranged facility is booked on: its balance, the limit and    *
      * rate of its facilities, and the overdraft terms of its account type.     *
      ****************************************************************************
       01  WS-LG-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-LG-TABLE.
           05  WS-LG-ENTRY          OCCURS 5000 TIMES.
               10  WS-LG-ACCOUNT        PIC X(8).
               10  WS-LG-ON-LEDGER      PIC X(1).
               10  WS-LG-BALANCE        PIC S9(11)V9(2).
               10  WS-LG-FACILITY       PIC X(1).
               10  WS-LG-LIMIT          PIC 9(9)V9(2).
               10  WS-LG-RATE           PIC 9(2)V9(4).
               10  WS-LG-TYPE-FOUND     PIC X(1).
               10  WS-LG-TYPE           PIC 9(5).
               10  WS-LG-UNARRANGED     PIC X(1).
               10  WS-LG-UNARRANGED-RATE PIC 9(2)V9(4).
               10  WS-LG-REPORTED       PIC X(1).

       01  WS-FA-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-FA-TABLE.
           05  WS-FA-ENTRY          OCCURS 2000 TIMES.
               10  WS-FA-ACCOUNT-NO     PIC 9(16).
               10  WS-FA-LIMIT          PIC 9(9)V9(2).
               10  WS-FA-REVIEW-DATE    PIC 9(8).
               10  WS-FA-APPROVED-BY    PIC X(8).
               10  WS-FA-REPORTED       PIC X(1).

       01  WS-TY-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-TY-TABLE.
           05  WS-TY-ENTRY          OCCURS 200 TIMES.
               10  WS-TY-CODE           PIC 9(5).
               10  WS-TY-UNARRANGED     PIC X(1).
               10  WS-TY-UNARRANGED-RATE PIC 9(2)V9(4).

       01  WS-BR-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY          OCCURS 500 TIMES.
               10  WS-BR-PREFIX         PIC 9(6).
               10  WS-BR-NAME           PIC X(20).
               10  WS-BR-REGION         PIC X(10).

       01  WS-LG-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-FA-SUB                PIC 9(4)   VALUE ZERO.
       01  WS-TY-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-BR-SUB                PIC 9(3)   VALUE ZERO.
       01  WS-ACCT-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-KEY-ACCOUNT           PIC X(8)   VALUE SPACES.
       01  WS-KEY-TYPE              PIC 9(5)   VALUE ZERO.
       01  WS-KEY-PREFIX            PIC X(6)   VALUE SPACES.
       01  WS-ACCOUNT-TEXT          PIC X(16)  VALUE SPACES.

       01  WS-BRANCH-NAME           PIC X(20)  VALUE SPACES.
       01  WS-BRANCH-REGION         PIC X(10)  VALUE SPACES.
       01  WS-HEADER-DONE-FLAG      PIC X      VALUE "N".
           88  WS-HEADER-DONE                  VALUE "Y".
       01  WS-EXCESS-AMOUNT         PIC S9(11)V9(2) VALUE ZERO.
       01  WS-TERMS-WORD            PIC X(12)  VALUE SPACES.
       01  WS-BALANCE-EDIT          PIC -(10)9.99.
       01  WS-LIMIT-EDIT            PIC Z(8)9.99.
       01  WS-EXCESS-EDIT           PIC Z(10)9.99.

       01  WS-LIMIT-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-EXCESS-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R209" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM 1000-LOAD-BALANCES
           PERFORM 1100-LOAD-FACILITIES
           PERFORM 1200-JOIN-ACCOUNT-TYPES
           PERFORM 1300-LOAD-CATALOGUE
           PERFORM 1400-LOAD-BRANCHES
           PERFORM 2000-WRITE-LIMITS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** OVERDRAFT EXCESSES AND FACILITY REVIEWS FOR "
               DELIMITED BY SIZE
               WS-CYCLE-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-TABLE-COUNT
               MOVE WS-BR-PREFIX (WS-BR-SUB) TO WS-KEY-PREFIX
               MOVE WS-BR-NAME (WS-BR-SUB) TO WS-BRANCH-NAME
               MOVE WS-BR-REGION (WS-BR-SUB) TO WS-BRANCH-REGION
               PERFORM 3000-REPORT-BRANCH
           END-PERFORM
           PERFORM 3500-REPORT-UNKNOWN-BRANCHES
           CLOSE REPORT-FILE
           DISPLAY "R209: LEDGER ACCOUNTS        " WS-LG-TABLE-COUNT
           DISPLAY "R209: FACILITIES             " WS-FA-TABLE-COUNT
           DISPLAY "R209: LIMITS WRITTEN         " WS-LIMIT-COUNT
           DISPLAY "R209: ACCOUNTS IN EXCESS     " WS-EXCESS-COUNT
           DISPLAY "R209: REVIEWS OVERDUE        " WS-REVIEW-COUNT
           IF WS-OVERFLOW
               DISPLAY "R209: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-BALANCES.
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
               MOVE BAL-ACCOUNT TO WS-KEY-ACCOUNT
               PERFORM 1050-ADD-LEDGER-ACCOUNT
               IF WS-HIT-SUB > ZERO
                   MOVE "Y" TO WS-LG-ON-LEDGER (WS-HIT-SUB)
                   MOVE BAL-BALANCE TO WS-LG-BALANCE (WS-HIT-SUB)
               END-IF
               READ BAL-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BAL-NOT-FOUND
               CLOSE BAL-FILE
           END-IF.

      ****************************************************************************
      * Finds WS-KEY-ACCOUNT in the ledger table, adding it when it is not       *
      * there yet; WS-HIT-SUB is left zero only when the table is full.          *
      ****************************************************************************
       1050-ADD-LEDGER-ACCOUNT.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-TABLE-COUNT
               IF WS-LG-ACCOUNT (WS-LG-SUB) = WS-KEY-ACCOUNT
                   MOVE WS-LG-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-LG-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-LG-TABLE-COUNT
                   MOVE WS-LG-TABLE-COUNT TO WS-HIT-SUB
                   MOVE WS-KEY-ACCOUNT TO WS-LG-ACCOUNT (WS-HIT-SUB)
                   MOVE "N" TO WS-LG-ON-LEDGER (WS-HIT-SUB)
                   MOVE ZERO TO WS-LG-BALANCE (WS-HIT-SUB)
                   MOVE "N" TO WS-LG-FACILITY (WS-HIT-SUB)
                   MOVE ZERO TO WS-LG-LIMIT (WS-HIT-SUB)
                   MOVE ZERO TO WS-LG-RATE (WS-HIT-SUB)
                   MOVE "N" TO WS-LG-TYPE-FOUND (WS-HIT-SUB)
                   MOVE ZERO TO WS-LG-TYPE (WS-HIT-SUB)
                   MOVE "N" TO WS-LG-UNARRANGED (WS-HIT-SUB)
                   MOVE ZERO TO WS-LG-UNARRANGED-RATE (WS-HIT-SUB)
                   MOVE "N" TO WS-LG-REPORTED (WS-HIT-SUB)
               END-IF
           END-IF.

      ****************************************************************************
      * Each facility is booked on its ledger account - the leading 8 digits     *
      * of its ACCOUNT-NO when ODFACIL leaves the ledger account blank. Two      *
      * facilities on one ledger account add their limits together; the rate    *
      * is the first one's.                                                      *
      ****************************************************************************
       1100-LOAD-FACILITIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT FACILITY-FILE
           IF WS-FAC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ FACILITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-FA-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FA-TABLE-COUNT
                   MOVE WS-FA-TABLE-COUNT TO WS-FA-SUB
                   MOVE ODF-ACCOUNT-NO TO WS-FA-ACCOUNT-NO (WS-FA-SUB)
                   MOVE ODF-LIMIT TO WS-FA-LIMIT (WS-FA-SUB)
                   MOVE ODF-REVIEW-DATE TO WS-FA-REVIEW-DATE (WS-FA-SUB)
                   MOVE ODF-APPROVED-BY TO WS-FA-APPROVED-BY (WS-FA-SUB)
                   MOVE "N" TO WS-FA-REPORTED (WS-FA-SUB)
                   IF ODF-LEDGER-ACCOUNT = SPACES
                       MOVE ODF-ACCOUNT-NO TO WS-ACCOUNT-TEXT
                       MOVE WS-ACCOUNT-TEXT (1:8) TO WS-KEY-ACCOUNT
                   ELSE
                       MOVE ODF-LEDGER-ACCOUNT TO WS-KEY-ACCOUNT
                   END-IF
                   PERFORM 1050-ADD-LEDGER-ACCOUNT
                   IF WS-HIT-SUB > ZERO
                       IF WS-LG-FACILITY (WS-HIT-SUB) = "N"
                           MOVE "Y" TO WS-LG-FACILITY (WS-HIT-SUB)
                           MOVE ODF-RATE TO WS-LG-RATE (WS-HIT-SUB)
                       END-IF
                       ADD ODF-LIMIT TO WS-LG-LIMIT (WS-HIT-SUB)
                   END-IF
               END-IF
               READ FACILITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-FAC-NOT-FOUND
               CLOSE FACILITY-FILE
           END-IF.

      ****************************************************************************
      * The account's ACCOUNT-TYPE-N off the account extract and its             *
      * continuations, matched on the leading 8 bytes as R205 matches them.      *
      ****************************************************************************
       1200-JOIN-ACCOUNT-TYPES.
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
                   PERFORM 1250-SET-ACCOUNT-TYPE
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
                       PERFORM 1250-SET-ACCOUNT-TYPE
                   END-PERFORM
                   READ CONTINUATION-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF NOT WS-CONT-NOT-FOUND
               CLOSE CONTINUATION-FILE
           END-IF.

       1250-SET-ACCOUNT-TYPE.
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-TABLE-COUNT
               IF WS-LG-ACCOUNT (WS-LG-SUB) = WS-KEY-ACCOUNT
                   AND WS-LG-TYPE-FOUND (WS-LG-SUB) = "N"
                   MOVE "Y" TO WS-LG-TYPE-FOUND (WS-LG-SUB)
                   MOVE WS-KEY-TYPE TO WS-LG-TYPE (WS-LG-SUB)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The catalogue's overdraft terms, set on every ledger account of a        *
      * type that allows unarranged overdraft.                                   *
      ****************************************************************************
       1300-LOAD-CATALOGUE.
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
                   MOVE AT-UNARRANGED-OD
                       TO WS-TY-UNARRANGED (WS-TY-SUB)
                   MOVE AT-UNARRANGED-RATE
                       TO WS-TY-UNARRANGED-RATE (WS-TY-SUB)
               END-IF
               READ TYPE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TYPE-NOT-FOUND
               CLOSE TYPE-FILE
           END-IF
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-TABLE-COUNT
               IF WS-LG-TYPE-FOUND (WS-LG-SUB) = "Y"
                   PERFORM VARYING WS-TY-SUB FROM 1 BY 1
                           UNTIL WS-TY-SUB > WS-TY-TABLE-COUNT
                       IF WS-TY-CODE (WS-TY-SUB)
                               = WS-LG-TYPE (WS-LG-SUB)
                           AND WS-TY-UNARRANGED (WS-TY-SUB) = "Y"
                           MOVE "Y" TO WS-LG-UNARRANGED (WS-LG-SUB)
                           MOVE WS-TY-UNARRANGED-RATE (WS-TY-SUB)
                               TO WS-LG-UNARRANGED-RATE (WS-LG-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ****************************************************************************
      * R095's branch decode table: the leading 6 digits of the account          *
      * number name the branch and its region.                                   *
      ****************************************************************************
       1400-LOAD-BRANCHES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT BRANCH-FILE
           IF WS-BRN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ BRANCH-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-BR-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BR-TABLE-COUNT
                   MOVE WS-BR-TABLE-COUNT TO WS-BR-SUB
                   MOVE BT-PREFIX TO WS-BR-PREFIX (WS-BR-SUB)
                   MOVE BT-NAME TO WS-BR-NAME (WS-BR-SUB)
                   MOVE BT-REGION TO WS-BR-REGION (WS-BR-SUB)
               END-IF
               READ BRANCH-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BRN-NOT-FOUND
               CLOSE BRANCH-FILE
           END-IF.

      ****************************************************************************
      * ODLIMITS for the next cycle's R096 and for R210: every ledger account    *
      * with a facility or of a type allowing unarranged overdraft. The rate     *
      * is the facility's, or the type's unarranged rate without one.            *
      ****************************************************************************
       2000-WRITE-LIMITS.
           OPEN OUTPUT LIMIT-FILE
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-TABLE-COUNT
               IF WS-LG-FACILITY (WS-LG-SUB) = "Y"
                   OR WS-LG-UNARRANGED (WS-LG-SUB) = "Y"
                   MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO ODL-LEDGER-ACCOUNT
                   MOVE WS-LG-LIMIT (WS-LG-SUB) TO ODL-LIMIT
                   MOVE WS-LG-UNARRANGED (WS-LG-SUB) TO ODL-UNARRANGED
                   IF WS-LG-FACILITY (WS-LG-SUB) = "Y"
                       MOVE WS-LG-RATE (WS-LG-SUB) TO ODL-RATE
                   ELSE
                       MOVE WS-LG-UNARRANGED-RATE (WS-LG-SUB)
                           TO ODL-RATE
                   END-IF
                   WRITE OVERDRAFT-LIMIT-RECORD
                   ADD 1 TO WS-LIMIT-COUNT
               END-IF
           END-PERFORM
           CLOSE LIMIT-FILE.

      ****************************************************************************
      * One branch's section: each ledger account whose closing balance is       *
      * below minus its arranged limit, then each facility past its review       *
      * date. The branch heading is printed only when the branch has a line.     *
      ****************************************************************************
       3000-REPORT-BRANCH.
           MOVE "N" TO WS-HEADER-DONE-FLAG
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-TABLE-COUNT
               IF WS-LG-ACCOUNT (WS-LG-SUB) (1:6) = WS-KEY-PREFIX
                   AND WS-LG-REPORTED (WS-LG-SUB) = "N"
                   AND WS-LG-ON-LEDGER (WS-LG-SUB) = "Y"
                   AND WS-LG-BALANCE (WS-LG-SUB)
                       + WS-LG-LIMIT (WS-LG-SUB) < ZERO
                   MOVE "Y" TO WS-LG-REPORTED (WS-LG-SUB)
                   PERFORM 3100-WRITE-BRANCH-HEADER
                   PERFORM 3200-WRITE-EXCESS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FA-SUB FROM 1 BY 1
                   UNTIL WS-FA-SUB > WS-FA-TABLE-COUNT
               MOVE WS-FA-ACCOUNT-NO (WS-FA-SUB) TO WS-ACCOUNT-TEXT
               IF WS-ACCOUNT-TEXT (1:6) = WS-KEY-PREFIX
                   AND WS-FA-REPORTED (WS-FA-SUB) = "N"
                   AND WS-FA-REVIEW-DATE (WS-FA-SUB) > ZERO
                   AND WS-FA-REVIEW-DATE (WS-FA-SUB) < WS-CYCLE-DATE
                   MOVE "Y" TO WS-FA-REPORTED (WS-FA-SUB)
                   PERFORM 3100-WRITE-BRANCH-HEADER
                   PERFORM 3300-WRITE-REVIEW
               END-IF
           END-PERFORM.

       3100-WRITE-BRANCH-HEADER.
           IF NOT WS-HEADER-DONE
               SET WS-HEADER-DONE TO TRUE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "BRANCH " DELIMITED BY SIZE
                   WS-KEY-PREFIX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BRANCH-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BRANCH-REGION DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3200-WRITE-EXCESS.
           ADD 1 TO WS-EXCESS-COUNT
           COMPUTE WS-EXCESS-AMOUNT = ZERO - WS-LG-BALANCE (WS-LG-SUB)
               - WS-LG-LIMIT (WS-LG-SUB)
           EVALUATE TRUE
               WHEN WS-LG-UNARRANGED (WS-LG-SUB) = "Y"
                   MOVE "UNARRANGED" TO WS-TERMS-WORD
               WHEN WS-LG-FACILITY (WS-LG-SUB) = "Y"
                   MOVE "OVER LIMIT" TO WS-TERMS-WORD
               WHEN OTHER
                   MOVE "NO FACILITY" TO WS-TERMS-WORD
           END-EVALUATE
           MOVE WS-LG-BALANCE (WS-LG-SUB) TO WS-BALANCE-EDIT
           MOVE WS-LG-LIMIT (WS-LG-SUB) TO WS-LIMIT-EDIT
           MOVE WS-EXCESS-AMOUNT TO WS-EXCESS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCESS " DELIMITED BY SIZE
               WS-LG-ACCOUNT (WS-LG-SUB) DELIMITED BY SIZE
               " BALANCE=" DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               " LIMIT=" DELIMITED BY SIZE
               WS-LIMIT-EDIT DELIMITED BY SIZE
               " EXCESS=" DELIMITED BY SIZE
               WS-EXCESS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TERMS-WORD DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3300-WRITE-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE WS-FA-LIMIT (WS-FA-SUB) TO WS-LIMIT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  REVIEW " DELIMITED BY SIZE
               WS-ACCOUNT-TEXT DELIMITED BY SIZE
               " LIMIT=" DELIMITED BY SIZE
               WS-LIMIT-EDIT DELIMITED BY SIZE
               " REVIEW DUE=" DELIMITED BY SIZE
               WS-FA-REVIEW-DATE (WS-FA-SUB) DELIMITED BY SIZE
               " APPROVED BY " DELIMITED BY SIZE
               WS-FA-APPROVED-BY (WS-FA-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Whatever no branch on BRNCHTAB claimed is reported under its own         *
      * prefix, flagged for the table to be maintained as R095 flags it.         *
      ****************************************************************************
       3500-REPORT-UNKNOWN-BRANCHES.
           MOVE "NOT ON BRNCHTAB" TO WS-BRANCH-NAME
           MOVE SPACES TO WS-BRANCH-REGION
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-LG-TABLE-COUNT
               IF WS-LG-REPORTED (WS-HIT-SUB) = "N"
                   AND WS-LG-ON-LEDGER (WS-HIT-SUB) = "Y"
                   AND WS-LG-BALANCE (WS-HIT-SUB)
                       + WS-LG-LIMIT (WS-HIT-SUB) < ZERO
                   MOVE WS-LG-ACCOUNT (WS-HIT-SUB) (1:6)
                       TO WS-KEY-PREFIX
                   PERFORM 3000-REPORT-BRANCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-FA-TABLE-COUNT
               IF WS-FA-REPORTED (WS-HIT-SUB) = "N"
                   AND WS-FA-REVIEW-DATE (WS-HIT-SUB) > ZERO
                   AND WS-FA-REVIEW-DATE (WS-HIT-SUB) < WS-CYCLE-DATE
                   MOVE WS-FA-ACCOUNT-NO (WS-HIT-SUB) TO WS-ACCOUNT-TEXT
                   MOVE WS-ACCOUNT-TEXT (1:6) TO WS-KEY-PREFIX
                   PERFORM 3000-REPORT-BRANCH
               END-IF
           END-PERFORM.
