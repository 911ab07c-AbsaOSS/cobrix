      *                                                                          *
      * R096-POSTING-ENGINE                                                     *
      *                                                                          *
      * Turns R014's cleansing step into the start of a ledger: each          *
      * normalized amount on AMTNORM (fixed columns as R014 writes them, with *
      * the WS-ACCT-ALPHA account and WS-DATE-NUM posting date) is applied to *
      * the balance master carried forward run to run (BALIN to BALOUT,       *
      * account and running balance). A posting to an account not on the      *
      * master is rejected to the suspense file ASUSP - except on a bootstrap *
      * run with no master at all, when every account opens at zero. The      *
      * period control R104 maintains (PERIODIN) is honoured here too: a      *
      * posting dated into a period the default book has closed is held to    *
      * ASUSP with a CLOSED PERIOD line, so a late rerun cannot move a        *
      * balance in a month finance has reported, unless a supervisor has      *
      * released it on BVAPPROV (below). The daily report shows each movement *
      * and each account's closing balance. The BAL carry-forward is          *
      * fingerprinted through R144-CHAIN-FP-SERVICE: BALIN must match the     *
      * prior cycle's stamp or the run abends, and BALOUT is stamped for      *
      * tomorrow. The master is worked as a keyed file: BALIN is converted    *
      * into BALKEY, indexed on the account, as it is loaded, each posting    *
      * reads and rewrites its account by key, and BALKEY is unloaded in      *
      * account order to BALOUT, so no table limits how many accounts the     *
      * ledger holds. A duplicate account on BALIN is dropped and reported    *
      * with return code 8. An amount signed with a leading minus is a debit: *
      * R205's maintenance fees come through AMTNORM that way, their lines    *
      * marked FEE. An account R206 has closed (ACCTSTOUT, the account-status *
      * master) takes no posting dated after its closing date: the posting    *
      * goes to ASUSP with a CLOSED ACCOUNT line. The closing date is held on *
      * the account's BALKEY record, so no table limits how many accounts are *
      * closed. Every posting made is written to BALMOVE with its value date  *
      * - the AMTNORM date - and the processing date from R149, for R207 to   *
      * rebuild the dated balance history. A posting valued back further than *
      * the R120 BACKVALUE-LIMIT-DAYS is held to ASUSP with a BACK-VALUED     *
      * line unless BVAPPROV carries a release for its account, value date    *
      * and amount from an unlocked supervisor on USERPROF. The same release  *
      * lets through a posting dated into a closed period. With R209's        *
      * ODLIMITS on file a debit may take an account below zero only as far   *
      * as its arranged overdraft limit - zero without a facility - unless    *
      * its account type allows unarranged overdraft: a debit beyond it is    *
      * queued to ODXQUEUE, with an OVER LIMIT line on ASUSP, until a         *
      * supervisor approves its account, value date and amount on ODXAPPR.    *
      * Charges (FEE, CLOS, ADJ, ODI) are never held.                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT BAL-OUT-FILE ASSIGN TO "BALOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BAL-KEY-FILE ASSIGN TO "BALKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKY-ACCOUNT.

           SELECT STATUS-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AST-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "BVAPPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVA-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "ODLIMITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODL-STATUS.

           SELECT EXCESS-APPROVAL-FILE ASSIGN TO "ODXAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXA-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "USERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO "BALMOVE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO "ASUSP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCESS-QUEUE-FILE ASSIGN TO "ODXQUEUE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS SEQUENTIAL.

       FILE SECTION.
       FD  NORM-FILE.
       01  NORM-LINE.
           05  NORM-SOURCE              PIC X(4).
               88  NORM-CHARGE-SOURCE          VALUE "FEE " "CLOS"
                                                     "ADJ " "ODI ".
           05  FILLER                   PIC X(31).
           05  NORM-AMOUNT-TXT          PIC X(11).
           05  FILLER                   PIC X(6).
           05  NORM-ACCOUNT             PIC X(8).
           05  BAL-OUT-ACCOUNT          PIC X(8).
           05  BAL-OUT-BALANCE          PIC S9(11)V9(2).

       FD  BAL-KEY-FILE.
       01  BAL-KEY-RECORD.
           05  BKY-ACCOUNT              PIC X(8).
           05  BKY-BALANCE              PIC S9(11)V9(2).
           05  BKY-CLOSED-DATE          PIC 9(8).
           05  BKY-OD-LIMIT             PIC 9(9)V9(2).
           05  BKY-OD-UNARRANGED        PIC X(1).

       FD  STATUS-FILE.
       COPY "account-status".

       FD  APPROVAL-FILE.
       COPY "backvalue-approval".

       FD  LIMIT-FILE.
       COPY "overdraft-limit".

       FD  EXCESS-APPROVAL-FILE.
       COPY "excess-approval".

       FD  PROFILE-FILE.
       COPY "user-profile".

       FD  MOVEMENT-FILE.
       COPY "balance-movement".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE                PIC X(80).

       FD  EXCESS-QUEUE-FILE.
       01  EXCESS-QUEUE-LINE            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

           88  WS-PRD-EOF                      VALUE "Y".
       01  WS-PRD-STATUS            PIC XX.
           88  WS-PRD-NOT-FOUND             VALUE "35".
       01  WS-AST-EOF-FLAG          PIC X      VALUE "N".
           88  WS-AST-EOF                      VALUE "Y".
       01  WS-AST-STATUS            PIC XX.
           88  WS-AST-NOT-FOUND             VALUE "35".
       01  WS-BVA-EOF-FLAG          PIC X      VALUE "N".
           88  WS-BVA-EOF                      VALUE "Y".
       01  WS-BVA-STATUS            PIC XX.
           88  WS-BVA-NOT-FOUND             VALUE "35".
       01  WS-ODL-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ODL-EOF                      VALUE "Y".
       01  WS-ODL-STATUS            PIC XX.
           88  WS-ODL-NOT-FOUND             VALUE "35".
       01  WS-EXA-EOF-FLAG          PIC X      VALUE "N".
           88  WS-EXA-EOF                      VALUE "Y".
       01  WS-EXA-STATUS            PIC XX.
           88  WS-EXA-NOT-FOUND             VALUE "35".
       01  WS-PROF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-PROF-EOF                     VALUE "Y".
       01  WS-PROF-STATUS           PIC XX.
           88  WS-PROF-NOT-FOUND            VALUE "35".

      ****************************************************************************
      * Back-valuation: a posting whose value date lies more than              *
      * BACKVALUE-LIMIT-DAYS (R120, compiled 10) before the cycle's business    *
      * date is held for a supervisor's release (BVAPPROV).                     *
      ****************************************************************************
       01  WS-CYCLE-DATE            PIC 9(8)   VALUE ZERO.
       01  WS-BACKVALUE-LIMIT       PIC 9(3)   VALUE 10.
       01  WS-DAYS-BACK             PIC S9(7)  VALUE ZERO.
       01  WS-BACK-VALUE-HELD-FLAG  PIC X      VALUE "N".
           88  WS-BACK-VALUE-HELD              VALUE "Y".
       01  WS-BVA-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-BVA-TABLE.
           05  WS-BVA-ENTRY         OCCURS 500 TIMES.
               10  WS-BVA-ACCOUNT       PIC X(8).
               10  WS-BVA-VALUE-DATE    PIC X(8).
               10  WS-BVA-AMOUNT-TXT    PIC X(11).
               10  WS-BVA-APPROVED-BY   PIC X(8).
               10  WS-BVA-VALID         PIC X(1).
               10  WS-BVA-USED          PIC X(1).
       01  WS-BVA-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-RELEASE-FOUND-FLAG    PIC X      VALUE "N".
           88  WS-RELEASE-FOUND                VALUE "Y".

      ****************************************************************************
      * Overdraft limits: with ODLIMITS on file a debit may take an account     *
      * below zero only as far as its arranged limit (zero without a            *
      * facility) unless its account type allows unarranged overdraft; a       *
      * debit beyond that is queued to ODXQUEUE for a supervisor's approval     *
      * (ODXAPPR). Charges are never held.                                      *
      ****************************************************************************
       01  WS-LIMITS-LOADED-FLAG    PIC X      VALUE "N".
           88  WS-LIMITS-LOADED                VALUE "Y".
       01  WS-OVER-LIMIT-FLAG       PIC X      VALUE "N".
           88  WS-OVER-LIMIT                   VALUE "Y".
       01  WS-EXA-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-EXA-TABLE.
           05  WS-EXA-ENTRY         OCCURS 500 TIMES.
               10  WS-EXA-ACCOUNT       PIC X(8).
               10  WS-EXA-VALUE-DATE    PIC X(8).
               10  WS-EXA-AMOUNT-TXT    PIC X(11).
               10  WS-EXA-APPROVED-BY   PIC X(8).
               10  WS-EXA-VALID         PIC X(1).
               10  WS-EXA-USED          PIC X(1).
       01  WS-EXA-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-CLOSED-TABLE-COUNT    PIC 9(3)   VALUE ZERO.
       01  WS-CLOSED-TABLE.
       01  WS-NORM-PERIOD           PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-CLOSED-FLAG    PIC X      VALUE "N".
           88  WS-PERIOD-CLOSED                VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-BOOTSTRAP-FLAG        PIC X      VALUE "N".
           88  WS-BOOTSTRAP-RUN                VALUE "Y".

       01  WS-BAL-FOUND-FLAG        PIC X      VALUE "N".
           88  WS-BAL-FOUND                    VALUE "Y".
       01  WS-BAL-KEY-EOF-FLAG      PIC X      VALUE "N".
           88  WS-BAL-KEY-EOF                  VALUE "Y".
       01  WS-BAL-OUT-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-AMOUNT-WORK           PIC S9(8)V9(2) VALUE ZERO.

       01  WS-POSTED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-SUSPENSE-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-HELD-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-REL-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-ACCT-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-BACKVALUE-HELD-COUNT  PIC 9(9)   VALUE ZERO.
       01  WS-BACKVALUE-REL-COUNT   PIC 9(9)   VALUE ZERO.
       01  WS-EXCESS-HELD-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-EXCESS-REL-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-AMOUNT-EDIT           PIC -(8)9.99.
       01  WS-BALANCE-EDIT          PIC -(10)9.99.

       01  WS-CHN-IN-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CHN-IN-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
       01  WS-CHN-OUT-TOTAL         PIC S9(15)V9(2) VALUE ZERO.

       COPY "chain-parm".
       COPY "param-parm".
       COPY "cycle-date-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CYCLE-DATE
           MOVE "R096" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO PP-AS-OF-DATE
           MOVE "BACKVALUE-LIMIT-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-BACKVALUE-LIMIT
           END-IF
           PERFORM 1000-LOAD-BALANCES
           PERFORM 1100-MARK-CLOSED-ACCOUNTS
           PERFORM 1150-LOAD-OVERDRAFT-LIMITS
           PERFORM 1300-LOAD-APPROVALS
           PERFORM 1200-LOAD-CLOSED-PERIODS
           PERFORM 1500-VERIFY-CHAIN
           OPEN I-O BAL-KEY-FILE
           OPEN INPUT NORM-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT MOVEMENT-FILE
           OPEN OUTPUT EXCESS-QUEUE-FILE
           READ NORM-FILE
               AT END SET WS-NORM-EOF TO TRUE
           END-READ
           PERFORM 2000-POST-ONE UNTIL WS-NORM-EOF
           PERFORM 3000-WRITE-CLOSING-BALANCES
           CLOSE BAL-KEY-FILE
           CLOSE NORM-FILE
           CLOSE SUSPENSE-FILE
           CLOSE REPORT-FILE
           CLOSE MOVEMENT-FILE
           CLOSE EXCESS-QUEUE-FILE
           DISPLAY "R096: POSTINGS APPLIED       " WS-POSTED-COUNT
           DISPLAY "R096: POSTINGS TO SUSPENSE   " WS-SUSPENSE-COUNT
           DISPLAY "R096: CLOSED PERIOD HELD     "
               WS-CLOSED-HELD-COUNT
           DISPLAY "R096: CLOSED PERIOD RELEASED "
               WS-CLOSED-REL-COUNT
           DISPLAY "R096: CLOSED-ACCOUNT REJECTS "
               WS-CLOSED-ACCT-COUNT
           DISPLAY "R096: BACK-VALUED - HELD     "
               WS-BACKVALUE-HELD-COUNT
           DISPLAY "R096: BACK-VALUED - RELEASED "
               WS-BACKVALUE-REL-COUNT
           DISPLAY "R096: OVER LIMIT - QUEUED    "
               WS-EXCESS-HELD-COUNT
           DISPLAY "R096: OVER LIMIT - APPROVED  "
               WS-EXCESS-REL-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R096: DUPLICATE ACCOUNTS     "
                   WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R096: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-BALANCES.
           OPEN OUTPUT BAL-KEY-FILE
           OPEN INPUT BAL-IN-FILE
           IF WS-BAL-IN-NOT-FOUND
               SET WS-BAL-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-BAL-IN-EOF
               MOVE BAL-IN-ACCOUNT TO BKY-ACCOUNT
               MOVE BAL-IN-BALANCE TO BKY-BALANCE
               MOVE ZERO TO BKY-CLOSED-DATE
               MOVE ZERO TO BKY-OD-LIMIT
               MOVE "N" TO BKY-OD-UNARRANGED
               WRITE BAL-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R096: DUPLICATE ACCOUNT DROPPED "
                           BAL-IN-ACCOUNT
               END-WRITE
               ADD 1 TO WS-CHN-IN-COUNT
               ADD BAL-IN-BALANCE TO WS-CHN-IN-TOTAL
               READ BAL-IN-FILE
                   AT END SET WS-BAL-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BAL-IN-NOT-FOUND
               CLOSE BAL-IN-FILE
           END-IF
           CLOSE BAL-KEY-FILE.

      ****************************************************************************
      * Each account the status master holds closed has its closing date        *
      * set on its BALKEY record. A reopened account carries no date and so     *
      * posts as before; a closed account the ledger never held is left to      *
      * the unknown-account rule.                                               *
      ****************************************************************************
       1100-MARK-CLOSED-ACCOUNTS.
           OPEN I-O BAL-KEY-FILE
           OPEN INPUT STATUS-FILE
           IF WS-AST-NOT-FOUND
               SET WS-AST-EOF TO TRUE
           ELSE
               READ STATUS-FILE
                   AT END SET WS-AST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-AST-EOF
               IF AST-CLOSED
                   MOVE AST-LEDGER-ACCOUNT TO BKY-ACCOUNT
                   READ BAL-KEY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE AST-CLOSED-DATE TO BKY-CLOSED-DATE
                           REWRITE BAL-KEY-RECORD
                   END-READ
               END-IF
               READ STATUS-FILE
                   AT END SET WS-AST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AST-NOT-FOUND
               CLOSE STATUS-FILE
           END-IF
           CLOSE BAL-KEY-FILE.

      ****************************************************************************
      * R209's ODLIMITS sets each account's arranged limit and unarranged       *
      * flag on its BALKEY record. Without an ODLIMITS no limit is checked,     *
      * as before overdraft control existed; nor on a bootstrap run.            *
      ****************************************************************************
       1150-LOAD-OVERDRAFT-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF WS-ODL-NOT-FOUND
               SET WS-ODL-EOF TO TRUE
           ELSE
               IF NOT WS-BOOTSTRAP-RUN
                   SET WS-LIMITS-LOADED TO TRUE
               END-IF
               OPEN I-O BAL-KEY-FILE
               READ LIMIT-FILE
                   AT END SET WS-ODL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ODL-EOF
               MOVE ODL-LEDGER-ACCOUNT TO BKY-ACCOUNT
               READ BAL-KEY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ODL-LIMIT TO BKY-OD-LIMIT
                       MOVE ODL-UNARRANGED TO BKY-OD-UNARRANGED
                       REWRITE BAL-KEY-RECORD
               END-READ
               READ LIMIT-FILE
                   AT END SET WS-ODL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ODL-NOT-FOUND
               CLOSE LIMIT-FILE
               CLOSE BAL-KEY-FILE
           END-IF.

      ****************************************************************************
      * R104 closes a period book by book, every source row of the book at       *
      * once. The account ledger is kept in the default book (BOOKREG, asked     *
      * of R213 with no contract or company), so a period is closed here once    *
      * the default book has closed it; a control row written before books       *
      * were kept belongs to the default book. Without a PERIODIN every period   *
      * is open, as before the period control existed. Each closed period is     *
      * held once, however many source rows close it.                            *
      ****************************************************************************
       1200-LOAD-CLOSED-PERIODS.
           MOVE SPACES TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-NOT-FOUND
               SET WS-PRD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PRD-EOF
               IF PRD-BOOK = SPACES
                   MOVE BKP-BOOK TO PRD-BOOK
               END-IF
               IF PRD-STATUS = "C"
                   AND PRD-BOOK = BKP-BOOK
                   MOVE "N" TO WS-PERIOD-CLOSED-FLAG
                   PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                           UNTIL WS-PRD-SUB > WS-CLOSED-TABLE-COUNT
                       IF WS-CLOSED-PERIOD (WS-PRD-SUB) = PRD-PERIOD
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-PERIOD-CLOSED
                       IF WS-CLOSED-TABLE-COUNT >= 120
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CLOSED-TABLE-COUNT
                           MOVE PRD-PERIOD TO WS-CLOSED-PERIOD
                               (WS-CLOSED-TABLE-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ PERIOD-FILE
                   AT END SET WS-PRD-EOF TO TRUE
               CLOSE PERIOD-FILE
           END-IF.

      ****************************************************************************
      * Releases and excess approvals count only when the approver is a        *
      * supervisor who is not locked out; each is used by one posting.          *
      ****************************************************************************
       1300-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-BVA-NOT-FOUND
               SET WS-BVA-EOF TO TRUE
           ELSE
               READ APPROVAL-FILE
                   AT END SET WS-BVA-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-BVA-EOF
               IF WS-BVA-TABLE-COUNT < 500
                   ADD 1 TO WS-BVA-TABLE-COUNT
                   MOVE WS-BVA-TABLE-COUNT TO WS-BVA-SUB
                   MOVE BVA-ACCOUNT TO WS-BVA-ACCOUNT (WS-BVA-SUB)
                   MOVE BVA-VALUE-DATE
                       TO WS-BVA-VALUE-DATE (WS-BVA-SUB)
                   MOVE BVA-AMOUNT-TXT
                       TO WS-BVA-AMOUNT-TXT (WS-BVA-SUB)
                   MOVE BVA-APPROVED-BY
                       TO WS-BVA-APPROVED-BY (WS-BVA-SUB)
                   MOVE "N" TO WS-BVA-VALID (WS-BVA-SUB)
                   MOVE "N" TO WS-BVA-USED (WS-BVA-SUB)
               END-IF
               READ APPROVAL-FILE
                   AT END SET WS-BVA-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BVA-NOT-FOUND
               CLOSE APPROVAL-FILE
           END-IF
           OPEN INPUT EXCESS-APPROVAL-FILE
           IF WS-EXA-NOT-FOUND
               SET WS-EXA-EOF TO TRUE
           ELSE
               READ EXCESS-APPROVAL-FILE
                   AT END SET WS-EXA-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-EXA-EOF
               IF WS-EXA-TABLE-COUNT < 500
                   ADD 1 TO WS-EXA-TABLE-COUNT
                   MOVE WS-EXA-TABLE-COUNT TO WS-EXA-SUB
                   MOVE EXA-ACCOUNT TO WS-EXA-ACCOUNT (WS-EXA-SUB)
                   MOVE EXA-VALUE-DATE
                       TO WS-EXA-VALUE-DATE (WS-EXA-SUB)
                   MOVE EXA-AMOUNT-TXT
                       TO WS-EXA-AMOUNT-TXT (WS-EXA-SUB)
                   MOVE EXA-APPROVED-BY
                       TO WS-EXA-APPROVED-BY (WS-EXA-SUB)
                   MOVE "N" TO WS-EXA-VALID (WS-EXA-SUB)
                   MOVE "N" TO WS-EXA-USED (WS-EXA-SUB)
               END-IF
               READ EXCESS-APPROVAL-FILE
                   AT END SET WS-EXA-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-EXA-NOT-FOUND
               CLOSE EXCESS-APPROVAL-FILE
           END-IF
           IF WS-BVA-TABLE-COUNT > ZERO OR WS-EXA-TABLE-COUNT > ZERO
               OPEN INPUT PROFILE-FILE
               IF WS-PROF-NOT-FOUND
                   SET WS-PROF-EOF TO TRUE
               ELSE
                   READ PROFILE-FILE
                       AT END SET WS-PROF-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-PROF-EOF
                   IF UP-SUPERVISOR AND NOT UP-LOCKED
                       PERFORM VARYING WS-BVA-SUB FROM 1 BY 1
                               UNTIL WS-BVA-SUB > WS-BVA-TABLE-COUNT
                           IF WS-BVA-APPROVED-BY (WS-BVA-SUB)
                                   = UP-USER-ID
                               MOVE "Y" TO WS-BVA-VALID (WS-BVA-SUB)
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
                               UNTIL WS-EXA-SUB > WS-EXA-TABLE-COUNT
                           IF WS-EXA-APPROVED-BY (WS-EXA-SUB)
                                   = UP-USER-ID
                               MOVE "Y" TO WS-EXA-VALID (WS-EXA-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ PROFILE-FILE
                       AT END SET WS-PROF-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT WS-PROF-NOT-FOUND
                   CLOSE PROFILE-FILE
               END-IF
           END-IF.

      ****************************************************************************
      * The BALIN just loaded must be the file the prior cycle stamped -        *
      * the R144 fingerprint convention. A bootstrap run with no master         *

       2000-POST-ONE.
           MOVE "N" TO WS-PERIOD-CLOSED-FLAG
           MOVE "N" TO WS-RELEASE-FOUND-FLAG
           IF NORM-DATE IS NUMERIC
               COMPUTE WS-NORM-PERIOD =
                   FUNCTION NUMVAL (NORM-DATE (1:6))
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PERIOD-CLOSED
               PERFORM 2060-FIND-RELEASE
               IF WS-RELEASE-FOUND
                   ADD 1 TO WS-CLOSED-REL-COUNT
                   MOVE "N" TO WS-PERIOD-CLOSED-FLAG
               END-IF
           END-IF
           IF WS-PERIOD-CLOSED
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD 1 TO WS-CLOSED-HELD-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               STRING "CLOSED PERIOD   " DELIMITED BY SIZE
                   NORM-ACCOUNT DELIMITED BY SIZE
               READ NORM-FILE
                   AT END SET WS-NORM-EOF TO TRUE
               END-READ
           ELSE
               IF WS-RELEASE-FOUND
                   PERFORM 2100-APPLY-ONE-POSTING
               ELSE
                   PERFORM 2050-CHECK-BACK-VALUE
               END-IF
           END-IF.

      ****************************************************************************
      * The value date is the AMTNORM DATE; the processing date is the          *
      * cycle's. A posting valued further back than the limit goes to ASUSP     *
      * as BACK-VALUED for a supervisor's release unless one is on file.        *
      ****************************************************************************
       2050-CHECK-BACK-VALUE.
           MOVE "N" TO WS-BACK-VALUE-HELD-FLAG
           MOVE ZERO TO WS-DAYS-BACK
           IF NORM-DATE IS NUMERIC
               AND NORM-DATE (5:2) >= "01" AND NORM-DATE (5:2) <= "12"
               AND NORM-DATE (7:2) >= "01" AND NORM-DATE (7:2) <= "31"
               COMPUTE WS-DAYS-BACK =
                   FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (NORM-DATE))
           END-IF
           IF WS-DAYS-BACK > WS-BACKVALUE-LIMIT
               SET WS-BACK-VALUE-HELD TO TRUE
               PERFORM 2060-FIND-RELEASE
               IF WS-RELEASE-FOUND
                   MOVE "N" TO WS-BACK-VALUE-HELD-FLAG
                   ADD 1 TO WS-BACKVALUE-REL-COUNT
               END-IF
           END-IF
           IF WS-BACK-VALUE-HELD
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD 1 TO WS-BACKVALUE-HELD-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               STRING "BACK-VALUED     " DELIMITED BY SIZE
                   NORM-ACCOUNT DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   NORM-AMOUNT-TXT DELIMITED BY SIZE
                   " DATE=" DELIMITED BY SIZE
                   NORM-DATE DELIMITED BY SIZE
                   INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               READ NORM-FILE
                   AT END SET WS-NORM-EOF TO TRUE
               END-READ
           ELSE
               PERFORM 2100-APPLY-ONE-POSTING
           END-IF.

      ****************************************************************************
      * A release on BVAPPROV matches the posting's account, value date and      *
      * amount, comes from an unlocked supervisor, and is used only once.        *
      ****************************************************************************
       2060-FIND-RELEASE.
           MOVE "N" TO WS-RELEASE-FOUND-FLAG
           PERFORM VARYING WS-BVA-SUB FROM 1 BY 1
                   UNTIL WS-BVA-SUB > WS-BVA-TABLE-COUNT
                      OR WS-RELEASE-FOUND
               IF WS-BVA-ACCOUNT (WS-BVA-SUB) = NORM-ACCOUNT
                   AND WS-BVA-VALUE-DATE (WS-BVA-SUB) = NORM-DATE
                   AND WS-BVA-AMOUNT-TXT (WS-BVA-SUB) = NORM-AMOUNT-TXT
                   AND WS-BVA-VALID (WS-BVA-SUB) = "Y"
                   AND WS-BVA-USED (WS-BVA-SUB) = "N"
                   MOVE "Y" TO WS-BVA-USED (WS-BVA-SUB)
                   SET WS-RELEASE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2100-APPLY-ONE-POSTING.
           MOVE "N" TO WS-BAL-FOUND-FLAG
           MOVE NORM-ACCOUNT TO BKY-ACCOUNT
           READ BAL-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-BAL-FOUND TO TRUE
           END-READ
           IF NOT WS-BAL-FOUND AND WS-BOOTSTRAP-RUN
               MOVE NORM-ACCOUNT TO BKY-ACCOUNT
               MOVE ZERO TO BKY-BALANCE
               MOVE ZERO TO BKY-CLOSED-DATE
               MOVE ZERO TO BKY-OD-LIMIT
               MOVE "N" TO BKY-OD-UNARRANGED
               WRITE BAL-KEY-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-BAL-FOUND TO TRUE
               END-WRITE
           END-IF
           IF NOT WS-BAL-FOUND
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               STRING "UNKNOWN ACCOUNT " DELIMITED BY SIZE
                   INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
           ELSE
               IF BKY-CLOSED-DATE > ZERO
                   AND NORM-DATE IS NUMERIC
                   AND NORM-DATE > BKY-CLOSED-DATE
                   MOVE "N" TO WS-BAL-FOUND-FLAG
                   ADD 1 TO WS-SUSPENSE-COUNT
                   ADD 1 TO WS-CLOSED-ACCT-COUNT
                   MOVE SPACES TO SUSPENSE-LINE
                   STRING "CLOSED ACCOUNT  " DELIMITED BY SIZE
                       NORM-ACCOUNT DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       NORM-AMOUNT-TXT DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       NORM-DATE DELIMITED BY SIZE
                       INTO SUSPENSE-LINE
                   WRITE SUSPENSE-LINE
               END-IF
           END-IF
           IF WS-BAL-FOUND
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL (NORM-AMOUNT-TXT)
               PERFORM 2150-CHECK-OVERDRAFT-LIMIT
               IF WS-OVER-LIMIT
                   MOVE "N" TO WS-BAL-FOUND-FLAG
               END-IF
           END-IF
           IF WS-BAL-FOUND
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-AMOUNT-WORK TO BKY-BALANCE
               MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT
               MOVE BKY-BALANCE TO WS-BALANCE-EDIT
               REWRITE BAL-KEY-RECORD
               PERFORM 2200-WRITE-MOVEMENT
               MOVE SPACES TO REPORT-LINE
               STRING "POSTED " DELIMITED BY SIZE
                   NORM-ACCOUNT DELIMITED BY SIZE
               AT END SET WS-NORM-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * A debit that would leave the balance below minus the arranged limit     *
      * is queued - the AMTNORM line as it stands on ODXQUEUE, and an OVER      *
      * LIMIT line on ASUSP so the proof backs it out - unless a supervisor     *
      * has approved that account, value date and amount on ODXAPPR.            *
      ****************************************************************************
       2150-CHECK-OVERDRAFT-LIMIT.
           MOVE "N" TO WS-OVER-LIMIT-FLAG
           IF WS-LIMITS-LOADED
               AND WS-AMOUNT-WORK < ZERO
               AND NOT NORM-CHARGE-SOURCE
               AND BKY-OD-UNARRANGED NOT = "Y"
               AND BKY-BALANCE + WS-AMOUNT-WORK < ZERO - BKY-OD-LIMIT
               SET WS-OVER-LIMIT TO TRUE
               PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
                       UNTIL WS-EXA-SUB > WS-EXA-TABLE-COUNT
                   IF WS-OVER-LIMIT
                       AND WS-EXA-ACCOUNT (WS-EXA-SUB) = NORM-ACCOUNT
                       AND WS-EXA-VALUE-DATE (WS-EXA-SUB) = NORM-DATE
                       AND WS-EXA-AMOUNT-TXT (WS-EXA-SUB)
                           = NORM-AMOUNT-TXT
                       AND WS-EXA-VALID (WS-EXA-SUB) = "Y"
                       AND WS-EXA-USED (WS-EXA-SUB) = "N"
                       MOVE "Y" TO WS-EXA-USED (WS-EXA-SUB)
                       MOVE "N" TO WS-OVER-LIMIT-FLAG
                       ADD 1 TO WS-EXCESS-REL-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OVER-LIMIT
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD 1 TO WS-EXCESS-HELD-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               STRING "OVER LIMIT      " DELIMITED BY SIZE
                   NORM-ACCOUNT DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   NORM-AMOUNT-TXT DELIMITED BY SIZE
                   " DATE=" DELIMITED BY SIZE
                   NORM-DATE DELIMITED BY SIZE
                   INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               MOVE NORM-LINE TO EXCESS-QUEUE-LINE
               WRITE EXCESS-QUEUE-LINE
           END-IF.

      ****************************************************************************
      * Every posting applied, with its value and processing dates, for the     *
      * dated balance history R207 keeps.                                       *
      ****************************************************************************
       2200-WRITE-MOVEMENT.
           MOVE NORM-ACCOUNT TO BM-ACCOUNT
           IF NORM-DATE IS NUMERIC
               MOVE NORM-DATE TO BM-VALUE-DATE
           ELSE
               MOVE WS-CYCLE-DATE TO BM-VALUE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO BM-PROCESSED-DATE
           MOVE WS-AMOUNT-WORK TO BM-AMOUNT
           MOVE NORM-LINE (1:4) TO BM-SOURCE
           WRITE BALANCE-MOVEMENT-RECORD.

       3000-WRITE-CLOSING-BALANCES.
           OPEN OUTPUT BAL-OUT-FILE
           MOVE "*** CLOSING BALANCES ***" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO BKY-ACCOUNT
           START BAL-KEY-FILE KEY IS NOT LESS THAN BKY-ACCOUNT
               INVALID KEY SET WS-BAL-KEY-EOF TO TRUE
           END-START
           IF NOT WS-BAL-KEY-EOF
               READ BAL-KEY-FILE NEXT RECORD
                   AT END SET WS-BAL-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-BAL-KEY-EOF
               ADD 1 TO WS-BAL-OUT-COUNT
               MOVE BKY-ACCOUNT TO BAL-OUT-ACCOUNT
               MOVE BKY-BALANCE TO BAL-OUT-BALANCE
               WRITE BALANCE-OUT-RECORD
               ADD BKY-BALANCE TO WS-CHN-OUT-TOTAL
               MOVE BKY-BALANCE TO WS-BALANCE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING BKY-ACCOUNT DELIMITED BY SIZE
                   " BALANCE=" DELIMITED BY SIZE
                   WS-BALANCE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               READ BAL-KEY-FILE NEXT RECORD
                   AT END SET WS-BAL-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BAL-OUT-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "BAL" TO CP-FILE-ID
           MOVE WS-BAL-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.
