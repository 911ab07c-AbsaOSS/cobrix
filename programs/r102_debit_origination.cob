      * OUTST chain is fingerprinted through R144-CHAIN-FP-SERVICE: the        *
      * OUTSTIN just loaded must match the prior cycle's stamp and the         *
      * adjusted OUTSTDD is stamped for R058's verify.                         *
      * No debit order of either kind is raised on a contract frozen by an       *
      * active insolvency case (INSOLSUPP, written by R167): the mandate         *
      * stays on file but the practitioner, not the debtor's bank account,       *
      * now settles the debt. Each order withheld is listed on DDRPT.            *
      * Nor is one raised on a contract sold to a debt purchaser (SOLDSUPP,      *
      * written by R202): the purchaser collects it now, and each order          *
      * withheld for that reason is listed on DDRPT too.                         *
      * A contract whose company is under KYC restriction (KYCRESTR, written     *
      * by R173 when the periodic review is overdue past grace) takes no new     *
      * debit authority: a mandate set-up is refused and a renewal offer's       *
      * new-term order is withheld, both listed on DDRPT. Debits against the     *
      * balance on a mandate already in force carry on.                          *
      * A set-up that carries a different bank account for a contract            *
      * already on file is a change of bank details, the commonest fraud         *
      * route: the new account is parked as pending on the mandate and           *
      * debits carry on against the account already verified. A call-back        *
      * verification (DDMTXN function V) keyed by a user other than the one      *
      * who keyed the change promotes the new account; one keyed by the same     *
      * user is refused. A change left unverified past BANK-VERIFY-DAYS          *
      * (R120 parameter) expires and the old account stands, as does a           *
      * cancellation of the mandate. Every change, verification, refusal         *
      * and expiry is listed on DDRPT and appended to BANKCHG for R188.          *
      * The mandate and outstanding masters are worked as keyed files:           *
      * DDMNDIN and OUTSTIN are converted into DDMNDKEY and DDOSTKEY,            *
      * indexed on contract number, as they are loaded, transactions,            *
      * returns and orders read and rewrite them by key, and both are            *
      * unloaded in contract order to DDMNDOUT and OUTSTDD, so no table          *
      * limits how many mandates or balances the run carries. A duplicate        *
      * contract on either input is dropped and reported with return code        *
      * 8.                                                                       *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT MAND-OUT-FILE ASSIGN TO "DDMNDOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAND-KEY-FILE ASSIGN TO "DDMNDKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD.

           SELECT TXN-FILE ASSIGN TO "DDMTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OUTST-OUT-FILE ASSIGN TO "OUTSTDD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-KEY-FILE ASSIGN TO "DDOSTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD.

           SELECT OFFER-FILE ASSIGN TO "OFFERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-STATUS.

           SELECT KYC-RESTR-FILE ASSIGN TO "KYCRESTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYCR-STATUS.

           SELECT ORDER-FILE ASSIGN TO "DDORDERS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "BANKCHG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAND-IN-FILE.
       FD  MAND-OUT-FILE.
       COPY "debit-mandate".

       FD  MAND-KEY-FILE.
       COPY "debit-mandate" REPLACING DEBIT-MANDATE-RECORD
           BY MAND-KEY-RECORD.

       FD  TXN-FILE.
       01  MANDATE-TXN-RECORD.
           05  MTX-FUNCTION             PIC X(1).
               88  MTX-SET-UP                   VALUE "A".
               88  MTX-CANCEL                   VALUE "C".
               88  MTX-VERIFY                   VALUE "V".
           05  MTX-CONTRACT-NUMBER      PIC X(15).
           05  MTX-BANK-ACCOUNT         PIC X(16).
           05  MTX-SIGNED-DATE          PIC 9(8).
           05  MTX-ENTERED-BY           PIC X(8).

       FD  RETURN-FILE.
       01  DEBIT-RETURN-RECORD.
       FD  OUTST-OUT-FILE.
       COPY "outstanding-record".

       FD  OUTST-KEY-FILE.
       COPY "outstanding-record" REPLACING OUTSTANDING-RECORD
           BY OUTST-KEY-RECORD.

       FD  OFFER-FILE.
       COPY "renewal-offer".

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  KYC-RESTR-FILE.
       COPY "kyc-restriction".

       FD  ORDER-FILE.
       01  ORDER-LINE                   PIC X(160).

       FD  ALERT-FILE.
       COPY "alert-record".

       FD  CHANGE-LOG-FILE.
       COPY "detail-change".

       WORKING-STORAGE SECTION.
       01  WS-MAND-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-MAND-IN-EOF                  VALUE "Y".
           88  WS-OFFER-EOF                    VALUE "Y".
       01  WS-OFFER-STATUS          PIC XX.
           88  WS-OFFER-NOT-FOUND           VALUE "35".
       01  WS-INS-EOF-FLAG          PIC X      VALUE "N".
           88  WS-INS-EOF                      VALUE "Y".
       01  WS-INS-STATUS            PIC XX.
           88  WS-INS-NOT-FOUND             VALUE "35".
       01  WS-SLD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SLD-EOF                      VALUE "Y".
       01  WS-SLD-STATUS            PIC XX.
           88  WS-SLD-NOT-FOUND             VALUE "35".

       01  WS-MAX-RETURNS           PIC 9(2)   VALUE 3.

       01  WS-MAND-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-MAND-FOUND                   VALUE "Y".
       01  WS-MAND-KEY-EOF-FLAG     PIC X      VALUE "N".
           88  WS-MAND-KEY-EOF                 VALUE "Y".
       01  WS-OUTST-FOUND-FLAG      PIC X      VALUE "N".
           88  WS-OUTST-FOUND                  VALUE "Y".
       01  WS-OUTST-KEY-EOF-FLAG    PIC X      VALUE "N".
           88  WS-OUTST-KEY-EOF                VALUE "Y".
       01  WS-OUTST-OUT-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
       01  WS-RETURN-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-CANCELLED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-OFFER-ORDER-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-FROZEN-COUNT          PIC 9(9)   VALUE ZERO.

       01  WS-INS-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-INS-TABLE.
           05  WS-INS-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-INS-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-INSOLVENT-FLAG        PIC X      VALUE "N".
           88  WS-INSOLVENT                    VALUE "Y".

       01  WS-SOLD-HELD-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-SLD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SLD-TABLE.
           05  WS-SLD-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SLD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-FLAG             PIC X      VALUE "N".
           88  WS-SOLD                         VALUE "Y".

       01  WS-KYCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-KYCR-EOF                     VALUE "Y".
       01  WS-KYCR-STATUS           PIC XX.
           88  WS-KYCR-NOT-FOUND            VALUE "35".
       01  WS-KYCR-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-KYCR-TABLE.
           05  WS-KYCR-CONTRACT     PIC X(15)  OCCURS 2000 TIMES.
       01  WS-KYCR-SUB              PIC 9(4)   VALUE ZERO.
       01  WS-KYC-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-KYC-RESTRICTED-FLAG   PIC X      VALUE "N".
           88  WS-KYC-RESTRICTED               VALUE "Y".
       01  WS-KYC-REFUSED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-KYC-WITHHELD-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-CHN-IN-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
       01  WS-CHN-OUT-TOTAL         PIC S9(15)V9(2) VALUE ZERO.

       01  WS-VERIFY-DAYS           PIC 9(3)   VALUE 10.
       01  WS-VERIFY-CUTOFF         PIC 9(8)   VALUE ZERO.
       01  WS-ACCT-HELD-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-ACCT-VERIFY-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-ACCT-REFUSE-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-ACCT-EXPIRE-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-CHANGE-EVENT          PIC X(1)   VALUE SPACE.
       01  WS-CHANGE-ACTIONED-BY    PIC X(8)   VALUE SPACES.

       COPY "chain-parm".
       COPY "param-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 1000-LOAD-MANDATES
           OPEN I-O MAND-KEY-FILE
           PERFORM 2700-LOAD-KYC-RESTRICTIONS
           OPEN OUTPUT REPORT-FILE
           PERFORM 1400-LOAD-VERIFY-DAYS
           OPEN EXTEND CHANGE-LOG-FILE
           PERFORM 1500-APPLY-TRANSACTIONS
           PERFORM 1700-EXPIRE-PENDING-CHANGES
           CLOSE CHANGE-LOG-FILE
           PERFORM 2000-LOAD-OUTSTANDING
           PERFORM 2500-VERIFY-OUTST-CHAIN
           OPEN I-O OUTST-KEY-FILE
           PERFORM 2600-LOAD-INSOLVENCY-FREEZE
           PERFORM 2650-LOAD-SOLD-CONTRACTS
           OPEN EXTEND ALERT-FILE
           PERFORM 3000-PROCESS-RETURNS
           PERFORM 4000-GENERATE-ORDERS
           PERFORM 5000-WRITE-CARRY-FORWARDS
           CLOSE MAND-KEY-FILE
           CLOSE OUTST-KEY-FILE
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "R102: DEBITS RETURNED        " WS-RETURN-COUNT
           DISPLAY "R102: MANDATES CANCELLED     " WS-CANCELLED-COUNT
           DISPLAY "R102: DEBIT ORDERS RAISED    " WS-ORDER-COUNT
           DISPLAY "R102: OFFER-TERM ORDERS      " WS-OFFER-ORDER-COUNT
           DISPLAY "R102: WITHHELD - INSOLVENCY  " WS-FROZEN-COUNT
           DISPLAY "R102: WITHHELD - SOLD        " WS-SOLD-HELD-COUNT
           DISPLAY "R102: SET-UPS REFUSED - KYC  " WS-KYC-REFUSED-COUNT
           DISPLAY "R102: WITHHELD - KYC         " WS-KYC-WITHHELD-COUNT
           DISPLAY "R102: ACCOUNT CHANGES HELD   " WS-ACCT-HELD-COUNT
           DISPLAY "R102: ACCOUNT CHANGES VERIFD " WS-ACCT-VERIFY-COUNT
           DISPLAY "R102: VERIFICATIONS REFUSED  " WS-ACCT-REFUSE-COUNT
           DISPLAY "R102: ACCOUNT CHANGES EXPIRD " WS-ACCT-EXPIRE-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R102: DUPLICATES DROPPED     "
                   WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R102: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           STOP RUN.

       1000-LOAD-MANDATES.
           OPEN OUTPUT MAND-KEY-FILE
           OPEN INPUT MAND-IN-FILE
           IF WS-MAND-IN-NOT-FOUND
               SET WS-MAND-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MAND-IN-EOF
               MOVE MAND-IN-RECORD TO MAND-KEY-RECORD
               WRITE MAND-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R102: DUPLICATE MANDATE DROPPED "
                           DDM-CONTRACT-NUMBER OF MAND-IN-RECORD
               END-WRITE
               READ MAND-IN-FILE
                   AT END SET WS-MAND-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAND-IN-NOT-FOUND
               CLOSE MAND-IN-FILE
           END-IF
           CLOSE MAND-KEY-FILE.

      ****************************************************************************
      * How long a change of bank account may wait for its call-back            *
      * before it expires and the old account stands.                          *
      ****************************************************************************
       1400-LOAD-VERIFY-DAYS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "BANK-VERIFY-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE > ZERO
               MOVE PP-VALUE TO WS-VERIFY-DAYS
           END-IF
           COMPUTE WS-VERIFY-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                - WS-VERIFY-DAYS).

       1500-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           END-IF.

      ****************************************************************************
      * A new mandate for a contract already on file on the same account       *
      * reactivates it with the return count reset - the fresh signature       *
      * wipes the slate. On a different account it is a change of bank          *
      * details and waits for its call-back (1620); a cancellation drops        *
      * any change still waiting.                                               *
      ****************************************************************************
       1600-APPLY-ONE-TXN.
           MOVE MTX-CONTRACT-NUMBER
               TO DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
           PERFORM 1610-READ-MANDATE
           EVALUATE TRUE
               WHEN MTX-CANCEL
                   IF WS-MAND-FOUND
                       MOVE "C" TO DDM-STATUS OF MAND-KEY-RECORD
                       IF DDM-VERIFY-FLAG OF MAND-KEY-RECORD = "P"
                           MOVE "X" TO WS-CHANGE-EVENT
                           MOVE MTX-ENTERED-BY TO WS-CHANGE-ACTIONED-BY
                           PERFORM 1690-LOG-CHANGE-EVENT
                           PERFORM 1680-CLEAR-PENDING-CHANGE
                       END-IF
                       PERFORM 1670-STORE-MANDATE
                   END-IF
               WHEN MTX-VERIFY
                   PERFORM 1640-APPLY-VERIFICATION
               WHEN MTX-SET-UP
                   MOVE MTX-CONTRACT-NUMBER TO WS-KYC-CONTRACT
                   PERFORM 2750-CHECK-KYC-RESTRICTION
                   IF WS-KYC-RESTRICTED
                       PERFORM 1650-REPORT-KYC-REFUSAL
                   ELSE
                   IF WS-MAND-FOUND
                       AND DDM-BANK-ACCOUNT OF MAND-KEY-RECORD
                           NOT = MTX-BANK-ACCOUNT
                       PERFORM 1620-RAISE-PENDING-CHANGE
                       PERFORM 1670-STORE-MANDATE
                   ELSE
                       IF NOT WS-MAND-FOUND
                           MOVE MTX-CONTRACT-NUMBER
                               TO DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
                           PERFORM 1680-CLEAR-PENDING-CHANGE
                       END-IF
                       MOVE MTX-BANK-ACCOUNT
                           TO DDM-BANK-ACCOUNT OF MAND-KEY-RECORD
                       MOVE MTX-SIGNED-DATE
                           TO DDM-SIGNED-DATE OF MAND-KEY-RECORD
                       MOVE ZERO TO DDM-RETURN-COUNT OF MAND-KEY-RECORD
                       MOVE "A" TO DDM-STATUS OF MAND-KEY-RECORD
                       PERFORM 1670-STORE-MANDATE
                   END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1610-READ-MANDATE.
           MOVE "N" TO WS-MAND-FOUND-FLAG
           READ MAND-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-MAND-FOUND TO TRUE
           END-READ.

       1670-STORE-MANDATE.
           IF WS-MAND-FOUND
               REWRITE MAND-KEY-RECORD
           ELSE
               WRITE MAND-KEY-RECORD
           END-IF.

       1650-REPORT-KYC-REFUSAL.
           ADD 1 TO WS-KYC-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               MTX-CONTRACT-NUMBER DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               MTX-BANK-ACCOUNT DELIMITED BY SIZE
               " - MANDATE SET-UP, KYC REVIEW OVERDUE" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The new account is parked, not applied: debits carry on against the    *
      * verified account until the call-back. A second change before the       *
      * first is verified replaces the one waiting.                             *
      ****************************************************************************
       1620-RAISE-PENDING-CHANGE.
           MOVE "P" TO DDM-VERIFY-FLAG OF MAND-KEY-RECORD
           MOVE MTX-BANK-ACCOUNT
               TO DDM-PENDING-ACCOUNT OF MAND-KEY-RECORD
           MOVE MTX-SIGNED-DATE TO DDM-PENDING-SIGNED OF MAND-KEY-RECORD
           MOVE WS-CURRENT-DATE-NUM
               TO DDM-PENDING-DATE OF MAND-KEY-RECORD
           MOVE MTX-ENTERED-BY TO DDM-CHANGED-BY OF MAND-KEY-RECORD
           ADD 1 TO WS-ACCT-HELD-COUNT
           MOVE "C" TO WS-CHANGE-EVENT
           MOVE SPACES TO WS-CHANGE-ACTIONED-BY
           PERFORM 1690-LOG-CHANGE-EVENT
           MOVE SPACES TO REPORT-LINE
           STRING "HELD     " DELIMITED BY SIZE
               MTX-CONTRACT-NUMBER DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               MTX-BANK-ACCOUNT DELIMITED BY SIZE
               " - ACCOUNT CHANGE AWAITS CALL-BACK" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The call-back must be keyed by someone other than the user who          *
      * keyed the change; the promoted account takes effect as a fresh         *
      * signature would.                                                        *
      ****************************************************************************
       1640-APPLY-VERIFICATION.
           IF NOT WS-MAND-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "IGNORED  " DELIMITED BY SIZE
                   MTX-CONTRACT-NUMBER DELIMITED BY SIZE
                   " - VERIFICATION, NO MANDATE ON FILE"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF DDM-VERIFY-FLAG OF MAND-KEY-RECORD NOT = "P"
               MOVE SPACES TO REPORT-LINE
               STRING "IGNORED  " DELIMITED BY SIZE
                   MTX-CONTRACT-NUMBER DELIMITED BY SIZE
                   " - VERIFICATION, NO ACCOUNT CHANGE PENDING"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF MTX-ENTERED-BY = SPACES
               OR MTX-ENTERED-BY = DDM-CHANGED-BY OF MAND-KEY-RECORD
               ADD 1 TO WS-ACCT-REFUSE-COUNT
               MOVE "R" TO WS-CHANGE-EVENT
               MOVE MTX-ENTERED-BY TO WS-CHANGE-ACTIONED-BY
               PERFORM 1690-LOG-CHANGE-EVENT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED  " DELIMITED BY SIZE
                   MTX-CONTRACT-NUMBER DELIMITED BY SIZE
                   " USER=" DELIMITED BY SIZE
                   MTX-ENTERED-BY DELIMITED BY SIZE
                   " - VERIFIER MADE THE ACCOUNT CHANGE"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-ACCT-VERIFY-COUNT
               MOVE "V" TO WS-CHANGE-EVENT
               MOVE MTX-ENTERED-BY TO WS-CHANGE-ACTIONED-BY
               PERFORM 1690-LOG-CHANGE-EVENT
               MOVE DDM-PENDING-ACCOUNT OF MAND-KEY-RECORD
                   TO DDM-BANK-ACCOUNT OF MAND-KEY-RECORD
               MOVE DDM-PENDING-SIGNED OF MAND-KEY-RECORD
                   TO DDM-SIGNED-DATE OF MAND-KEY-RECORD
               MOVE ZERO TO DDM-RETURN-COUNT OF MAND-KEY-RECORD
               MOVE "A" TO DDM-STATUS OF MAND-KEY-RECORD
               PERFORM 1680-CLEAR-PENDING-CHANGE
               MOVE SPACES TO REPORT-LINE
               STRING "VERIFIED " DELIMITED BY SIZE
                   MTX-CONTRACT-NUMBER DELIMITED BY SIZE
                   " ACCT=" DELIMITED BY SIZE
                   DDM-BANK-ACCOUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
                   " USER=" DELIMITED BY SIZE
                   MTX-ENTERED-BY DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 1670-STORE-MANDATE
           END-IF
           END-IF
           END-IF.

       1680-CLEAR-PENDING-CHANGE.
           MOVE SPACE TO DDM-VERIFY-FLAG OF MAND-KEY-RECORD
           MOVE SPACES TO DDM-PENDING-ACCOUNT OF MAND-KEY-RECORD
           MOVE ZERO TO DDM-PENDING-SIGNED OF MAND-KEY-RECORD
           MOVE ZERO TO DDM-PENDING-DATE OF MAND-KEY-RECORD
           MOVE SPACES TO DDM-CHANGED-BY OF MAND-KEY-RECORD.

       1690-LOG-CHANGE-EVENT.
           MOVE SPACES TO DETAIL-CHANGE-RECORD
           MOVE "DDM " TO DCL-SOURCE
           MOVE DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
               TO DCL-CONTRACT-NUMBER
           MOVE WS-CHANGE-EVENT TO DCL-EVENT
           MOVE DDM-BANK-ACCOUNT OF MAND-KEY-RECORD TO DCL-OLD-DETAILS
           MOVE DDM-PENDING-ACCOUNT OF MAND-KEY-RECORD
               TO DCL-NEW-DETAILS
           MOVE DDM-CHANGED-BY OF MAND-KEY-RECORD TO DCL-CHANGED-BY
           MOVE DDM-PENDING-DATE OF MAND-KEY-RECORD TO DCL-CHANGED-DATE
           MOVE WS-CHANGE-ACTIONED-BY TO DCL-ACTIONED-BY
           MOVE WS-CURRENT-DATE-NUM TO DCL-EVENT-DATE
           WRITE DETAIL-CHANGE-RECORD.

      ****************************************************************************
      * A change still waiting after BANK-VERIFY-DAYS lapses; the verified      *
      * account stands.                                                         *
      ****************************************************************************
       1700-EXPIRE-PENDING-CHANGES.
           PERFORM 1750-START-MANDATE-BROWSE
           PERFORM UNTIL WS-MAND-KEY-EOF
               IF DDM-VERIFY-FLAG OF MAND-KEY-RECORD = "P"
                   AND DDM-PENDING-DATE OF MAND-KEY-RECORD
                       < WS-VERIFY-CUTOFF
                   ADD 1 TO WS-ACCT-EXPIRE-COUNT
                   MOVE "X" TO WS-CHANGE-EVENT
                   MOVE "SYSEXPIR" TO WS-CHANGE-ACTIONED-BY
                   PERFORM 1690-LOG-CHANGE-EVENT
                   MOVE SPACES TO REPORT-LINE
                   STRING "EXPIRED  " DELIMITED BY SIZE
                       DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
                           DELIMITED BY SIZE
                       " ACCT=" DELIMITED BY SIZE
                       DDM-PENDING-ACCOUNT OF MAND-KEY-RECORD
                           DELIMITED BY SIZE
                       " - NOT VERIFIED, OLD ACCOUNT STANDS"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 1680-CLEAR-PENDING-CHANGE
                   REWRITE MAND-KEY-RECORD
               END-IF
               PERFORM 1760-READ-NEXT-MANDATE
           END-PERFORM.

      ****************************************************************************
      * Positions on the first mandate in contract order; each browse of the    *
      * keyed mandate master starts here.                                       *
      ****************************************************************************
       1750-START-MANDATE-BROWSE.
           MOVE "N" TO WS-MAND-KEY-EOF-FLAG
           MOVE LOW-VALUES TO DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
           START MAND-KEY-FILE KEY IS NOT LESS THAN
                   DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
               INVALID KEY SET WS-MAND-KEY-EOF TO TRUE
           END-START
           IF NOT WS-MAND-KEY-EOF
               PERFORM 1760-READ-NEXT-MANDATE
           END-IF.

       1760-READ-NEXT-MANDATE.
           READ MAND-KEY-FILE NEXT RECORD
               AT END SET WS-MAND-KEY-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * Every OUTSTIN record counts toward the chain fingerprint, a duplicate   *
      * contract included, since the fingerprint describes the file.            *
      ****************************************************************************
       2000-LOAD-OUTSTANDING.
           OPEN OUTPUT OUTST-KEY-FILE
           OPEN INPUT OUTST-IN-FILE
           IF WS-OUTST-IN-NOT-FOUND
               SET WS-OUTST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-IN-EOF
               ADD 1 TO WS-CHN-IN-COUNT
               ADD OUT-BALANCE OF OUTST-IN-RECORD
                   TO WS-CHN-IN-TOTAL
               MOVE OUTST-IN-RECORD TO OUTST-KEY-RECORD
               WRITE OUTST-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R102: DUPLICATE CONTRACT DROPPED "
                           OUT-CONTRACT-NUMBER OF OUTST-IN-RECORD
               END-WRITE
               READ OUTST-IN-FILE
                   AT END SET WS-OUTST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-IN-NOT-FOUND
               CLOSE OUTST-IN-FILE
           END-IF
           CLOSE OUTST-KEY-FILE.

      ****************************************************************************
      * The OUTSTIN just loaded must be the file the prior cycle stamped -      *
      * against the mandate; the mandate cancels at WS-MAX-RETURNS and the      *
      * contract goes back to passive collection and dunning.                   *
      ****************************************************************************
       2600-LOAD-INSOLVENCY-FREEZE.
           OPEN INPUT INS-SUPP-FILE
           IF WS-INS-NOT-FOUND
               SET WS-INS-EOF TO TRUE
           ELSE
               READ INS-SUPP-FILE
                   AT END SET WS-INS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INS-EOF
               IF WS-INS-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-INS-TABLE-COUNT
                   MOVE IFZ-CONTRACT-NUMBER
                       TO WS-INS-CONTRACT (WS-INS-TABLE-COUNT)
               END-IF
               READ INS-SUPP-FILE
                   AT END SET WS-INS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-NOT-FOUND
               CLOSE INS-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contracts R202 has sold to a debt purchaser. No file, none sold.        *
      ****************************************************************************
       2650-LOAD-SOLD-CONTRACTS.
           OPEN INPUT SLD-SUPP-FILE
           IF WS-SLD-NOT-FOUND
               SET WS-SLD-EOF TO TRUE
           ELSE
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SLD-EOF
               IF WS-SLD-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SLD-TABLE-COUNT
                   MOVE SLD-SUPP-CONTRACT-NUMBER
                       TO WS-SLD-CONTRACT (WS-SLD-TABLE-COUNT)
               END-IF
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SLD-NOT-FOUND
               CLOSE SLD-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contract lines of the KYC restriction file R173 writes. No file,        *
      * no restrictions.                                                        *
      ****************************************************************************
       2700-LOAD-KYC-RESTRICTIONS.
           OPEN INPUT KYC-RESTR-FILE
           IF WS-KYCR-NOT-FOUND
               SET WS-KYCR-EOF TO TRUE
           ELSE
               READ KYC-RESTR-FILE
                   AT END SET WS-KYCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-KYCR-EOF
               IF KR-CONTRACT-NUMBER NOT = SPACES
                   IF WS-KYCR-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-KYCR-TABLE-COUNT
                       MOVE KR-CONTRACT-NUMBER
                           TO WS-KYCR-CONTRACT (WS-KYCR-TABLE-COUNT)
                   END-IF
               END-IF
               READ KYC-RESTR-FILE
                   AT END SET WS-KYCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-KYCR-NOT-FOUND
               CLOSE KYC-RESTR-FILE
           END-IF.

       2750-CHECK-KYC-RESTRICTION.
           MOVE "N" TO WS-KYC-RESTRICTED-FLAG
           PERFORM VARYING WS-KYCR-SUB FROM 1 BY 1
                   UNTIL WS-KYCR-SUB > WS-KYCR-TABLE-COUNT
               IF WS-KYCR-CONTRACT (WS-KYCR-SUB) = WS-KYC-CONTRACT
                   SET WS-KYC-RESTRICTED TO TRUE
               END-IF
           END-PERFORM.

       3000-PROCESS-RETURNS.
           OPEN INPUT RETURN-FILE
           IF WS-RET-NOT-FOUND

       3100-PROCESS-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           MOVE DDR-CONTRACT-NUMBER
               TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
           PERFORM 3150-READ-OUTSTANDING
           IF WS-OUTST-FOUND
               ADD DDR-AMOUNT TO OUT-BALANCE OF OUTST-KEY-RECORD
               REWRITE OUTST-KEY-RECORD
           ELSE
               MOVE DDR-CONTRACT-NUMBER
                   TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
               MOVE DDR-AMOUNT TO OUT-BALANCE OF OUTST-KEY-RECORD
               WRITE OUTST-KEY-RECORD
           END-IF
           MOVE DDR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
               DDR-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DDR-CONTRACT-NUMBER
               TO DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
           PERFORM 1610-READ-MANDATE
           IF WS-MAND-FOUND
               AND DDM-STATUS OF MAND-KEY-RECORD = "A"
               ADD 1 TO DDM-RETURN-COUNT OF MAND-KEY-RECORD
               IF DDM-RETURN-COUNT OF MAND-KEY-RECORD >= WS-MAX-RETURNS
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE "C" TO DDM-STATUS OF MAND-KEY-RECORD
                   PERFORM 3200-RAISE-CANCEL-ALERT
               END-IF
               REWRITE MAND-KEY-RECORD
           END-IF.

       3150-READ-OUTSTANDING.
           MOVE "N" TO WS-OUTST-FOUND-FLAG
           READ OUTST-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-OUTST-FOUND TO TRUE
           END-READ.

       3200-RAISE-CANCEL-ALERT.
           MOVE "R102" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE "C" TO AL-SEVERITY
           MOVE DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING "MANDATE CANCELLED AFTER " DELIMITED BY SIZE
               DDM-RETURN-COUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
               " RETURNED DEBITS - BACK TO DUNNING" DELIMITED BY SIZE
               INTO AL-MESSAGE
           MOVE "N" TO AL-ACK-FLAG
      ****************************************************************************
       4000-GENERATE-ORDERS.
           OPEN OUTPUT ORDER-FILE
           PERFORM 1750-START-MANDATE-BROWSE
           PERFORM UNTIL WS-MAND-KEY-EOF
               IF DDM-STATUS OF MAND-KEY-RECORD = "A"
                   PERFORM 4050-CHECK-INSOLVENCY
                   PERFORM 4060-CHECK-SOLD
                   IF WS-INSOLVENT
                       PERFORM 4400-REPORT-WITHHELD
                   ELSE
                   IF WS-SOLD
                       PERFORM 4460-REPORT-SOLD-WITHHELD
                   ELSE
                       PERFORM 4100-ORDER-FOR-BALANCE
                   END-IF
                   END-IF
               END-IF
               PERFORM 1760-READ-NEXT-MANDATE
           END-PERFORM
           PERFORM 4200-ORDERS-FOR-OFFERS
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY
           WRITE ORDER-LINE
           CLOSE ORDER-FILE.

       4050-CHECK-INSOLVENCY.
           MOVE "N" TO WS-INSOLVENT-FLAG
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
               IF WS-INS-CONTRACT (WS-INS-SUB)
                       = DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
                   SET WS-INSOLVENT TO TRUE
               END-IF
           END-PERFORM.

       4060-CHECK-SOLD.
           MOVE "N" TO WS-SOLD-FLAG
           PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                   UNTIL WS-SLD-SUB > WS-SLD-TABLE-COUNT
               IF WS-SLD-CONTRACT (WS-SLD-SUB)
                       = DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
                   SET WS-SOLD TO TRUE
               END-IF
           END-PERFORM.

       4100-ORDER-FOR-BALANCE.
           MOVE DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
               TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
           PERFORM 3150-READ-OUTSTANDING
           IF WS-OUTST-FOUND
               AND OUT-BALANCE OF OUTST-KEY-RECORD > ZERO
               ADD 1 TO WS-ORDER-COUNT
               ADD OUT-BALANCE OF OUTST-KEY-RECORD TO WS-ORDER-TOTAL
               MOVE OUT-BALANCE OF OUTST-KEY-RECORD TO WS-AMOUNT-EDIT
               MOVE SPACES TO ORDER-LINE
               STRING "DEBIT " DELIMITED BY SIZE
                   DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
                       DELIMITED BY SIZE
                   " ACCT=" DELIMITED BY SIZE
                   DDM-BANK-ACCOUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " VALUEDATE=" DELIMITED BY SIZE
                   WS-CURRENT-DATE-NUM DELIMITED BY SIZE
                   INTO ORDER-LINE
               WRITE ORDER-LINE
           END-IF.

       4200-ORDERS-FOR-OFFERS.
           OPEN INPUT OFFER-FILE
           IF WS-OFFER-NOT-FOUND
           END-IF.

       4300-ORDER-FOR-ONE-OFFER.
           MOVE OFF-CONTRACT-NUMBER
               TO DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD
           PERFORM 1610-READ-MANDATE
           IF WS-MAND-FOUND
               AND DDM-STATUS OF MAND-KEY-RECORD = "A"
               PERFORM 4050-CHECK-INSOLVENCY
               PERFORM 4060-CHECK-SOLD
               MOVE OFF-CONTRACT-NUMBER TO WS-KYC-CONTRACT
               PERFORM 2750-CHECK-KYC-RESTRICTION
               IF WS-INSOLVENT
                   PERFORM 4400-REPORT-WITHHELD
               ELSE
               IF WS-SOLD
                   PERFORM 4460-REPORT-SOLD-WITHHELD
               ELSE
               IF WS-KYC-RESTRICTED
                   PERFORM 4450-REPORT-KYC-WITHHELD
               ELSE
                   PERFORM 4350-WRITE-OFFER-ORDER
               END-IF
               END-IF
               END-IF
           END-IF.

       4350-WRITE-OFFER-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           ADD 1 TO WS-OFFER-ORDER-COUNT
           ADD OFF-AMOUNT TO WS-ORDER-TOTAL
           MOVE OFF-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO ORDER-LINE
           STRING "DEBIT " DELIMITED BY SIZE
               DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               DDM-BANK-ACCOUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " VALUEDATE=" DELIMITED BY SIZE
               OFF-NEW-DUE-DATE DELIMITED BY SIZE
               " NEWTERM" DELIMITED BY SIZE
               INTO ORDER-LINE
           WRITE ORDER-LINE.

       4400-REPORT-WITHHELD.
           ADD 1 TO WS-FROZEN-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WITHHELD " DELIMITED BY SIZE
               DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               DDM-BANK-ACCOUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
               " - INSOLVENCY CASE ACTIVE" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4450-REPORT-KYC-WITHHELD.
           ADD 1 TO WS-KYC-WITHHELD-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WITHHELD " DELIMITED BY SIZE
               DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               DDM-BANK-ACCOUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
               " - NEW TERM, KYC REVIEW OVERDUE" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4460-REPORT-SOLD-WITHHELD.
           ADD 1 TO WS-SOLD-HELD-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WITHHELD " DELIMITED BY SIZE
               DDM-CONTRACT-NUMBER OF MAND-KEY-RECORD DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               DDM-BANK-ACCOUNT OF MAND-KEY-RECORD DELIMITED BY SIZE
               " - SOLD TO DEBT PURCHASER" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-CARRY-FORWARDS.
           OPEN OUTPUT MAND-OUT-FILE
           PERFORM 1750-START-MANDATE-BROWSE
           PERFORM UNTIL WS-MAND-KEY-EOF
               MOVE MAND-KEY-RECORD TO DEBIT-MANDATE-RECORD
               WRITE DEBIT-MANDATE-RECORD
               PERFORM 1760-READ-NEXT-MANDATE
           END-PERFORM
           CLOSE MAND-OUT-FILE
           OPEN OUTPUT OUTST-OUT-FILE
           MOVE LOW-VALUES TO OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
           START OUTST-KEY-FILE KEY IS NOT LESS THAN
                   OUT-CONTRACT-NUMBER OF OUTST-KEY-RECORD
               INVALID KEY SET WS-OUTST-KEY-EOF TO TRUE
           END-START
           IF NOT WS-OUTST-KEY-EOF
               READ OUTST-KEY-FILE NEXT RECORD
                   AT END SET WS-OUTST-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-KEY-EOF
               ADD 1 TO WS-OUTST-OUT-COUNT
               MOVE OUTST-KEY-RECORD TO OUTSTANDING-RECORD
               ADD OUT-BALANCE OF OUTSTANDING-RECORD
                   TO WS-CHN-OUT-TOTAL
               WRITE OUTSTANDING-RECORD
               READ OUTST-KEY-FILE NEXT RECORD
                   AT END SET WS-OUTST-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OUTST-OUT-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-OUTST-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.
