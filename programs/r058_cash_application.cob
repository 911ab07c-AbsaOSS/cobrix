      * the INs just loaded must match the prior cycle's stamps (the ACCR     *
      * input against R057's stamp written earlier tonight) or the run        *
      * abends, and tonight's OUTs are stamped for the next step's verify     *
      * and the chain-status report. A short receipt from a customer on       *
      * negotiated prompt-payment terms (DISCTERMS, discount-terms.cpy,       *
      * keyed by contract or by the COMPANY-ID on R156's invoice register     *
      * INVREGOUT) that arrives within the window after the invoice issue     *
      * date and covers the balance less the allowed discount settles the     *
      * contract in full; the shortfall is journaled to its own GL account    *
      * and logged on the DISCLOG ledger, as is a discount claimed after the  *
      * window closed (left as a part-payment), for R162's monthly report.    *
      * A lump sum that quotes its company instead of a contract - the           *
      * COMPANY-ID or a PAY key on R081's cross-reference (KEYXREFOUT), a        *
      * current alias on R175's register (ALIASOUT), or the company name         *
      * itself - is spread across that company's open contracts in the           *
      * order ALLOC-METHOD (R120) names: 1 oldest DUE-DATE first, 2 highest      *
      * R019 aging bucket first (largest amount owed first within a              *
      * bucket), 3 in proportion to the amount owed. Each slice settles          *
      * through the same interest-first split as a contract receipt; cash        *
      * beyond everything owed rides the first contract as a credit. The         *
      * remittance allocation report (REMITRPT) shows the customer how the       *
      * payment was applied. A company with nothing open goes to suspense.       *
      * A contract on R185's REFHOLD list - its last refund cheque was voided    *
      * and the credit put back - is not refunded again until the refund desk    *
      * releases it; those credits are counted as held.                          *
      * Refunds are paid only to a verified payee (PAYEEIN to PAYEEOUT,          *
      * refund-payee.cpy). A contract's first refund fixes the extract's         *
      * name and address as its payee; a later refund that finds different       *
      * details on the extract parks them as pending and is held until a         *
      * call-back verification on PAYEETXN, keyed by a user other than the       *
      * one recorded against the change, promotes them. A change left            *
      * unverified past BANK-VERIFY-DAYS (R120) expires and refunds go to        *
      * the verified payee again. Changes, verifications, refusals and           *
      * expiries are listed on REFREG and appended to BANKCHG for R188.          *
      * Complaint redress due on R194's CMPREDR is paid the same way - a         *
      * refund order with reason R to the contract's verified payee, subject     *
      * to the same REFHOLD and payee checks - but is not a credit on the        *
      * contract, so the balance does not move. A redress held tonight is        *
      * offered again tomorrow while R194 still shows it pending.                *
      * The balance and accrual masters are worked as keyed files: OUTSTIN       *
      * and ACCROUT are converted into OUTSTKEY and ACCRNKEY, indexed on         *
      * contract number, as they are loaded; OUTSTKEY also carries the           *
      * company name as an alternate key, so a company receipt finds its         *
      * contracts without a pass of the whole master. Receipts, refunds and      *
      * redress read and rewrite by key, and both masters are unloaded in        *
      * contract order to OUTSTOUT and ACCRNET, so no table limits how many      *
      * balances or accruals the run carries. A duplicate contract on            *
      * either input is dropped and reported with return code 8.                 *
      * The invoice register and the refund payee register are keyed the same    *
      * way: INVREGOUT into INVRKEY for the discount window, and PAYEEIN into    *
      * PAYEEKEY, which is read and rewritten by contract and unloaded in        *
      * contract order to PAYEEOUT; a duplicate payee is dropped likewise.       *
      * A receipt for a contract sold to a debt purchaser (R202's SOLDSUPP)      *
      * is not ours to apply: it is held on SALEFWD (sale-forward.cpy) for       *
      * R202 to remit to the purchaser, and counted.                             *
      * Every CASHJRNL line ends with the book the contract is booked in (BK=,   *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT OUTST-OUT-FILE ASSIGN TO "OUTSTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTST-KEY-FILE ASSIGN TO "OUTSTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OKY-CONTRACT-NUMBER
               ALTERNATE RECORD KEY IS OKY-COMPANY WITH DUPLICATES.

           SELECT PAYMENT-FILE ASSIGN TO "PAYIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCR-OUT-FILE ASSIGN TO "ACCRNET"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCR-KEY-FILE ASSIGN TO "ACCRNKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD.

           SELECT JOURNAL-FILE ASSIGN TO "CASHJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERMS-FILE ASSIGN TO "DISCTERMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT INV-KEY-FILE ASSIGN TO "INVRKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVK-CONTRACT-NUMBER.

           SELECT OPTIONAL DISC-LOG-FILE ASSIGN TO "DISCLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT XREF-FILE ASSIGN TO "KEYXREFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT REMIT-FILE ASSIGN TO "REMITRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYEE-IN-FILE ASSIGN TO "PAYEEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-IN-STATUS.

           SELECT PAYEE-OUT-FILE ASSIGN TO "PAYEEOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYEE-KEY-FILE ASSIGN TO "PAYEEKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKY-CONTRACT-NUMBER.

           SELECT PAYEE-TXN-FILE ASSIGN TO "PAYEETXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-TXN-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "BANKCHG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO "REFHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REDRESS-FILE ASSIGN TO "CMPREDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REDRESS-STATUS.

           SELECT SOLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOLD-STATUS.

           SELECT OPTIONAL FORWARD-FILE ASSIGN TO "SALEFWD"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       FD  OUTST-OUT-FILE.
       COPY "outstanding-record".

      ****************************************************************************
      * The keyed balance master: the carry-forward fields plus what the        *
      * extract tells the run about each contract tonight.                      *
      ****************************************************************************
       FD  OUTST-KEY-FILE.
       01  OUTST-KEY-RECORD.
           05  OKY-CONTRACT-NUMBER      PIC X(15).
           05  OKY-BALANCE              PIC S9(11)V9(2).
           05  OKY-COMPANY              PIC X(20).
           05  OKY-ADDRESS              PIC X(30).
           05  OKY-STATE                PIC X(8).
           05  OKY-DUE-DATE             PIC 9(8).

       FD  PAYMENT-FILE.
       COPY "payment-record".

       FD  ACCR-OUT-FILE.
       COPY "accrual-record".

       FD  ACCR-KEY-FILE.
       COPY "accrual-record" REPLACING ACCRUAL-RECORD
           BY ACCR-KEY-RECORD.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       FD  TERMS-FILE.
       COPY "discount-terms".

       FD  INVOICE-FILE.
       COPY "invoice-register".

       FD  INV-KEY-FILE.
       01  INV-KEY-RECORD.
           05  IVK-CONTRACT-NUMBER      PIC X(15).
           05  IVK-COMPANY-ID           PIC X(10).
           05  IVK-ISSUE-DATE           PIC 9(8).

       FD  DISC-LOG-FILE.
       COPY "discount-event".

       FD  XREF-FILE.
       COPY "key-xref".

       FD  ALIAS-FILE.
       COPY "company-alias".

       FD  REMIT-FILE.
       01  REMIT-LINE                   PIC X(120).

       FD  HOLD-FILE.
       01  HOLD-CONTRACT-NUMBER         PIC X(15).

       FD  SOLD-SUPP-FILE.
       01  SOLD-SUPP-CONTRACT-NUMBER    PIC X(15).

       FD  FORWARD-FILE.
       COPY "sale-forward".

       FD  REDRESS-FILE.
       COPY "complaint-record".

       FD  PAYEE-IN-FILE.
       COPY "refund-payee" REPLACING REFUND-PAYEE-RECORD
           BY PAYEE-IN-RECORD.

       FD  PAYEE-OUT-FILE.
       COPY "refund-payee".

       FD  PAYEE-KEY-FILE.
       01  PAYEE-KEY-RECORD.
           05  PKY-CONTRACT-NUMBER      PIC X(15).
           05  PKY-VERIFIED.
               10  PKY-V-NAME           PIC X(20).
               10  PKY-V-ADDR           PIC X(30).
           05  PKY-V-BY                 PIC X(8).
           05  PKY-V-DATE               PIC 9(8).
           05  PKY-STATE                PIC X(1).
           05  PKY-PENDING.
               10  PKY-P-NAME           PIC X(20).
               10  PKY-P-ADDR           PIC X(30).
           05  PKY-P-DATE               PIC 9(8).
           05  PKY-CHANGED-BY           PIC X(8).

       FD  PAYEE-TXN-FILE.
       01  PAYEE-VERIFY-RECORD.
           05  PVX-CONTRACT-NUMBER      PIC X(15).
           05  PVX-VERIFIED-BY          PIC X(8).

       FD  CHANGE-LOG-FILE.
       COPY "detail-change".

       WORKING-STORAGE SECTION.
       01  WS-ENTITY-EOF-FLAG       PIC X      VALUE "N".
           88  WS-ENTITY-EOF                   VALUE "Y".
           "INT-LATE-CHARGES".
       01  WS-GL-PRINCIPAL-ACCT     PIC X(20)  VALUE
           "AR-TRADE-RECEIVABLE".
       01  WS-GL-DISCOUNT-ACCT      PIC X(20)  VALUE
           "DISC-PROMPT-PAYMENT".

       01  WS-TERMS-EOF-FLAG        PIC X      VALUE "N".
           88  WS-TERMS-EOF                    VALUE "Y".
       01  WS-TERMS-STATUS          PIC XX.
           88  WS-TERMS-NOT-FOUND           VALUE "35".
       01  WS-TERMS-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
       01  WS-TERMS-TABLE.
           05  WS-TERMS-ENTRY       OCCURS 200 TIMES.
               10  WS-TERMS-KEY-TYPE    PIC X(1).
               10  WS-TERMS-KEY         PIC X(15).
               10  WS-TERMS-PCT         PIC 9(2)V9(2).
               10  WS-TERMS-WINDOW      PIC 9(3).
       01  WS-INVOICE-EOF-FLAG      PIC X      VALUE "N".
           88  WS-INVOICE-EOF                  VALUE "Y".
       01  WS-INVOICE-STATUS        PIC XX.
           88  WS-INVOICE-NOT-FOUND         VALUE "35".
       01  WS-TERMS-SUB             PIC 9(3)   VALUE ZERO.
       01  WS-TERMS-HIT-SUB         PIC 9(3)   VALUE ZERO.
       01  WS-INV-FOUND-FLAG        PIC X      VALUE "N".
           88  WS-INV-FOUND                    VALUE "Y".
       01  WS-DISC-COMPANY-ID       PIC X(10)  VALUE SPACES.
       01  WS-DISC-ALLOWED          PIC 9(10)V9(2) VALUE ZERO.
       01  WS-DISC-RESIDUAL         PIC S9(11)V9(2) VALUE ZERO.
       01  WS-DISC-DAYS             PIC S9(9)  VALUE ZERO.
       01  WS-DISCOUNT-PORTION      PIC 9(10)V9(2) VALUE ZERO.

       01  WS-XREF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-XREF-EOF                     VALUE "Y".
       01  WS-XREF-STATUS           PIC XX.
           88  WS-XREF-NOT-FOUND            VALUE "35".
       01  WS-XREF-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY        OCCURS 500 TIMES.
               10  WS-XREF-COMPANY-ID   PIC X(10).
               10  WS-XREF-COMPANY-NAME PIC X(20).
               10  WS-XREF-SYSTEM       PIC X(4).
               10  WS-XREF-EXT-KEY      PIC X(15).
       01  WS-ALIAS-EOF-FLAG        PIC X      VALUE "N".
           88  WS-ALIAS-EOF                    VALUE "Y".
       01  WS-ALIAS-STATUS          PIC XX.
           88  WS-ALIAS-NOT-FOUND           VALUE "35".
       01  WS-ALIAS-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-ENTRY       OCCURS 500 TIMES.
               10  WS-ALIAS-COMPANY-ID  PIC X(10).
               10  WS-ALIAS-NAME        PIC X(30).
               10  WS-ALIAS-FROM        PIC 9(8).
               10  WS-ALIAS-TO          PIC 9(8).

       01  WS-HOLD-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HOLD-EOF                     VALUE "Y".
       01  WS-HOLD-STATUS           PIC XX.
           88  WS-HOLD-NOT-FOUND            VALUE "35".
       01  WS-HOLD-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-CONTRACT     PIC X(15)  OCCURS 2000 TIMES.
       01  WS-HOLD-SUB              PIC 9(4)   VALUE ZERO.
       01  WS-HOLD-FLAG             PIC X      VALUE "N".
           88  WS-REFUND-HELD                  VALUE "Y".
       01  WS-SOLD-EOF-FLAG         PIC X      VALUE "N".
           88  WS-SOLD-EOF                     VALUE "Y".
       01  WS-SOLD-STATUS           PIC XX.
           88  WS-SOLD-NOT-FOUND            VALUE "35".
       01  WS-SOLD-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-TABLE.
           05  WS-SOLD-CONTRACT     PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SOLD-SUB              PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-FLAG             PIC X      VALUE "N".
           88  WS-SOLD                         VALUE "Y".
       01  WS-FORWARDED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(9)   VALUE ZERO.

       01  WS-REDRESS-EOF-FLAG      PIC X      VALUE "N".
           88  WS-REDRESS-EOF                  VALUE "Y".
       01  WS-REDRESS-STATUS        PIC XX.
           88  WS-REDRESS-NOT-FOUND         VALUE "35".
       01  WS-REDRESS-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REDRESS-HELD-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-REDRESS-UNKNOWN-COUNT PIC 9(9)   VALUE ZERO.

       01  WS-PAYEE-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-PAYEE-IN-EOF                 VALUE "Y".
       01  WS-PAYEE-IN-STATUS       PIC XX.
           88  WS-PAYEE-IN-NOT-FOUND        VALUE "35".
       01  WS-PAYEE-TXN-EOF-FLAG    PIC X      VALUE "N".
           88  WS-PAYEE-TXN-EOF                VALUE "Y".
       01  WS-PAYEE-TXN-STATUS      PIC XX.
           88  WS-PAYEE-TXN-NOT-FOUND       VALUE "35".
       01  WS-PAYEE-FOUND-FLAG      PIC X      VALUE "N".
           88  WS-PAYEE-FOUND                  VALUE "Y".
       01  WS-PAYEE-KEY-EOF-FLAG    PIC X      VALUE "N".
           88  WS-PAYEE-KEY-EOF                VALUE "Y".
       01  WS-PAYEE-EXTRACT.
           05  WS-PAYEE-X-NAME      PIC X(20)  VALUE SPACES.
           05  WS-PAYEE-X-ADDR      PIC X(30)  VALUE SPACES.
       01  WS-PAYEE-PAID.
           05  WS-PAYEE-NAME        PIC X(20)  VALUE SPACES.
           05  WS-PAYEE-ADDRESS     PIC X(30)  VALUE SPACES.
       01  WS-PAYEE-HELD-FLAG       PIC X      VALUE "N".
           88  WS-PAYEE-HELD                   VALUE "Y".
       01  WS-PAYEE-EVENT           PIC X(1)   VALUE SPACE.
       01  WS-PAYEE-ACTIONED-BY     PIC X(8)   VALUE SPACES.
       01  WS-VERIFY-DAYS           PIC 9(3)   VALUE 10.
       01  WS-VERIFY-CUTOFF         PIC 9(8)   VALUE ZERO.
       01  WS-PAYEE-HELD-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-PAYEE-VERIFY-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-PAYEE-REFUSE-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-PAYEE-EXPIRE-COUNT    PIC 9(9)   VALUE ZERO.

       01  WS-ALLOC-METHOD          PIC 9(1)   VALUE 1.
           88  WS-ALLOC-OLDEST-FIRST           VALUE 1.
           88  WS-ALLOC-BUCKET-FIRST           VALUE 2.
           88  WS-ALLOC-PROPORTIONAL           VALUE 3.
       01  WS-ALC-COMPANY-ID        PIC X(10)  VALUE SPACES.
       01  WS-ALC-COMPANY-NAME      PIC X(20)  VALUE SPACES.
       01  WS-ALC-REFERENCE         PIC X(15)  VALUE SPACES.
       01  WS-ALC-RECEIPT           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-ALC-REMAINING         PIC 9(10)V9(2) VALUE ZERO.
       01  WS-ALC-TOTAL-OWED        PIC 9(13)V9(2) VALUE ZERO.
       01  WS-ALC-OWED-WORK         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ALC-DUE-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-ALC-AGE-DAYS          PIC S9(9)  VALUE ZERO.
       01  WS-ALC-COUNT             PIC 9(3)   VALUE ZERO.
       01  WS-ALC-TABLE.
           05  WS-ALC-ENTRY         OCCURS 100 TIMES.
               10  WS-ALC-CONTRACT      PIC X(15).
               10  WS-ALC-DUE-DATE      PIC 9(8).
               10  WS-ALC-BUCKET        PIC 9(1).
               10  WS-ALC-OWED          PIC 9(13)V9(2).
               10  WS-ALC-SLICE         PIC 9(10)V9(2).
               10  WS-ALC-DONE-FLAG     PIC X(1).
       01  WS-ALC-ORDER-TABLE.
           05  WS-ALC-ORDER         PIC 9(3)   OCCURS 100 TIMES.
       01  WS-ALC-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-ALC-N                 PIC 9(3)   VALUE ZERO.
       01  WS-ALC-PICK              PIC 9(3)   VALUE ZERO.
       01  WS-ALC-BETTER-FLAG       PIC X      VALUE "N".
           88  WS-ALC-BETTER                   VALUE "Y".
       01  WS-ALC-METHOD-NAME       PIC X(20)  VALUE SPACES.
       01  WS-ALC-OWED-EDIT         PIC ZZZZZZZZZ9.99.
       01  WS-ALC-SLICE-EDIT        PIC ZZZZZZZZZ9.99.
       01  WS-ALLOCATED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-ALLOC-SLICE-COUNT     PIC 9(9)   VALUE ZERO.

       01  WS-ACCR-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-ACCR-IN-EOF                  VALUE "Y".
       01  WS-ACCR-IN-STATUS        PIC XX.
           88  WS-ACCR-IN-NOT-FOUND         VALUE "35".
       01  WS-ACCR-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-ACCR-FOUND                   VALUE "Y".
       01  WS-ACCR-KEY-EOF-FLAG     PIC X      VALUE "N".
           88  WS-ACCR-KEY-EOF                 VALUE "Y".
       01  WS-ACCR-OUT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-INTEREST-PORTION      PIC 9(10)V9(2) VALUE ZERO.
       01  WS-PRINCIPAL-PORTION     PIC 9(10)V9(2) VALUE ZERO.
       01  WS-INTEREST-EDIT         PIC ZZZZZZZ9.99.

       COPY "cycle-date-parm".

       COPY "param-parm".

       COPY "book-parm".

       01  WS-OUTST-FOUND-FLAG      PIC X      VALUE "N".
           88  WS-OUTST-FOUND                  VALUE "Y".
       01  WS-OUTST-KEY-EOF-FLAG    PIC X      VALUE "N".
           88  WS-OUTST-KEY-EOF                VALUE "Y".
       01  WS-OUTST-OUT-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.

       01  WS-SEED-COMPANY-NAME     PIC X(20)  VALUE SPACES.
       01  WS-SEED-COMPANY-ADDR     PIC X(30)  VALUE SPACES.
       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-CREDIT-WORK           PIC 9(10)V9(2) VALUE ZERO.
       01  WS-CREDIT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-REFUND-REASON         PIC X(1)   VALUE SPACE.
       01  WS-REFUND-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REFUND-TOTAL          PIC 9(11)V9(2) VALUE ZERO.
       01  WS-SEEDED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-DISCOUNT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-DISCOUNT-TOTAL        PIC 9(11)V9(2) VALUE ZERO.
       01  WS-LATE-CLAIM-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1000-LOAD-OUTSTANDING
           PERFORM 1050-VERIFY-OUTST-CHAIN
           OPEN I-O OUTST-KEY-FILE
           PERFORM 1200-LOAD-ACCRUALS
           PERFORM 1250-VERIFY-ACCR-CHAIN
           OPEN I-O ACCR-KEY-FILE
           PERFORM 1300-LOAD-DISCOUNT-TERMS
           PERFORM 1400-LOAD-INVOICES
           PERFORM 1450-LOAD-COMPANY-KEYS
           PERFORM 1470-LOAD-REFUND-HOLDS
           PERFORM 1475-LOAD-SOLD-CONTRACTS
           PERFORM 1480-LOAD-PAYEES
           PERFORM 1500-SEED-NEW-CONTRACTS
           OPEN OUTPUT JOURNAL-FILE
           OPEN EXTEND DISC-LOG-FILE
           OPEN OUTPUT SETTLE-FILE
           OPEN OUTPUT SUSP-OUT-FILE
           OPEN OUTPUT SUSP-AGE-FILE
           OPEN OUTPUT REMIT-FILE
           OPEN EXTEND FORWARD-FILE
           PERFORM 2000-APPLY-PAYMENTS
           PERFORM 2500-DISBURSE-REFUNDS
           PERFORM 3000-CARRY-SUSPENSE-FORWARD
           PERFORM 4000-WRITE-OUTSTANDING
           PERFORM 4500-WRITE-NETTED-ACCRUALS
           CLOSE OUTST-KEY-FILE
           CLOSE ACCR-KEY-FILE
           PERFORM 4600-WRITE-PAYEES
           CLOSE INV-KEY-FILE
           CLOSE JOURNAL-FILE
           CLOSE DISC-LOG-FILE
           CLOSE SETTLE-FILE
           CLOSE SUSP-OUT-FILE
           CLOSE SUSP-AGE-FILE
           CLOSE REMIT-FILE
           CLOSE FORWARD-FILE
           DISPLAY "R058: PAYMENTS READ          " WS-PAYMENTS-READ
           DISPLAY "R058: PAYMENTS SETTLED       " WS-SETTLED-COUNT
           DISPLAY "R058: PAYMENTS TO SUSPENSE   " WS-SUSPENSE-COUNT
           DISPLAY "R058: HELD FOR PURCHASERS    " WS-FORWARDED-COUNT
           DISPLAY "R058: SUSPENSE CARRIED       " WS-SUSPENSE-CARRIED
           DISPLAY "R058: CONTRACTS SEEDED       " WS-SEEDED-COUNT
           DISPLAY "R058: OVERPAYMENTS CREDITED  " WS-OVERPAID-COUNT
           DISPLAY "R058: REFUNDS DISBURSED      " WS-REFUND-COUNT
           DISPLAY "R058: INTEREST COLLECTED     " WS-INTEREST-TOTAL
           DISPLAY "R058: JOURNAL LINES          " WS-JOURNAL-COUNT
           DISPLAY "R058: PROMPT DISCOUNTS TAKEN " WS-DISCOUNT-COUNT
           DISPLAY "R058: DISCOUNT TOTAL         " WS-DISCOUNT-TOTAL
           DISPLAY "R058: LATE DISCOUNT CLAIMS   " WS-LATE-CLAIM-COUNT
           DISPLAY "R058: COMPANY RECEIPTS SPREAD" WS-ALLOCATED-COUNT
           DISPLAY "R058: ALLOCATION SLICES      " WS-ALLOC-SLICE-COUNT
           DISPLAY "R058: REFUNDS HELD UNCLAIMED " WS-HELD-COUNT
           DISPLAY "R058: REFUNDS HELD - PAYEE   " WS-PAYEE-HELD-COUNT
           DISPLAY "R058: PAYEE CHANGES VERIFIED " WS-PAYEE-VERIFY-COUNT
           DISPLAY "R058: VERIFICATIONS REFUSED  " WS-PAYEE-REFUSE-COUNT
           DISPLAY "R058: PAYEE CHANGES EXPIRED  " WS-PAYEE-EXPIRE-COUNT
           DISPLAY "R058: REDRESS PAID           " WS-REDRESS-COUNT
           DISPLAY "R058: REDRESS HELD           " WS-REDRESS-HELD-COUNT
           DISPLAY "R058: REDRESS - NO CONTRACT  "
               WS-REDRESS-UNKNOWN-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R058: DUPLICATES DROPPED     "
                   WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R058: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Converts OUTSTIN into the keyed balance master. Every record counts     *
      * toward the chain fingerprint, a duplicate contract included, since      *
      * the fingerprint describes the file.                                     *
      ****************************************************************************
       1000-LOAD-OUTSTANDING.
           OPEN OUTPUT OUTST-KEY-FILE
           OPEN INPUT OUTST-IN-FILE
           IF WS-OUTST-IN-NOT-FOUND
               SET WS-OUTST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-IN-EOF
               ADD 1 TO WS-CHN-OUTST-IN-COUNT
               ADD OUT-BALANCE OF OUTST-IN-RECORD
                   TO WS-CHN-OUTST-IN-TOTAL
               MOVE OUT-CONTRACT-NUMBER OF OUTST-IN-RECORD
                   TO OKY-CONTRACT-NUMBER
               MOVE OUT-BALANCE OF OUTST-IN-RECORD TO OKY-BALANCE
               MOVE SPACES TO OKY-COMPANY
               MOVE SPACES TO OKY-ADDRESS
               MOVE SPACES TO OKY-STATE
               MOVE ZERO TO OKY-DUE-DATE
               WRITE OUTST-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R058: DUPLICATE CONTRACT DROPPED "
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
      * must clear before principal. The netted file goes out as ACCRNET.       *
      ****************************************************************************
       1200-LOAD-ACCRUALS.
           OPEN OUTPUT ACCR-KEY-FILE
           OPEN INPUT ACCR-IN-FILE
           IF WS-ACCR-IN-NOT-FOUND
               SET WS-ACCR-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-IN-EOF
               ADD 1 TO WS-CHN-ACCR-IN-COUNT
               ADD ACC-CUM-AMOUNT OF ACCR-IN-RECORD
                   TO WS-CHN-ACCR-IN-TOTAL
               MOVE ACCR-IN-RECORD TO ACCR-KEY-RECORD
               WRITE ACCR-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R058: DUPLICATE ACCRUAL DROPPED  "
                           ACC-CONTRACT-NUMBER OF ACCR-IN-RECORD
               END-WRITE
               READ ACCR-IN-FILE
                   AT END SET WS-ACCR-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-IN-NOT-FOUND
               CLOSE ACCR-IN-FILE
           END-IF
           CLOSE ACCR-KEY-FILE.

      ****************************************************************************
      * The ACCROUT just loaded must be the file R057 stamped earlier           *
               STOP RUN
           END-IF.

      ****************************************************************************
      * Prompt-payment terms; no DISCTERMS means nobody has any and every       *
      * short receipt stays a part-payment.                                     *
      ****************************************************************************
       1300-LOAD-DISCOUNT-TERMS.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-NOT-FOUND
               SET WS-TERMS-EOF TO TRUE
           ELSE
               READ TERMS-FILE
                   AT END SET WS-TERMS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TERMS-EOF
               IF WS-TERMS-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TERMS-TABLE-COUNT
                   MOVE DT-KEY-TYPE
                       TO WS-TERMS-KEY-TYPE (WS-TERMS-TABLE-COUNT)
                   MOVE DT-KEY TO WS-TERMS-KEY (WS-TERMS-TABLE-COUNT)
                   MOVE DT-DISCOUNT-PCT
                       TO WS-TERMS-PCT (WS-TERMS-TABLE-COUNT)
                   MOVE DT-WINDOW-DAYS
                       TO WS-TERMS-WINDOW (WS-TERMS-TABLE-COUNT)
               END-IF
               READ TERMS-FILE
                   AT END SET WS-TERMS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TERMS-NOT-FOUND
               CLOSE TERMS-FILE
           END-IF.

      ****************************************************************************
      * The discount window runs from the invoice issue date, and the           *
      * invoice carries the COMPANY-ID company-level terms are keyed by.        *
      * R156 bills a contract once, so the register holds one per contract;     *
      * it is keyed into INVRKEY by contract, and should a contract appear      *
      * twice the later invoice stands.                                         *
      ****************************************************************************
       1400-LOAD-INVOICES.
           OPEN OUTPUT INV-KEY-FILE
           CLOSE INV-KEY-FILE
           OPEN I-O INV-KEY-FILE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NOT-FOUND
               SET WS-INVOICE-EOF TO TRUE
           ELSE
               READ INVOICE-FILE
                   AT END SET WS-INVOICE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INVOICE-EOF
               MOVE INV-CONTRACT-NUMBER TO IVK-CONTRACT-NUMBER
               MOVE INV-COMPANY-ID TO IVK-COMPANY-ID
               MOVE INV-ISSUE-DATE TO IVK-ISSUE-DATE
               WRITE INV-KEY-RECORD
                   INVALID KEY
                       REWRITE INV-KEY-RECORD
               END-WRITE
               READ INVOICE-FILE
                   AT END SET WS-INVOICE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INVOICE-NOT-FOUND
               CLOSE INVOICE-FILE
           END-IF
           CLOSE INV-KEY-FILE
           OPEN INPUT INV-KEY-FILE.

      ****************************************************************************
      * What a lump sum may quote instead of a contract: R081's cross-           *
      * reference ties COMPANY-ID and any PAY key the bank passes through        *
      * to the company name the extract carries, and R175's aliases tie          *
      * the names payments arrive under to a COMPANY-ID. The allocation          *
      * order comes off the parameter master; 1 when it is not there.            *
      ****************************************************************************
       1450-LOAD-COMPANY-KEYS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "ALLOC-METHOD" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               AND PP-VALUE >= 1 AND PP-VALUE <= 3
               MOVE PP-VALUE TO WS-ALLOC-METHOD
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-NOT-FOUND
               SET WS-XREF-EOF TO TRUE
           ELSE
               READ XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-XREF-EOF
               IF WS-XREF-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-TABLE-COUNT
                   MOVE KX-COMPANY-ID
                       TO WS-XREF-COMPANY-ID (WS-XREF-TABLE-COUNT)
                   MOVE KX-COMPANY-NAME
                       TO WS-XREF-COMPANY-NAME (WS-XREF-TABLE-COUNT)
                   MOVE KX-SYSTEM
                       TO WS-XREF-SYSTEM (WS-XREF-TABLE-COUNT)
                   MOVE KX-EXT-KEY
                       TO WS-XREF-EXT-KEY (WS-XREF-TABLE-COUNT)
               END-IF
               READ XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-XREF-NOT-FOUND
               CLOSE XREF-FILE
           END-IF
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-NOT-FOUND
               SET WS-ALIAS-EOF TO TRUE
           ELSE
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALIAS-EOF
               IF WS-ALIAS-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ALIAS-TABLE-COUNT
                   MOVE CA-COMPANY-ID
                       TO WS-ALIAS-COMPANY-ID (WS-ALIAS-TABLE-COUNT)
                   MOVE CA-ALIAS-NAME
                       TO WS-ALIAS-NAME (WS-ALIAS-TABLE-COUNT)
                   MOVE CA-EFFECTIVE-FROM
                       TO WS-ALIAS-FROM (WS-ALIAS-TABLE-COUNT)
                   MOVE CA-EFFECTIVE-TO
                       TO WS-ALIAS-TO (WS-ALIAS-TABLE-COUNT)
               END-IF
               READ ALIAS-FILE
                   AT END SET WS-ALIAS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-NOT-FOUND
               CLOSE ALIAS-FILE
           END-IF.

      ****************************************************************************
      * Contracts whose refund cheque was voided and whose credit is held        *
      * pending claim or escheat (R185's REFHOLD).                               *
      ****************************************************************************
       1470-LOAD-REFUND-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-NOT-FOUND
               SET WS-HOLD-EOF TO TRUE
           ELSE
               READ HOLD-FILE
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
               IF WS-HOLD-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HOLD-TABLE-COUNT
                   MOVE HOLD-CONTRACT-NUMBER
                       TO WS-HOLD-CONTRACT (WS-HOLD-TABLE-COUNT)
               END-IF
               READ HOLD-FILE
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HOLD-NOT-FOUND
               CLOSE HOLD-FILE
           END-IF.

       1475-LOAD-SOLD-CONTRACTS.
           OPEN INPUT SOLD-SUPP-FILE
           IF WS-SOLD-NOT-FOUND
               SET WS-SOLD-EOF TO TRUE
           ELSE
               READ SOLD-SUPP-FILE
                   AT END SET WS-SOLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SOLD-EOF
               IF WS-SOLD-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SOLD-TABLE-COUNT
                   MOVE SOLD-SUPP-CONTRACT-NUMBER
                       TO WS-SOLD-CONTRACT (WS-SOLD-TABLE-COUNT)
               END-IF
               READ SOLD-SUPP-FILE
                   AT END SET WS-SOLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SOLD-NOT-FOUND
               CLOSE SOLD-SUPP-FILE
           END-IF.

      ****************************************************************************
      * The verified refund payee register, keyed into PAYEEKEY by contract,    *
      * and how long a payee change may wait for its call-back.                 *
      ****************************************************************************
       1480-LOAD-PAYEES.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "BANK-VERIFY-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE > ZERO
               MOVE PP-VALUE TO WS-VERIFY-DAYS
           END-IF
           COMPUTE WS-VERIFY-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-VERIFY-DAYS)
           OPEN OUTPUT PAYEE-KEY-FILE
           OPEN INPUT PAYEE-IN-FILE
           IF WS-PAYEE-IN-NOT-FOUND
               SET WS-PAYEE-IN-EOF TO TRUE
           ELSE
               READ PAYEE-IN-FILE
                   AT END SET WS-PAYEE-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PAYEE-IN-EOF
               MOVE PAYEE-IN-RECORD TO PAYEE-KEY-RECORD
               WRITE PAYEE-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R058: DUPLICATE PAYEE DROPPED "
                           RPY-CONTRACT-NUMBER OF PAYEE-IN-RECORD
               END-WRITE
               READ PAYEE-IN-FILE
                   AT END SET WS-PAYEE-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAYEE-IN-NOT-FOUND
               CLOSE PAYEE-IN-FILE
           END-IF
           CLOSE PAYEE-KEY-FILE
           OPEN I-O PAYEE-KEY-FILE.

       1500-SEED-NEW-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
           CLOSE ENTITY-FILE.

       1600-SEED-ONE-CONTRACT.
           MOVE CONTRACT-NUMBER OF CONTRACT TO OKY-CONTRACT-NUMBER
           PERFORM 2150-READ-OUTSTANDING
           IF NOT WS-OUTST-FOUND
               ADD 1 TO WS-SEEDED-COUNT
               MOVE CONTRACT-NUMBER OF CONTRACT TO OKY-CONTRACT-NUMBER
               MOVE AMOUNT OF CONTRACT TO OKY-BALANCE
           END-IF
           MOVE WS-SEED-COMPANY-NAME TO OKY-COMPANY
           MOVE WS-SEED-COMPANY-ADDR TO OKY-ADDRESS
           MOVE STATE OF CONTRACT TO OKY-STATE
           MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
           COMPUTE OKY-DUE-DATE =
               (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
               + WS-DUE-DAY
           IF WS-OUTST-FOUND
               REWRITE OUTST-KEY-RECORD
           ELSE
               WRITE OUTST-KEY-RECORD
           END-IF.

      ****************************************************************************
      * Positions on the first balance in contract order; the refund pass      *
      * and the OUTSTOUT unload both browse from here.                          *
      ****************************************************************************
       1700-START-OUTST-BROWSE.
           MOVE "N" TO WS-OUTST-KEY-EOF-FLAG
           MOVE LOW-VALUES TO OKY-CONTRACT-NUMBER
           START OUTST-KEY-FILE KEY IS NOT LESS THAN OKY-CONTRACT-NUMBER
               INVALID KEY SET WS-OUTST-KEY-EOF TO TRUE
           END-START
           IF NOT WS-OUTST-KEY-EOF
               PERFORM 1710-READ-NEXT-OUTST
           END-IF.

       1710-READ-NEXT-OUTST.
           READ OUTST-KEY-FILE NEXT RECORD
               AT END SET WS-OUTST-KEY-EOF TO TRUE
           END-READ.

       2000-APPLY-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           READ PAYMENT-FILE
           CLOSE PAYMENT-FILE.

       2100-APPLY-ONE-PAYMENT.
           MOVE "N" TO WS-SOLD-FLAG
           PERFORM VARYING WS-SOLD-SUB FROM 1 BY 1
                   UNTIL WS-SOLD-SUB > WS-SOLD-TABLE-COUNT
               IF WS-SOLD-CONTRACT (WS-SOLD-SUB) = PAY-CONTRACT-NUMBER
                   SET WS-SOLD TO TRUE
               END-IF
           END-PERFORM
           MOVE PAY-CONTRACT-NUMBER TO OKY-CONTRACT-NUMBER
           MOVE "N" TO WS-OUTST-FOUND-FLAG
           IF NOT WS-SOLD
               PERFORM 2150-READ-OUTSTANDING
               IF NOT WS-OUTST-FOUND
                   PERFORM 2400-RESOLVE-COMPANY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SOLD
                   PERFORM 2350-HOLD-FOR-PURCHASER
               WHEN NOT WS-OUTST-FOUND
                   AND WS-ALC-COMPANY-NAME NOT = SPACES
                   PERFORM 2450-ALLOCATE-TO-COMPANY
               WHEN NOT WS-OUTST-FOUND
                   MOVE "UNKNOWN CONTRACT"
                       TO SUS-REASON OF SUSPENSE-RECORD
                   PERFORM 2300-ROUTE-TO-SUSPENSE
               WHEN OTHER
                   PERFORM 2200-SETTLE-PAYMENT
                   REWRITE OUTST-KEY-RECORD
           END-EVALUATE.

       2150-READ-OUTSTANDING.
           MOVE "N" TO WS-OUTST-FOUND-FLAG
           READ OUTST-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-OUTST-FOUND TO TRUE
           END-READ.

      ****************************************************************************
      * Auditors collect interest before principal: the receipt clears the      *
      * contract's accrued interest first, only the rest reduces the            *
       2200-SETTLE-PAYMENT.
           ADD 1 TO WS-SETTLED-COUNT
           MOVE ZERO TO WS-INTEREST-PORTION
           MOVE PAY-CONTRACT-NUMBER
               TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
           PERFORM 2210-READ-ACCRUAL
           IF WS-ACCR-FOUND
               IF PAY-AMOUNT > ACC-CUM-AMOUNT OF ACCR-KEY-RECORD
                   MOVE ACC-CUM-AMOUNT OF ACCR-KEY-RECORD
                       TO WS-INTEREST-PORTION
               ELSE
                   MOVE PAY-AMOUNT TO WS-INTEREST-PORTION
               END-IF
               SUBTRACT WS-INTEREST-PORTION
                   FROM ACC-CUM-AMOUNT OF ACCR-KEY-RECORD
               REWRITE ACCR-KEY-RECORD
           END-IF
           COMPUTE WS-PRINCIPAL-PORTION =
               PAY-AMOUNT - WS-INTEREST-PORTION
           ADD WS-INTEREST-PORTION TO WS-INTEREST-TOTAL
           PERFORM 2270-APPLY-PROMPT-DISCOUNT
      *    Only the principal portion can overdraw the balance into a
      *    credit - a receipt absorbed by accrued interest is not an
      *    overpayment.
           IF WS-PRINCIPAL-PORTION > OKY-BALANCE
               ADD 1 TO WS-OVERPAID-COUNT
           END-IF
           SUBTRACT WS-PRINCIPAL-PORTION
               FROM OKY-BALANCE
           IF WS-DISCOUNT-PORTION > ZERO
               SUBTRACT WS-DISCOUNT-PORTION
                   FROM OKY-BALANCE
               MOVE WS-DISCOUNT-PORTION TO WS-PORTION-EDIT
               MOVE WS-GL-DISCOUNT-ACCT TO WS-GL-ACCOUNT-ARG
               PERFORM 2250-WRITE-CASH-JOURNAL
           END-IF
           IF WS-INTEREST-PORTION > ZERO
               MOVE WS-INTEREST-PORTION TO WS-PORTION-EDIT
               MOVE WS-GL-INTEREST-ACCT TO WS-GL-ACCOUNT-ARG
               INTO SETTLE-LINE
           WRITE SETTLE-LINE.

       2210-READ-ACCRUAL.
           MOVE "N" TO WS-ACCR-FOUND-FLAG
           READ ACCR-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ACCR-FOUND TO TRUE
           END-READ.

       2250-WRITE-CASH-JOURNAL.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE PAY-CONTRACT-NUMBER TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-GL-ACCOUNT-ARG DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               BKP-BOOK DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

      ****************************************************************************
      * A receipt that leaves a residual no larger than the negotiated          *
      * discount is a discount claim. Inside the window (calendar days from     *
      * the invoice issue date to the payment date) the residual is the         *
      * discount and the contract settles; after it, or with no invoice to      *
      * date the window from, the claim is logged and the residual stays        *
      * for dunning. A contract's own terms win over its company's.             *
      ****************************************************************************
       2270-APPLY-PROMPT-DISCOUNT.
           MOVE ZERO TO WS-DISCOUNT-PORTION
           COMPUTE WS-DISC-RESIDUAL =
               OKY-BALANCE - WS-PRINCIPAL-PORTION
           IF WS-DISC-RESIDUAL > ZERO
               AND WS-TERMS-TABLE-COUNT > ZERO
               MOVE "N" TO WS-INV-FOUND-FLAG
               MOVE SPACES TO WS-DISC-COMPANY-ID
               MOVE PAY-CONTRACT-NUMBER TO IVK-CONTRACT-NUMBER
               READ INV-KEY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WS-INV-FOUND TO TRUE
                       MOVE IVK-COMPANY-ID TO WS-DISC-COMPANY-ID
               END-READ
               MOVE ZERO TO WS-TERMS-HIT-SUB
               PERFORM VARYING WS-TERMS-SUB FROM 1 BY 1
                       UNTIL WS-TERMS-SUB > WS-TERMS-TABLE-COUNT
                   IF WS-TERMS-KEY-TYPE (WS-TERMS-SUB) = "C"
                       AND WS-DISC-COMPANY-ID NOT = SPACES
                       AND WS-TERMS-KEY (WS-TERMS-SUB)
                           = WS-DISC-COMPANY-ID
                       AND WS-TERMS-HIT-SUB = ZERO
                       MOVE WS-TERMS-SUB TO WS-TERMS-HIT-SUB
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-TERMS-SUB FROM 1 BY 1
                       UNTIL WS-TERMS-SUB > WS-TERMS-TABLE-COUNT
                   IF WS-TERMS-KEY-TYPE (WS-TERMS-SUB) = "K"
                       AND WS-TERMS-KEY (WS-TERMS-SUB)
                           = PAY-CONTRACT-NUMBER
                       MOVE WS-TERMS-SUB TO WS-TERMS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-TERMS-HIT-SUB > ZERO
                   COMPUTE WS-DISC-ALLOWED ROUNDED =
                       OKY-BALANCE
                       * WS-TERMS-PCT (WS-TERMS-HIT-SUB) / 100
                   IF WS-DISC-RESIDUAL NOT > WS-DISC-ALLOWED
                       PERFORM 2280-LOG-DISCOUNT-CLAIM
                   END-IF
               END-IF
           END-IF.

       2280-LOG-DISCOUNT-CLAIM.
           MOVE ZERO TO WS-DISC-DAYS
           MOVE ZERO TO DE-INVOICE-DATE
           IF WS-INV-FOUND
               MOVE IVK-ISSUE-DATE TO DE-INVOICE-DATE
               COMPUTE WS-DISC-DAYS =
                   FUNCTION INTEGER-OF-DATE (PAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (IVK-ISSUE-DATE)
           END-IF
           IF WS-INV-FOUND
               AND WS-DISC-DAYS NOT > WS-TERMS-WINDOW (WS-TERMS-HIT-SUB)
               MOVE WS-DISC-RESIDUAL TO WS-DISCOUNT-PORTION
               ADD 1 TO WS-DISCOUNT-COUNT
               ADD WS-DISCOUNT-PORTION TO WS-DISCOUNT-TOTAL
               SET DE-TAKEN TO TRUE
           ELSE
               ADD 1 TO WS-LATE-CLAIM-COUNT
               SET DE-LATE-CLAIM TO TRUE
           END-IF
           MOVE PAY-CONTRACT-NUMBER TO DE-CONTRACT-NUMBER
           MOVE WS-DISC-COMPANY-ID TO DE-COMPANY-ID
           MOVE PAY-DATE TO DE-PAY-DATE
           IF WS-DISC-DAYS > ZERO
               MOVE WS-DISC-DAYS TO DE-DAYS-TAKEN
           ELSE
               MOVE ZERO TO DE-DAYS-TAKEN
           END-IF
           MOVE WS-TERMS-WINDOW (WS-TERMS-HIT-SUB) TO DE-WINDOW-DAYS
           MOVE WS-TERMS-PCT (WS-TERMS-HIT-SUB) TO DE-DISCOUNT-PCT
           COMPUTE DE-AMOUNT-DUE =
               OKY-BALANCE + WS-INTEREST-PORTION
           MOVE PAY-AMOUNT TO DE-AMOUNT-PAID
           MOVE WS-DISCOUNT-PORTION TO DE-DISCOUNT
           MOVE PAY-BANK-REF TO DE-BANK-REF
           WRITE DISCOUNT-EVENT-RECORD.

       2300-ROUTE-TO-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD 1 TO WS-CHN-SUSP-OUT-COUNT
           WRITE SUSPENSE-RECORD
           PERFORM 3100-WRITE-AGING-LINE.

      ****************************************************************************
      * The contract belongs to a debt purchaser now; R202 remits the receipt.   *
      ****************************************************************************
       2350-HOLD-FOR-PURCHASER.
           ADD 1 TO WS-FORWARDED-COUNT
           MOVE PAY-CONTRACT-NUMBER TO SFW-CONTRACT-NUMBER
           MOVE PAY-DATE TO SFW-PAYMENT-DATE
           MOVE PAY-AMOUNT TO SFW-AMOUNT
           MOVE PAY-BANK-REF TO SFW-BANK-REF
           WRITE SALE-FORWARD-RECORD.

      ****************************************************************************
      * A reference that is no tracked contract may name a company: by           *
      * COMPANY-ID or PAY key on the cross-reference, by an alias current        *
      * on the payment date, or by the company name the extract carries.         *
      ****************************************************************************
       2400-RESOLVE-COMPANY.
           MOVE SPACES TO WS-ALC-COMPANY-ID
           MOVE SPACES TO WS-ALC-COMPANY-NAME
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
                   UNTIL WS-ALC-SUB > WS-XREF-TABLE-COUNT
                      OR WS-ALC-COMPANY-NAME NOT = SPACES
               IF (WS-XREF-COMPANY-ID (WS-ALC-SUB)
                       = PAY-CONTRACT-NUMBER
                   AND PAY-CONTRACT-NUMBER NOT = SPACES)
                   OR (WS-XREF-SYSTEM (WS-ALC-SUB) = "PAY"
                   AND WS-XREF-EXT-KEY (WS-ALC-SUB)
                       = PAY-CONTRACT-NUMBER)
                   MOVE WS-XREF-COMPANY-ID (WS-ALC-SUB)
                       TO WS-ALC-COMPANY-ID
                   MOVE WS-XREF-COMPANY-NAME (WS-ALC-SUB)
                       TO WS-ALC-COMPANY-NAME
               END-IF
           END-PERFORM
           IF WS-ALC-COMPANY-NAME = SPACES
               PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
                       UNTIL WS-ALC-SUB > WS-ALIAS-TABLE-COUNT
                          OR WS-ALC-COMPANY-ID NOT = SPACES
                   IF WS-ALIAS-NAME (WS-ALC-SUB) (1:15)
                           = PAY-CONTRACT-NUMBER
                       AND WS-ALIAS-FROM (WS-ALC-SUB) <= PAY-DATE
                       AND (WS-ALIAS-TO (WS-ALC-SUB) = ZERO
                           OR WS-ALIAS-TO (WS-ALC-SUB) >= PAY-DATE)
                       MOVE WS-ALIAS-COMPANY-ID (WS-ALC-SUB)
                           TO WS-ALC-COMPANY-ID
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
                       UNTIL WS-ALC-SUB > WS-XREF-TABLE-COUNT
                          OR WS-ALC-COMPANY-NAME NOT = SPACES
                          OR WS-ALC-COMPANY-ID = SPACES
                   IF WS-XREF-COMPANY-ID (WS-ALC-SUB)
                           = WS-ALC-COMPANY-ID
                       MOVE WS-XREF-COMPANY-NAME (WS-ALC-SUB)
                           TO WS-ALC-COMPANY-NAME
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ALC-COMPANY-NAME = SPACES
               AND PAY-CONTRACT-NUMBER NOT = SPACES
               MOVE PAY-CONTRACT-NUMBER TO OKY-COMPANY
               START OUTST-KEY-FILE KEY IS NOT LESS THAN OKY-COMPANY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ OUTST-KEY-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF OKY-COMPANY (1:15)
                                       = PAY-CONTRACT-NUMBER
                                   MOVE OKY-COMPANY
                                       TO WS-ALC-COMPANY-NAME
                               END-IF
                       END-READ
               END-START
           END-IF.

      ****************************************************************************
      * The company's open contracts are those on tonight's extract, not         *
      * CLOSED, that still owe balance or accrued interest, read off the         *
      * master's company key. Each is given                                      *
      * its slice in the configured order, then settled one by one as if         *
      * the customer had paid it on its own - same interest-first split,         *
      * same journal, same SETTLE line under the receipt's bank reference.       *
      ****************************************************************************
       2450-ALLOCATE-TO-COMPANY.
           MOVE PAY-CONTRACT-NUMBER TO WS-ALC-REFERENCE
           MOVE PAY-AMOUNT TO WS-ALC-RECEIPT
           MOVE ZERO TO WS-ALC-COUNT
           MOVE ZERO TO WS-ALC-TOTAL-OWED
           MOVE "N" TO WS-OUTST-KEY-EOF-FLAG
           MOVE WS-ALC-COMPANY-NAME TO OKY-COMPANY
           START OUTST-KEY-FILE KEY IS = OKY-COMPANY
               INVALID KEY SET WS-OUTST-KEY-EOF TO TRUE
           END-START
           IF NOT WS-OUTST-KEY-EOF
               PERFORM 2455-READ-NEXT-FOR-COMPANY
           END-IF
           PERFORM UNTIL WS-OUTST-KEY-EOF
               IF OKY-STATE NOT = "CLOSED"
                   PERFORM 2460-ADD-OPEN-CONTRACT
               END-IF
               PERFORM 2455-READ-NEXT-FOR-COMPANY
           END-PERFORM
           IF WS-ALC-COUNT = ZERO
               MOVE "NO OPEN CONTRACTS"
                   TO SUS-REASON OF SUSPENSE-RECORD
               PERFORM 2300-ROUTE-TO-SUSPENSE
           ELSE
               ADD 1 TO WS-ALLOCATED-COUNT
               PERFORM 2470-ORDER-AND-SLICE
               PERFORM 2480-WRITE-REMIT-HEADER
               PERFORM VARYING WS-ALC-N FROM 1 BY 1
                       UNTIL WS-ALC-N > WS-ALC-COUNT
                   MOVE WS-ALC-ORDER (WS-ALC-N) TO WS-ALC-PICK
                   IF WS-ALC-SLICE (WS-ALC-PICK) > ZERO
                       ADD 1 TO WS-ALLOC-SLICE-COUNT
                       MOVE WS-ALC-CONTRACT (WS-ALC-PICK)
                           TO PAY-CONTRACT-NUMBER
                       MOVE WS-ALC-SLICE (WS-ALC-PICK) TO PAY-AMOUNT
                       MOVE PAY-CONTRACT-NUMBER TO OKY-CONTRACT-NUMBER
                       PERFORM 2150-READ-OUTSTANDING
                       PERFORM 2200-SETTLE-PAYMENT
                       PERFORM 2490-WRITE-REMIT-SLICE
                       REWRITE OUTST-KEY-RECORD
                   END-IF
               END-PERFORM
               MOVE WS-ALC-REFERENCE TO PAY-CONTRACT-NUMBER
               MOVE WS-ALC-RECEIPT TO PAY-AMOUNT
               MOVE SPACES TO REMIT-LINE
               WRITE REMIT-LINE
           END-IF.

       2455-READ-NEXT-FOR-COMPANY.
           READ OUTST-KEY-FILE NEXT RECORD
               AT END SET WS-OUTST-KEY-EOF TO TRUE
               NOT AT END
                   IF OKY-COMPANY NOT = WS-ALC-COMPANY-NAME
                       SET WS-OUTST-KEY-EOF TO TRUE
                   END-IF
           END-READ.

       2460-ADD-OPEN-CONTRACT.
           COMPUTE WS-ALC-OWED-WORK = OKY-BALANCE
           MOVE OKY-CONTRACT-NUMBER
               TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
           PERFORM 2210-READ-ACCRUAL
           IF WS-ACCR-FOUND
               ADD ACC-CUM-AMOUNT OF ACCR-KEY-RECORD TO WS-ALC-OWED-WORK
           END-IF
           IF WS-ALC-OWED-WORK > ZERO
               IF WS-ALC-COUNT >= 100
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ALC-COUNT
                   MOVE OKY-CONTRACT-NUMBER
                       TO WS-ALC-CONTRACT (WS-ALC-COUNT)
                   MOVE OKY-DUE-DATE
                       TO WS-ALC-DUE-DATE (WS-ALC-COUNT)
                   MOVE WS-ALC-OWED-WORK TO WS-ALC-OWED (WS-ALC-COUNT)
                   ADD WS-ALC-OWED-WORK TO WS-ALC-TOTAL-OWED
                   MOVE ZERO TO WS-ALC-SLICE (WS-ALC-COUNT)
                   MOVE "N" TO WS-ALC-DONE-FLAG (WS-ALC-COUNT)
                   MOVE ZERO TO WS-ALC-BUCKET (WS-ALC-COUNT)
                   IF OKY-DUE-DATE > ZERO
                       COMPUTE WS-ALC-DUE-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (OKY-DUE-DATE)
                       COMPUTE WS-ALC-AGE-DAYS =
                           WS-CURRENT-INTEGER - WS-ALC-DUE-INTEGER
                       EVALUATE TRUE
                           WHEN WS-ALC-AGE-DAYS <= ZERO
                               MOVE 0 TO WS-ALC-BUCKET (WS-ALC-COUNT)
                           WHEN WS-ALC-AGE-DAYS <= 30
                               MOVE 1 TO WS-ALC-BUCKET (WS-ALC-COUNT)
                           WHEN WS-ALC-AGE-DAYS <= 60
                               MOVE 2 TO WS-ALC-BUCKET (WS-ALC-COUNT)
                           WHEN WS-ALC-AGE-DAYS <= 90
                               MOVE 3 TO WS-ALC-BUCKET (WS-ALC-COUNT)
                           WHEN OTHER
                               MOVE 4 TO WS-ALC-BUCKET (WS-ALC-COUNT)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      ****************************************************************************
      * Orders the contracts (selection, one pick per pass) and cuts each        *
      * its slice. In proportion, the last contract takes what rounding          *
      * left; in sequence, each takes what it owes until the cash runs out.      *
      * Cash beyond the total owed goes on the first contract's slice.           *
      ****************************************************************************
       2470-ORDER-AND-SLICE.
           MOVE WS-ALC-RECEIPT TO WS-ALC-REMAINING
           PERFORM VARYING WS-ALC-N FROM 1 BY 1
                   UNTIL WS-ALC-N > WS-ALC-COUNT
               MOVE ZERO TO WS-ALC-PICK
               PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
                       UNTIL WS-ALC-SUB > WS-ALC-COUNT
                   IF WS-ALC-DONE-FLAG (WS-ALC-SUB) = "N"
                       PERFORM 2475-COMPARE-CANDIDATE
                       IF WS-ALC-BETTER
                           MOVE WS-ALC-SUB TO WS-ALC-PICK
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-ALC-DONE-FLAG (WS-ALC-PICK)
               MOVE WS-ALC-PICK TO WS-ALC-ORDER (WS-ALC-N)
               EVALUATE TRUE
                   WHEN WS-ALC-RECEIPT >= WS-ALC-TOTAL-OWED
                       MOVE WS-ALC-OWED (WS-ALC-PICK)
                           TO WS-ALC-SLICE (WS-ALC-PICK)
                   WHEN WS-ALLOC-PROPORTIONAL
                       AND WS-ALC-N = WS-ALC-COUNT
                       MOVE WS-ALC-REMAINING
                           TO WS-ALC-SLICE (WS-ALC-PICK)
                   WHEN WS-ALLOC-PROPORTIONAL
                       COMPUTE WS-ALC-SLICE (WS-ALC-PICK) ROUNDED =
                           WS-ALC-RECEIPT * WS-ALC-OWED (WS-ALC-PICK)
                           / WS-ALC-TOTAL-OWED
                   WHEN WS-ALC-OWED (WS-ALC-PICK) > WS-ALC-REMAINING
                       MOVE WS-ALC-REMAINING
                           TO WS-ALC-SLICE (WS-ALC-PICK)
                   WHEN OTHER
                       MOVE WS-ALC-OWED (WS-ALC-PICK)
                           TO WS-ALC-SLICE (WS-ALC-PICK)
               END-EVALUATE
               IF WS-ALC-SLICE (WS-ALC-PICK) > WS-ALC-REMAINING
                   MOVE WS-ALC-REMAINING TO WS-ALC-SLICE (WS-ALC-PICK)
               END-IF
               SUBTRACT WS-ALC-SLICE (WS-ALC-PICK)
                   FROM WS-ALC-REMAINING
           END-PERFORM
           IF WS-ALC-REMAINING > ZERO
               MOVE WS-ALC-ORDER (1) TO WS-ALC-PICK
               ADD WS-ALC-REMAINING TO WS-ALC-SLICE (WS-ALC-PICK)
               MOVE ZERO TO WS-ALC-REMAINING
           END-IF.

       2475-COMPARE-CANDIDATE.
           MOVE "N" TO WS-ALC-BETTER-FLAG
           EVALUATE TRUE
               WHEN WS-ALC-PICK = ZERO
                   SET WS-ALC-BETTER TO TRUE
               WHEN WS-ALLOC-BUCKET-FIRST
                   IF WS-ALC-BUCKET (WS-ALC-SUB)
                           > WS-ALC-BUCKET (WS-ALC-PICK)
                       OR (WS-ALC-BUCKET (WS-ALC-SUB)
                           = WS-ALC-BUCKET (WS-ALC-PICK)
                       AND WS-ALC-OWED (WS-ALC-SUB)
                           > WS-ALC-OWED (WS-ALC-PICK))
                       SET WS-ALC-BETTER TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-ALC-DUE-DATE (WS-ALC-SUB)
                           < WS-ALC-DUE-DATE (WS-ALC-PICK)
                       SET WS-ALC-BETTER TO TRUE
                   END-IF
           END-EVALUATE.

       2480-WRITE-REMIT-HEADER.
           EVALUATE TRUE
               WHEN WS-ALLOC-BUCKET-FIRST
                   MOVE "OLDEST BUCKET FIRST" TO WS-ALC-METHOD-NAME
               WHEN WS-ALLOC-PROPORTIONAL
                   MOVE "PRO RATA TO BALANCE" TO WS-ALC-METHOD-NAME
               WHEN OTHER
                   MOVE "OLDEST DUE FIRST" TO WS-ALC-METHOD-NAME
           END-EVALUATE
           MOVE WS-ALC-RECEIPT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REMIT-LINE
           STRING "REMITTANCE " DELIMITED BY SIZE
               WS-ALC-REFERENCE DELIMITED BY SIZE
               " BANKREF=" DELIMITED BY SIZE
               PAY-BANK-REF DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               PAY-DATE DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REMIT-LINE
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           STRING "  PAYER=" DELIMITED BY SIZE
               WS-ALC-COMPANY-NAME DELIMITED BY SIZE
               " COMPANY-ID=" DELIMITED BY SIZE
               WS-ALC-COMPANY-ID DELIMITED BY SIZE
               " APPLIED " DELIMITED BY SIZE
               WS-ALC-METHOD-NAME DELIMITED BY SIZE
               INTO REMIT-LINE
           WRITE REMIT-LINE.

       2490-WRITE-REMIT-SLICE.
           MOVE WS-ALC-OWED (WS-ALC-PICK) TO WS-ALC-OWED-EDIT
           MOVE WS-ALC-SLICE (WS-ALC-PICK) TO WS-ALC-SLICE-EDIT
           MOVE WS-INTEREST-PORTION TO WS-INTEREST-EDIT
           MOVE WS-PRINCIPAL-PORTION TO WS-PRINCIPAL-EDIT
           MOVE OKY-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REMIT-LINE
           STRING "  CONTRACT " DELIMITED BY SIZE
               PAY-CONTRACT-NUMBER DELIMITED BY SIZE
               " DUE=" DELIMITED BY SIZE
               WS-ALC-DUE-DATE (WS-ALC-PICK) DELIMITED BY SIZE
               " OWED=" DELIMITED BY SIZE
               WS-ALC-OWED-EDIT DELIMITED BY SIZE
               " PAID=" DELIMITED BY SIZE
               WS-ALC-SLICE-EDIT DELIMITED BY SIZE
               " INT=" DELIMITED BY SIZE
               WS-INTEREST-EDIT DELIMITED BY SIZE
               " PRIN=" DELIMITED BY SIZE
               WS-PRINCIPAL-EDIT DELIMITED BY SIZE
               INTO REMIT-LINE
           WRITE REMIT-LINE
           MOVE SPACES TO REMIT-LINE
           STRING "           BALANCE NOW " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO REMIT-LINE
           WRITE REMIT-LINE.

      ****************************************************************************
      * A credit balance above the threshold, or any credit on a contract      *
      * the extract shows CLOSED, pays back: one refund order per contract     *
       2500-DISBURSE-REFUNDS.
           OPEN OUTPUT REFUND-FILE
           OPEN OUTPUT REFUND-REG-FILE
           OPEN EXTEND CHANGE-LOG-FILE
           PERFORM 2510-APPLY-PAYEE-VERIFICATIONS
           PERFORM 2530-EXPIRE-PAYEE-CHANGES
           PERFORM 1700-START-OUTST-BROWSE
           PERFORM UNTIL WS-OUTST-KEY-EOF
               IF OKY-BALANCE < ZERO
                   COMPUTE WS-CREDIT-WORK =
                       ZERO - OKY-BALANCE
                   MOVE SPACE TO WS-REFUND-REASON
                   IF OKY-STATE = "CLOSED"
                       MOVE "C" TO WS-REFUND-REASON
                   ELSE
                       IF WS-CREDIT-WORK > WS-REFUND-THRESHOLD
                       END-IF
                   END-IF
                   IF WS-REFUND-REASON NOT = SPACE
                       MOVE "N" TO WS-HOLD-FLAG
                       PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                               UNTIL WS-HOLD-SUB > WS-HOLD-TABLE-COUNT
                           IF WS-HOLD-CONTRACT (WS-HOLD-SUB)
                               = OKY-CONTRACT-NUMBER
                               SET WS-REFUND-HELD TO TRUE
                           END-IF
                       END-PERFORM
                       IF WS-REFUND-HELD
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           PERFORM 2550-CHECK-PAYEE
                           IF WS-PAYEE-HELD
                               ADD 1 TO WS-PAYEE-HELD-COUNT
                           ELSE
                               PERFORM 2600-WRITE-ONE-REFUND
                               REWRITE OUTST-KEY-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM 1710-READ-NEXT-OUTST
           END-PERFORM
           PERFORM 2700-DISBURSE-REDRESS
           CLOSE REFUND-FILE
           CLOSE REFUND-REG-FILE
           CLOSE CHANGE-LOG-FILE.

      ****************************************************************************
      * A call-back on PAYEETXN promotes the pending payee, unless it was       *
      * keyed by the user recorded against the change.                          *
      ****************************************************************************
       2510-APPLY-PAYEE-VERIFICATIONS.
           OPEN INPUT PAYEE-TXN-FILE
           IF WS-PAYEE-TXN-NOT-FOUND
               SET WS-PAYEE-TXN-EOF TO TRUE
           ELSE
               READ PAYEE-TXN-FILE
                   AT END SET WS-PAYEE-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PAYEE-TXN-EOF
               MOVE PVX-CONTRACT-NUMBER TO PKY-CONTRACT-NUMBER
               PERFORM 2520-READ-PAYEE
               IF NOT WS-PAYEE-FOUND
                   MOVE SPACES TO REFUND-REG-LINE
                   STRING "IGNORED " DELIMITED BY SIZE
                       PVX-CONTRACT-NUMBER DELIMITED BY SIZE
                       " - VERIFICATION, NO PAYEE CHANGE PENDING"
                           DELIMITED BY SIZE
                       INTO REFUND-REG-LINE
                   WRITE REFUND-REG-LINE
               ELSE
               IF PKY-STATE NOT = "P"
                   MOVE SPACES TO REFUND-REG-LINE
                   STRING "IGNORED " DELIMITED BY SIZE
                       PVX-CONTRACT-NUMBER DELIMITED BY SIZE
                       " - VERIFICATION, NO PAYEE CHANGE PENDING"
                           DELIMITED BY SIZE
                       INTO REFUND-REG-LINE
                   WRITE REFUND-REG-LINE
               ELSE
               IF PVX-VERIFIED-BY = SPACES
                   OR PVX-VERIFIED-BY = PKY-CHANGED-BY
                   ADD 1 TO WS-PAYEE-REFUSE-COUNT
                   MOVE "R" TO WS-PAYEE-EVENT
                   MOVE PVX-VERIFIED-BY TO WS-PAYEE-ACTIONED-BY
                   PERFORM 2590-LOG-PAYEE-EVENT
                   MOVE SPACES TO REFUND-REG-LINE
                   STRING "REFUSED " DELIMITED BY SIZE
                       PVX-CONTRACT-NUMBER DELIMITED BY SIZE
                       " USER=" DELIMITED BY SIZE
                       PVX-VERIFIED-BY DELIMITED BY SIZE
                       " - VERIFIER MADE THE PAYEE CHANGE"
                           DELIMITED BY SIZE
                       INTO REFUND-REG-LINE
                   WRITE REFUND-REG-LINE
               ELSE
                   ADD 1 TO WS-PAYEE-VERIFY-COUNT
                   MOVE "V" TO WS-PAYEE-EVENT
                   MOVE PVX-VERIFIED-BY TO WS-PAYEE-ACTIONED-BY
                   PERFORM 2590-LOG-PAYEE-EVENT
                   MOVE PKY-PENDING TO PKY-VERIFIED
                   MOVE PVX-VERIFIED-BY TO PKY-V-BY
                   MOVE WS-CURRENT-DATE-NUM TO PKY-V-DATE
                   MOVE "V" TO PKY-STATE
                   MOVE SPACES TO PKY-PENDING
                   MOVE ZERO TO PKY-P-DATE
                   MOVE SPACES TO PKY-CHANGED-BY
                   REWRITE PAYEE-KEY-RECORD
                   MOVE SPACES TO REFUND-REG-LINE
                   STRING "VERIFIED " DELIMITED BY SIZE
                       PVX-CONTRACT-NUMBER DELIMITED BY SIZE
                       " PAYEE=" DELIMITED BY SIZE
                       PKY-V-NAME DELIMITED BY SIZE
                       " USER=" DELIMITED BY SIZE
                       PVX-VERIFIED-BY DELIMITED BY SIZE
                       INTO REFUND-REG-LINE
                   WRITE REFUND-REG-LINE
               END-IF
               END-IF
               END-IF
               READ PAYEE-TXN-FILE
                   AT END SET WS-PAYEE-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PAYEE-TXN-NOT-FOUND
               CLOSE PAYEE-TXN-FILE
           END-IF.

       2520-READ-PAYEE.
           MOVE "N" TO WS-PAYEE-FOUND-FLAG
           READ PAYEE-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PAYEE-FOUND TO TRUE
           END-READ.

      ****************************************************************************
      * A payee change still waiting after BANK-VERIFY-DAYS lapses. The         *
      * expired details stay on the register so the same extract value does    *
      * not raise the change again.                                             *
      ****************************************************************************
       2530-EXPIRE-PAYEE-CHANGES.
           PERFORM 2540-START-PAYEE-BROWSE
           PERFORM UNTIL WS-PAYEE-KEY-EOF
               IF PKY-STATE = "P"
                   AND PKY-P-DATE < WS-VERIFY-CUTOFF
                   ADD 1 TO WS-PAYEE-EXPIRE-COUNT
                   MOVE "X" TO WS-PAYEE-EVENT
                   MOVE "SYSEXPIR" TO WS-PAYEE-ACTIONED-BY
                   PERFORM 2590-LOG-PAYEE-EVENT
                   MOVE "X" TO PKY-STATE
                   REWRITE PAYEE-KEY-RECORD
                   MOVE SPACES TO REFUND-REG-LINE
                   STRING "EXPIRED " DELIMITED BY SIZE
                       PKY-CONTRACT-NUMBER DELIMITED BY SIZE
                       " PAYEE=" DELIMITED BY SIZE
                       PKY-P-NAME DELIMITED BY SIZE
                       " - NOT VERIFIED, OLD PAYEE STANDS"
                           DELIMITED BY SIZE
                       INTO REFUND-REG-LINE
                   WRITE REFUND-REG-LINE
               END-IF
               PERFORM 2545-READ-NEXT-PAYEE
           END-PERFORM.

       2540-START-PAYEE-BROWSE.
           MOVE "N" TO WS-PAYEE-KEY-EOF-FLAG
           MOVE LOW-VALUES TO PKY-CONTRACT-NUMBER
           START PAYEE-KEY-FILE KEY IS NOT LESS THAN PKY-CONTRACT-NUMBER
               INVALID KEY SET WS-PAYEE-KEY-EOF TO TRUE
           END-START
           IF NOT WS-PAYEE-KEY-EOF
               PERFORM 2545-READ-NEXT-PAYEE
           END-IF.

       2545-READ-NEXT-PAYEE.
           READ PAYEE-KEY-FILE NEXT RECORD
               AT END SET WS-PAYEE-KEY-EOF TO TRUE
           END-READ.

      ****************************************************************************
      * The refund goes to the verified payee. A contract's first refund        *
      * fixes the extract's details as the payee; different details on a       *
      * later refund are a payee change and hold the refund for call-back,     *
      * unless they are the change that already expired. A contract the        *
      * extract does not name is paid to its verified payee, if any.           *
      ****************************************************************************
       2550-CHECK-PAYEE.
           MOVE "N" TO WS-PAYEE-HELD-FLAG
           MOVE OKY-COMPANY TO WS-PAYEE-X-NAME
           MOVE OKY-ADDRESS TO WS-PAYEE-X-ADDR
           MOVE WS-PAYEE-EXTRACT TO WS-PAYEE-PAID
           MOVE OKY-CONTRACT-NUMBER TO PKY-CONTRACT-NUMBER
           PERFORM 2520-READ-PAYEE
           IF NOT WS-PAYEE-FOUND
               IF WS-PAYEE-EXTRACT NOT = SPACES
                   MOVE OKY-CONTRACT-NUMBER TO PKY-CONTRACT-NUMBER
                   MOVE WS-PAYEE-EXTRACT TO PKY-VERIFIED
                   MOVE "ENTIN" TO PKY-V-BY
                   MOVE WS-CURRENT-DATE-NUM TO PKY-V-DATE
                   MOVE "V" TO PKY-STATE
                   MOVE SPACES TO PKY-PENDING
                   MOVE ZERO TO PKY-P-DATE
                   MOVE SPACES TO PKY-CHANGED-BY
                   WRITE PAYEE-KEY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           ELSE
               MOVE PKY-VERIFIED TO WS-PAYEE-PAID
               EVALUATE TRUE
                   WHEN WS-PAYEE-EXTRACT = SPACES
                       CONTINUE
                   WHEN WS-PAYEE-EXTRACT = PKY-VERIFIED
                       CONTINUE
                   WHEN WS-PAYEE-EXTRACT = PKY-PENDING
                       AND PKY-STATE = "X"
                       CONTINUE
                   WHEN WS-PAYEE-EXTRACT = PKY-PENDING
                       SET WS-PAYEE-HELD TO TRUE
                   WHEN OTHER
                       SET WS-PAYEE-HELD TO TRUE
                       MOVE "P" TO PKY-STATE
                       MOVE WS-PAYEE-EXTRACT TO PKY-PENDING
                       MOVE WS-CURRENT-DATE-NUM TO PKY-P-DATE
                       MOVE "ENTIN" TO PKY-CHANGED-BY
                       MOVE "C" TO WS-PAYEE-EVENT
                       MOVE SPACES TO WS-PAYEE-ACTIONED-BY
                       PERFORM 2590-LOG-PAYEE-EVENT
                       REWRITE PAYEE-KEY-RECORD
               END-EVALUATE
           END-IF
           IF WS-PAYEE-HELD
               MOVE WS-CREDIT-WORK TO WS-CREDIT-EDIT
               MOVE SPACES TO REFUND-REG-LINE
               STRING "HELD   " DELIMITED BY SIZE
                   OKY-CONTRACT-NUMBER DELIMITED BY SIZE
                   " PAYEE=" DELIMITED BY SIZE
                   WS-PAYEE-X-NAME DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   WS-CREDIT-EDIT DELIMITED BY SIZE
                   " - PAYEE CHANGE AWAITS CALL-BACK" DELIMITED BY SIZE
                   INTO REFUND-REG-LINE
               WRITE REFUND-REG-LINE
           END-IF.

       2590-LOG-PAYEE-EVENT.
           MOVE SPACES TO DETAIL-CHANGE-RECORD
           MOVE "RFND" TO DCL-SOURCE
           MOVE PKY-CONTRACT-NUMBER TO DCL-CONTRACT-NUMBER
           MOVE WS-PAYEE-EVENT TO DCL-EVENT
           MOVE PKY-VERIFIED TO DCL-OLD-DETAILS
           MOVE PKY-PENDING TO DCL-NEW-DETAILS
           MOVE PKY-CHANGED-BY TO DCL-CHANGED-BY
           MOVE PKY-P-DATE TO DCL-CHANGED-DATE
           MOVE WS-PAYEE-ACTIONED-BY TO DCL-ACTIONED-BY
           MOVE WS-CURRENT-DATE-NUM TO DCL-EVENT-DATE
           WRITE DETAIL-CHANGE-RECORD.

       2600-WRITE-ONE-REFUND.
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-CREDIT-WORK TO WS-REFUND-TOTAL
           MOVE OKY-CONTRACT-NUMBER
               TO REF-CONTRACT-NUMBER OF REFUND-RECORD
           MOVE WS-PAYEE-NAME TO REF-PAYEE-NAME OF REFUND-RECORD
           MOVE WS-PAYEE-ADDRESS TO REF-PAYEE-ADDRESS OF REFUND-RECORD
           MOVE WS-CREDIT-WORK TO REF-AMOUNT OF REFUND-RECORD
           MOVE WS-CURRENT-DATE-NUM TO REF-DATE OF REFUND-RECORD
           MOVE WS-REFUND-REASON TO REF-REASON OF REFUND-RECORD
           MOVE WS-CREDIT-WORK TO WS-CREDIT-EDIT
           MOVE SPACES TO REFUND-REG-LINE
           STRING "REFUND " DELIMITED BY SIZE
               OKY-CONTRACT-NUMBER DELIMITED BY SIZE
               " PAYEE=" DELIMITED BY SIZE
               WS-PAYEE-NAME DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-CREDIT-EDIT DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               WS-REFUND-REASON DELIMITED BY SIZE
               INTO REFUND-REG-LINE
           WRITE REFUND-REG-LINE
           ADD WS-CREDIT-WORK TO OKY-BALANCE.

      ****************************************************************************
      * Complaint redress R194 has resolved and not yet seen paid. It goes to    *
      * the contract's payee as a refund order of its own (reason R), held       *
      * on REFHOLD or a pending payee change exactly as a credit refund is;      *
      * the balance is not touched - redress is not the customer's money on      *
      * account. A contract not on the balance master cannot be paid and         *
      * is listed for the complaints desk.                                       *
      ****************************************************************************
       2700-DISBURSE-REDRESS.
           OPEN INPUT REDRESS-FILE
           IF WS-REDRESS-NOT-FOUND
               SET WS-REDRESS-EOF TO TRUE
           ELSE
               READ REDRESS-FILE
                   AT END SET WS-REDRESS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REDRESS-EOF
               IF CMP-REDRESS-PENDING
                   AND CMP-REDRESS-AMOUNT > ZERO
                   PERFORM 2710-PAY-ONE-REDRESS
               END-IF
               READ REDRESS-FILE
                   AT END SET WS-REDRESS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REDRESS-NOT-FOUND
               CLOSE REDRESS-FILE
           END-IF.

       2710-PAY-ONE-REDRESS.
           MOVE CMP-REDRESS-AMOUNT TO WS-CREDIT-WORK
           MOVE CMP-REDRESS-AMOUNT TO WS-CREDIT-EDIT
           MOVE CMP-CONTRACT-NUMBER TO OKY-CONTRACT-NUMBER
           PERFORM 2150-READ-OUTSTANDING
           IF NOT WS-OUTST-FOUND
               ADD 1 TO WS-REDRESS-UNKNOWN-COUNT
               MOVE SPACES TO REFUND-REG-LINE
               STRING "UNPAID " DELIMITED BY SIZE
                   CMP-CONTRACT-NUMBER DELIMITED BY SIZE
                   " COMPLAINT=" DELIMITED BY SIZE
                   CMP-COMPLAINT-ID DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   WS-CREDIT-EDIT DELIMITED BY SIZE
                   " - REDRESS, CONTRACT NOT ON FILE" DELIMITED BY SIZE
                   INTO REFUND-REG-LINE
               WRITE REFUND-REG-LINE
           ELSE
               MOVE "R" TO WS-REFUND-REASON
               MOVE "N" TO WS-HOLD-FLAG
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HOLD-TABLE-COUNT
                   IF WS-HOLD-CONTRACT (WS-HOLD-SUB)
                       = OKY-CONTRACT-NUMBER
                       SET WS-REFUND-HELD TO TRUE
                   END-IF
               END-PERFORM
               IF WS-REFUND-HELD
                   ADD 1 TO WS-REDRESS-HELD-COUNT
               ELSE
                   PERFORM 2550-CHECK-PAYEE
                   IF WS-PAYEE-HELD
                       ADD 1 TO WS-REDRESS-HELD-COUNT
                   ELSE
                       PERFORM 2750-WRITE-ONE-REDRESS
                   END-IF
               END-IF
           END-IF.

       2750-WRITE-ONE-REDRESS.
           ADD 1 TO WS-REDRESS-COUNT
           MOVE OKY-CONTRACT-NUMBER
               TO REF-CONTRACT-NUMBER OF REFUND-RECORD
           MOVE WS-PAYEE-NAME TO REF-PAYEE-NAME OF REFUND-RECORD
           MOVE WS-PAYEE-ADDRESS TO REF-PAYEE-ADDRESS OF REFUND-RECORD
           MOVE WS-CREDIT-WORK TO REF-AMOUNT OF REFUND-RECORD
           MOVE WS-CURRENT-DATE-NUM TO REF-DATE OF REFUND-RECORD
           MOVE WS-REFUND-REASON TO REF-REASON OF REFUND-RECORD
           WRITE REFUND-RECORD
           MOVE SPACES TO REFUND-REG-LINE
           STRING "REDRESS " DELIMITED BY SIZE
               OKY-CONTRACT-NUMBER DELIMITED BY SIZE
               " PAYEE=" DELIMITED BY SIZE
               WS-PAYEE-NAME DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-CREDIT-EDIT DELIMITED BY SIZE
               " COMPLAINT=" DELIMITED BY SIZE
               CMP-COMPLAINT-ID DELIMITED BY SIZE
               INTO REFUND-REG-LINE
           WRITE REFUND-REG-LINE.

       3000-CARRY-SUSPENSE-FORWARD.
           OPEN INPUT SUSP-IN-FILE

       4000-WRITE-OUTSTANDING.
           OPEN OUTPUT OUTST-OUT-FILE
           PERFORM 1700-START-OUTST-BROWSE
           PERFORM UNTIL WS-OUTST-KEY-EOF
               ADD 1 TO WS-OUTST-OUT-COUNT
               MOVE OKY-CONTRACT-NUMBER
                   TO OUT-CONTRACT-NUMBER OF OUTSTANDING-RECORD
               MOVE OKY-BALANCE
                   TO OUT-BALANCE OF OUTSTANDING-RECORD
               ADD OKY-BALANCE
                   TO WS-CHN-OUTST-OUT-TOTAL
               WRITE OUTSTANDING-RECORD
               PERFORM 1710-READ-NEXT-OUTST
           END-PERFORM
           CLOSE OUTST-OUT-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-OUTST-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUTST-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           MOVE "S" TO CP-FUNCTION

       4500-WRITE-NETTED-ACCRUALS.
           OPEN OUTPUT ACCR-OUT-FILE
           MOVE LOW-VALUES TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
           START ACCR-KEY-FILE KEY IS NOT LESS THAN
                   ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
               INVALID KEY SET WS-ACCR-KEY-EOF TO TRUE
           END-START
           IF NOT WS-ACCR-KEY-EOF
               READ ACCR-KEY-FILE NEXT RECORD
                   AT END SET WS-ACCR-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-KEY-EOF
               ADD 1 TO WS-ACCR-OUT-COUNT
               MOVE ACCR-KEY-RECORD TO ACCRUAL-RECORD
               ADD ACC-CUM-AMOUNT OF ACCRUAL-RECORD
                   TO WS-CHN-ACCR-OUT-TOTAL
               WRITE ACCRUAL-RECORD
               READ ACCR-KEY-FILE NEXT RECORD
                   AT END SET WS-ACCR-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCR-OUT-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "ACCR" TO CP-FILE-ID
           MOVE WS-ACCR-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-ACCR-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.

       4600-WRITE-PAYEES.
           OPEN OUTPUT PAYEE-OUT-FILE
           PERFORM 2540-START-PAYEE-BROWSE
           PERFORM UNTIL WS-PAYEE-KEY-EOF
               MOVE PAYEE-KEY-RECORD TO REFUND-PAYEE-RECORD
               WRITE REFUND-PAYEE-RECORD
               PERFORM 2545-READ-NEXT-PAYEE
           END-PERFORM
           CLOSE PAYEE-KEY-FILE
           CLOSE PAYEE-OUT-FILE.
