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
      * R201-PORTFOLIO-CONVERSION                                                *
      *                                                                          *
      * One-shot conversion load that brings an acquired portfolio onto our      *
      * masters. The seller's company, contract, balance, accrual and payment-   *
      * history files (SLRCOMP, SLRCTRT, SLRBAL, SLRACCR, SLRPAY,                *
      * seller-*.cpy) are taken through the mapping specification CNVMAP         *
      * (conversion-map.cpy: seller contract status to our STATE, seller         *
      * taxpayer type to N or S); a value the map does not carry is rejected,    *
      * never guessed. The control card CNVCTL (conversion-control.cpy) names    *
      * the mode - D dry run, L load, R rollback - the batch, the key-xref       *
      * system code the seller's keys are recorded under (ACQ when blank) and    *
      * the prefix that turns a seller contract number into ours, and carries    *
      * the seller's control totals. Each seller customer is first matched       *
      * R074-style against COMPIN on normalised name and address: name and       *
      * address both matching links it to the existing customer (score 100), a   *
      * name-only match still loads it as new but is listed on CNVDUPS for       *
      * review (score 80). New customers take their COMPANY-ID from R087's       *
      * number range (NUMRANGEIN, never past NR-HIGH), and every customer has    *
      * its seller key recorded on R081's KEYXREFIN under the batch's system     *
      * code. Contracts are seeded on OUTSTIN, ACCRIN, the contract-state        *
      * master CTRSTIN and the payment-history master PAYHISTIN, and the         *
      * seller's parent keys become R072 links on HIERIN under the same rules    *
      * R072 applies - one parent per child, no cycles. Seller totals are        *
      * reconciled to what was read, loaded and rejected for companies,          *
      * contracts, contract amount, balances, accruals and receipts (CNVRPT);    *
      * the load is all or nothing, so any imbalance or reject refuses it with   *
      * no master touched (a dry run reports the same and returns 8). A load     *
      * writes every key it adds to the conversion register CNVREG               *
      * (conversion-register.cpy) before the masters are rewritten, stamps the   *
      * OUTST and ACCR chains for R144, and leaves the new companies on          *
      * CNVCOMP and the company and contract segments on CNVENT for injection    *
      * into the next cycle's COMPIN and ENTIN. Rollback withdraws exactly       *
      * what the register says the batch added - contracts, key mappings and     *
      * links - rewinds the number range when nothing has been allocated         *
      * since, restamps the chains and lists the new companies to be withdrawn   *
      * from the company master. A batch identifier is used once and rolled      *
      * back once.                                                               *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R201-PORTFOLIO-CONVERSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CNVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT MAP-FILE ASSIGN TO "CNVMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT REGISTER-IN-FILE ASSIGN TO "CNVREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL REGISTER-OUT-FILE ASSIGN TO "CNVREG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SELLER-COMPANY-FILE ASSIGN TO "SLRCOMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCO-STATUS.

           SELECT SELLER-CONTRACT-FILE ASSIGN TO "SLRCTRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCT-STATUS.

           SELECT SELLER-BALANCE-FILE ASSIGN TO "SLRBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SBL-STATUS.

           SELECT SELLER-ACCRUAL-FILE ASSIGN TO "SLRACCR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAC-STATUS.

           SELECT SELLER-PAYMENT-FILE ASSIGN TO "SLRPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPY-STATUS.

           SELECT RANGE-FILE ASSIGN TO "NUMRANGEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNG-STATUS.

           SELECT XREF-FILE ASSIGN TO "KEYXREFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT OUTST-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT STATE-FILE ASSIGN TO "CTRSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT HIST-FILE ASSIGN TO "PAYHISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT WORK-FILE ASSIGN TO "CNVWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NEW-COMPANY-FILE ASSIGN TO "CNVCOMP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NEW-ENTITY-FILE ASSIGN TO "CNVENT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUPS-FILE ASSIGN TO "CNVDUPS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CNVRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY "conversion-control".

       FD  MAP-FILE.
       COPY "conversion-map".

       FD  REGISTER-IN-FILE.
       01  REGISTER-IN-LINE             PIC X(63).

       FD  REGISTER-OUT-FILE.
       01  REGISTER-OUT-LINE            PIC X(63).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  SELLER-COMPANY-FILE.
       COPY "seller-company".

       FD  SELLER-CONTRACT-FILE.
       COPY "seller-contract".

       FD  SELLER-BALANCE-FILE.
       COPY "seller-balance".

       FD  SELLER-ACCRUAL-FILE.
       COPY "seller-accrual".

       FD  SELLER-PAYMENT-FILE.
       COPY "seller-payment".

       FD  RANGE-FILE.
       COPY "number-range".

       FD  XREF-FILE.
       COPY "key-xref".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ACCR-FILE.
       COPY "accrual-record".

       FD  STATE-FILE.
       COPY "contract-state".

       FD  HIST-FILE.
       COPY "payment-history".

       FD  WORK-FILE.
       01  WORK-RECORD                  PIC X(100).

       FD  NEW-COMPANY-FILE.
       COPY "test5d_copybook" REPLACING COMPANY-DETAILS
           BY NEW-COMPANY-RECORD.

       FD  NEW-ENTITY-FILE.
       COPY "test18 special_char" REPLACING ENTITY
           BY NEW-ENTITY-RECORD.

       FD  DUPS-FILE.
       01  DUPS-LINE                    PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS            PIC XX.
           88  WS-CTL-NOT-FOUND             VALUE "35".
       01  WS-MAP-EOF-FLAG          PIC X      VALUE "N".
           88  WS-MAP-EOF                      VALUE "Y".
       01  WS-MAP-STATUS            PIC XX.
           88  WS-MAP-NOT-FOUND             VALUE "35".
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-SCO-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SCO-EOF                      VALUE "Y".
       01  WS-SCO-STATUS            PIC XX.
           88  WS-SCO-NOT-FOUND             VALUE "35".
       01  WS-SCT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SCT-EOF                      VALUE "Y".
       01  WS-SCT-STATUS            PIC XX.
           88  WS-SCT-NOT-FOUND             VALUE "35".
       01  WS-SBL-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SBL-EOF                      VALUE "Y".
       01  WS-SBL-STATUS            PIC XX.
           88  WS-SBL-NOT-FOUND             VALUE "35".
       01  WS-SAC-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SAC-EOF                      VALUE "Y".
       01  WS-SAC-STATUS            PIC XX.
           88  WS-SAC-NOT-FOUND             VALUE "35".
       01  WS-SPY-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SPY-EOF                      VALUE "Y".
       01  WS-SPY-STATUS            PIC XX.
           88  WS-SPY-NOT-FOUND             VALUE "35".
       01  WS-RNG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-RNG-EOF                      VALUE "Y".
       01  WS-RNG-STATUS            PIC XX.
           88  WS-RNG-NOT-FOUND             VALUE "35".
       01  WS-XREF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-XREF-EOF                     VALUE "Y".
       01  WS-XREF-STATUS           PIC XX.
           88  WS-XREF-NOT-FOUND            VALUE "35".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-STATE-STATUS          PIC XX.
           88  WS-STATE-NOT-FOUND           VALUE "35".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-NOT-FOUND            VALUE "35".
       01  WS-MASTER-EOF-FLAG       PIC X      VALUE "N".
           88  WS-MASTER-EOF                   VALUE "Y".
       01  WS-WORK-EOF-FLAG         PIC X      VALUE "N".
           88  WS-WORK-EOF                     VALUE "Y".

       COPY "conversion-register".

       01  WS-CONTROL-FLAG          PIC X      VALUE "N".
           88  WS-CONTROL-OK                   VALUE "Y".
       01  WS-BATCH-USED-FLAG       PIC X      VALUE "N".
           88  WS-BATCH-USED                   VALUE "Y".
       01  WS-BATCH-ROLLED-FLAG     PIC X      VALUE "N".
           88  WS-BATCH-ROLLED                 VALUE "Y".
       01  WS-BATCH-RANGE-FLAG      PIC X      VALUE "N".
           88  WS-BATCH-HAS-RANGE              VALUE "Y".
       01  WS-BATCH-PREFIX          PIC X(2)   VALUE SPACES.
       01  WS-BATCH-RANGE-BEFORE    PIC 9(8)   VALUE ZERO.
       01  WS-BATCH-RANGE-AFTER     PIC 9(8)   VALUE ZERO.

       01  WS-MAP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY         OCCURS 200 TIMES.
               10  WS-MAP-TYPE          PIC X(4).
               10  WS-MAP-SELLER        PIC X(8).
               10  WS-MAP-OURS          PIC X(8).
       01  WS-MAP-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-MAP-TYPE-WANTED       PIC X(4)   VALUE SPACES.
       01  WS-MAP-VALUE-WANTED      PIC X(8)   VALUE SPACES.
       01  WS-MAP-VALUE-FOUND       PIC X(8)   VALUE SPACES.

       01  WS-EXC-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY         OCCURS 5000 TIMES.
               10  WS-EXC-ID            PIC X(10).
               10  WS-EXC-NAME          PIC X(15).
               10  WS-EXC-NORM-NAME     PIC X(30).
               10  WS-EXC-NORM-ADDR     PIC X(30).
       01  WS-EXC-SUB               PIC 9(4)   VALUE ZERO.

       01  WS-ENC-TABLE-COUNT       PIC 9(5)   VALUE ZERO.
       01  WS-ENC-TABLE.
           05  WS-ENC-CONTRACT      PIC X(15) OCCURS 10000 TIMES.
       01  WS-ENC-SUB               PIC 9(5)   VALUE ZERO.

       01  WS-RNG-TABLE-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-RNG-TABLE.
           05  WS-RNG-ENTRY         OCCURS 20 TIMES.
               10  WS-RNG-PREFIX        PIC X(2).
               10  WS-RNG-LOW           PIC 9(8).
               10  WS-RNG-HIGH          PIC 9(8).
               10  WS-RNG-NEXT          PIC 9(8).
       01  WS-RNG-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-RANGE-FOUND-FLAG      PIC X      VALUE "N".
           88  WS-RANGE-FOUND                  VALUE "Y".
       01  WS-RANGE-BEFORE          PIC 9(8)   VALUE ZERO.
       01  WS-RANGE-NEXT            PIC 9(8)   VALUE ZERO.
       01  WS-RANGE-REWOUND-FLAG    PIC X      VALUE "N".
           88  WS-RANGE-REWOUND                VALUE "Y".

       01  WS-HIER-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-HIER-TABLE.
           05  WS-HIER-ENTRY        OCCURS 5000 TIMES.
               10  WS-HIER-PARENT       PIC X(10).
               10  WS-HIER-CHILD        PIC X(10).
       01  WS-HIER-SUB              PIC 9(4)   VALUE ZERO.

       01  WS-SCO-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SCO-TABLE.
           05  WS-SCO-ENTRY         OCCURS 2000 TIMES.
               10  WS-SCO-SELLER-KEY    PIC X(12).
               10  WS-SCO-NAME          PIC X(20).
               10  WS-SCO-ADDRESS       PIC X(30).
               10  WS-SCO-TAX-TYPE      PIC X(1).
               10  WS-SCO-TAX-ID        PIC X(8).
               10  WS-SCO-PARENT-KEY    PIC X(12).
               10  WS-SCO-OUR-ID        PIC X(10).
               10  WS-SCO-OUR-NAME      PIC X(20).
               10  WS-SCO-LINK-FLAG     PIC X(1).
                   88  WS-SCO-NEW                  VALUE "N".
                   88  WS-SCO-EXISTING             VALUE "E".
               10  WS-SCO-STATE         PIC X(1).
                   88  WS-SCO-ACCEPTED             VALUE "A".
                   88  WS-SCO-REJECTED             VALUE "R".
       01  WS-SCO-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-PARENT-SUB            PIC 9(4)   VALUE ZERO.
       01  WS-FIND-SELLER-KEY       PIC X(12)  VALUE SPACES.

       01  WS-CTR-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CTR-TABLE.
           05  WS-CTR-ENTRY         OCCURS 5000 TIMES.
               10  WS-CTR-SELLER-NUMBER PIC X(12).
               10  WS-CTR-OUR-NUMBER    PIC X(15).
               10  WS-CTR-SCO-SUB       PIC 9(4).
               10  WS-CTR-STATE         PIC X(8).
               10  WS-CTR-AMOUNT        PIC 9(10)V9(2).
               10  WS-CTR-DUE-DATE      PIC X(10).
               10  WS-CTR-DUE-NUM       PIC 9(8).
               10  WS-CTR-STATUS        PIC X(1).
                   88  WS-CTR-ACCEPTED             VALUE "A".
                   88  WS-CTR-REJECTED             VALUE "R".
               10  WS-CTR-BAL-FLAG      PIC X(1).
                   88  WS-CTR-HAS-BALANCE          VALUE "Y".
               10  WS-CTR-BALANCE       PIC S9(11)V9(2).
               10  WS-CTR-ACCR-FLAG     PIC X(1).
                   88  WS-CTR-HAS-ACCRUAL          VALUE "Y".
               10  WS-CTR-ACCR-THRU     PIC 9(8).
               10  WS-CTR-ACCR-CUM      PIC 9(13)V9(2).
               10  WS-CTR-PAY-FLAG      PIC X(1).
                   88  WS-CTR-HAS-PAYMENTS         VALUE "Y".
               10  WS-CTR-RECEIPTS      PIC 9(5).
               10  WS-CTR-ONTIME        PIC 9(5).
               10  WS-CTR-LATE          PIC 9(5).
               10  WS-CTR-DAYS-LATE     PIC 9(7).
               10  WS-CTR-LAST-PAID     PIC 9(8).
               10  WS-CTR-LARGEST       PIC 9(10)V9(2).
               10  WS-CTR-DISHONOURS    PIC 9(5).
       01  WS-CTR-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-FIND-SELLER-CONTRACT  PIC X(12)  VALUE SPACES.
       01  WS-FIND-CONTRACT         PIC X(15)  VALUE SPACES.
       01  WS-OUR-CONTRACT          PIC X(15)  VALUE SPACES.

       01  WS-LNK-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY         OCCURS 2000 TIMES.
               10  WS-LNK-PARENT        PIC X(10).
               10  WS-LNK-CHILD         PIC X(10).
               10  WS-LNK-SELLER-KEY    PIC X(12).
       01  WS-LNK-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-WALK-ID               PIC X(10)  VALUE SPACES.
       01  WS-WALK-PARENT           PIC X(10)  VALUE SPACES.
       01  WS-WALK-STEPS            PIC 9(3)   VALUE ZERO.
       01  WS-CYCLE-FLAG            PIC X      VALUE "N".
           88  WS-CYCLE                        VALUE "Y".

       01  WS-REJ-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY         OCCURS 500 TIMES.
               10  WS-REJ-FILE          PIC X(4).
               10  WS-REJ-KEY           PIC X(12).
               10  WS-REJ-REASON        PIC X(30).
       01  WS-REJ-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-REJ-FILE-HOLD         PIC X(4)   VALUE SPACES.
       01  WS-REJ-KEY-HOLD          PIC X(12)  VALUE SPACES.
       01  WS-REJ-REASON-HOLD       PIC X(30)  VALUE SPACES.
       01  WS-REJ-TOTAL             PIC 9(7)   VALUE ZERO.

       01  WS-NAME-WORK             PIC X(30)  VALUE SPACES.
       01  WS-NORM-WORK             PIC X(30)  VALUE SPACES.
       01  WS-NORM-LEN              PIC 9(2)   VALUE ZERO.
       01  WS-CHAR-SUB              PIC 9(2)   VALUE ZERO.
       01  WS-CHAR                  PIC X      VALUE SPACE.
       01  WS-SELLER-NORM-NAME      PIC X(30)  VALUE SPACES.
       01  WS-SELLER-NORM-ADDR      PIC X(30)  VALUE SPACES.
       01  WS-LINK-SUB              PIC 9(4)   VALUE ZERO.

       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE-NUM.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-TAX-NUM               PIC 9(8)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-FOUND-FLAG            PIC X      VALUE "N".
           88  WS-FOUND                        VALUE "Y".
       01  WS-DROP-FLAG             PIC X      VALUE "N".
           88  WS-DROP                         VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".
       01  WS-LOAD-FLAG             PIC X      VALUE "N".
           88  WS-LOAD-CLEAR                   VALUE "Y".
       01  WS-COMPANY-HAS-CTR-FLAG  PIC X      VALUE "N".
           88  WS-COMPANY-HAS-CONTRACTS        VALUE "Y".

       01  WS-RD-COMPANIES          PIC 9(7)   VALUE ZERO.
       01  WS-LD-COMPANIES          PIC 9(7)   VALUE ZERO.
       01  WS-RJ-COMPANIES          PIC 9(7)   VALUE ZERO.
       01  WS-RD-CONTRACTS          PIC 9(7)   VALUE ZERO.
       01  WS-LD-CONTRACTS          PIC 9(7)   VALUE ZERO.
       01  WS-RJ-CONTRACTS          PIC 9(7)   VALUE ZERO.
       01  WS-RD-AMOUNT             PIC 9(13)V9(2) VALUE ZERO.
       01  WS-LD-AMOUNT             PIC 9(13)V9(2) VALUE ZERO.
       01  WS-RJ-AMOUNT             PIC 9(13)V9(2) VALUE ZERO.
       01  WS-RD-BALANCE            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-LD-BALANCE            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RJ-BALANCE            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RD-ACCRUAL            PIC 9(13)V9(2) VALUE ZERO.
       01  WS-LD-ACCRUAL            PIC 9(13)V9(2) VALUE ZERO.
       01  WS-RJ-ACCRUAL            PIC 9(13)V9(2) VALUE ZERO.
       01  WS-RD-RECEIPTS           PIC 9(9)   VALUE ZERO.
       01  WS-LD-RECEIPTS           PIC 9(9)   VALUE ZERO.
       01  WS-RJ-RECEIPTS           PIC 9(9)   VALUE ZERO.
       01  WS-OUT-OF-BALANCE        PIC 9(1)   VALUE ZERO.

       01  WS-NEW-COUNT             PIC 9(7)   VALUE ZERO.
       01  WS-LINKED-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-CANDIDATE-COUNT       PIC 9(7)   VALUE ZERO.
       01  WS-MASTER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-MASTER-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
       01  WS-DROP-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-ADD-COUNT             PIC 9(9)   VALUE ZERO.
       01  WS-MASTER-NAME           PIC X(10)  VALUE SPACES.

       01  WS-ROW-LABEL             PIC X(16)  VALUE SPACES.
       01  WS-ROW-CONTROL           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ROW-READ              PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ROW-LOADED            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ROW-REJECTED          PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ROW-KIND-FLAG         PIC X      VALUE "C".
           88  WS-ROW-IS-COUNT                 VALUE "C".
           88  WS-ROW-IS-AMOUNT                VALUE "A".
       01  WS-ROW-RESULT            PIC X(14)  VALUE SPACES.
       01  WS-COUNT-EDIT            PIC Z(17)9.
       01  WS-COUNT-EDIT-2          PIC Z(17)9.
       01  WS-COUNT-EDIT-3          PIC Z(17)9.
       01  WS-COUNT-EDIT-4          PIC Z(17)9.
       01  WS-AMOUNT-EDIT           PIC -(14)9.99.
       01  WS-AMOUNT-EDIT-2         PIC -(14)9.99.
       01  WS-AMOUNT-EDIT-3         PIC -(14)9.99.
       01  WS-AMOUNT-EDIT-4         PIC -(14)9.99.
       01  WS-SHORT-EDIT            PIC ZZZZZZ9.
       01  WS-MODE-TEXT             PIC X(8)   VALUE SPACES.
       01  WS-MARKER-TYPE           PIC X(4)   VALUE SPACES.

       01  WS-MST-TABLE-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY         OCCURS 10 TIMES.
               10  WS-MST-NAME          PIC X(10).
               10  WS-MST-KEPT          PIC 9(9).
               10  WS-MST-ADDED         PIC 9(9).
               10  WS-MST-DROPPED       PIC 9(9).
       01  WS-MST-SUB               PIC 9(2)   VALUE ZERO.

       COPY "cycle-date-parm".

       COPY "chain-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R201" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-READ-CONTROL
           IF NOT WS-CONTROL-OK
               DISPLAY "R201: CONTROL CARD MISSING OR INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-REGISTER
           IF CNV-ROLLBACK
               PERFORM 7000-ROLLBACK
               STOP RUN
           END-IF
           IF WS-BATCH-USED
               DISPLAY "R201: BATCH " CNV-BATCH-ID
                   " IS ALREADY ON THE REGISTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-MAP
           PERFORM 1300-LOAD-COMPANIES
           PERFORM 1350-LOAD-CONTRACTS
           PERFORM 1400-LOAD-RANGE
           PERFORM 1450-LOAD-HIERARCHY
           PERFORM 1500-LOAD-SELLER-COMPANIES
           PERFORM 1550-LOAD-SELLER-CONTRACTS
           IF WS-RD-COMPANIES = ZERO AND WS-RD-CONTRACTS = ZERO
               DISPLAY "R201: NOTHING TO CONVERT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1600-LOAD-SELLER-BALANCES
           PERFORM 1650-LOAD-SELLER-ACCRUALS
           PERFORM 1700-LOAD-SELLER-PAYMENTS
           PERFORM 1750-CHECK-KEY-XREF
           PERFORM 2000-MATCH-COMPANIES
           PERFORM 2300-CASCADE-REJECTS
           PERFORM 2500-BUILD-LINKS
           PERFORM 3000-RECONCILE
           IF CNV-LOAD AND WS-LOAD-CLEAR
               PERFORM 5000-APPLY-LOAD
           END-IF
           PERFORM 4000-WRITE-REPORT
           DISPLAY "R201: SELLER COMPANIES READ  " WS-RD-COMPANIES
           DISPLAY "R201: LINKED TO EXISTING     " WS-LINKED-COUNT
           DISPLAY "R201: NEW COMPANY-IDS        " WS-NEW-COUNT
           DISPLAY "R201: POSSIBLE DUPLICATES    " WS-CANDIDATE-COUNT
           DISPLAY "R201: SELLER CONTRACTS READ  " WS-RD-CONTRACTS
           DISPLAY "R201: HIERARCHY LINKS        " WS-LNK-TABLE-COUNT
           DISPLAY "R201: REJECTS                " WS-REJ-TOTAL
           EVALUATE TRUE
               WHEN WS-LOAD-CLEAR AND CNV-LOAD
                   DISPLAY "R201: BATCH " CNV-BATCH-ID " LOADED"
               WHEN WS-LOAD-CLEAR
                   DISPLAY "R201: DRY RUN - BATCH RECONCILES"
               WHEN CNV-LOAD
                   DISPLAY "R201: LOAD REFUSED - NO MASTER UPDATED"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "R201: DRY RUN - LOAD WOULD BE REFUSED"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ****************************************************************************
      * The control card must name a mode and a batch, and carry numeric         *
      * control totals. The system code the seller's keys go under must not      *
      * be one of the systems the feeds already map to.                          *
      ****************************************************************************
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-NOT-FOUND
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END SET WS-CONTROL-OK TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CONTROL-OK
               IF CNV-SYSTEM = SPACES
                   MOVE "ACQ" TO CNV-SYSTEM
               END-IF
               IF (NOT CNV-DRY-RUN AND NOT CNV-LOAD
                       AND NOT CNV-ROLLBACK)
                   OR CNV-BATCH-ID = SPACES
                   OR CNV-SYSTEM = "GL" OR CNV-SYSTEM = "CRM"
                   OR CNV-SYSTEM = "BUR"
                   OR CNV-CTL-COMPANIES NOT NUMERIC
                   OR CNV-CTL-CONTRACTS NOT NUMERIC
                   OR CNV-CTL-AMOUNT NOT NUMERIC
                   OR CNV-CTL-BALANCE NOT NUMERIC
                   OR CNV-CTL-ACCRUAL NOT NUMERIC
                   OR CNV-CTL-RECEIPTS NOT NUMERIC
                   MOVE "N" TO WS-CONTROL-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CNV-DRY-RUN
                   MOVE "DRY RUN" TO WS-MODE-TEXT
               WHEN CNV-LOAD
                   MOVE "LOAD" TO WS-MODE-TEXT
               WHEN OTHER
                   MOVE "ROLLBACK" TO WS-MODE-TEXT
           END-EVALUATE.

      ****************************************************************************
      * Any entry for the batch means it has been used. For a rollback the       *
      * batch's companies, contracts, links and range movement are taken         *
      * back into the tables the master rewrites work from.                      *
      ****************************************************************************
       1100-READ-REGISTER.
           OPEN INPUT REGISTER-IN-FILE
           IF WS-REG-NOT-FOUND
               SET WS-REG-EOF TO TRUE
           ELSE
               READ REGISTER-IN-FILE INTO CONVERSION-REGISTER-RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               IF CRG-BATCH-ID = CNV-BATCH-ID
                   SET WS-BATCH-USED TO TRUE
                   PERFORM 1150-TAKE-REGISTER-ENTRY
               END-IF
               READ REGISTER-IN-FILE INTO CONVERSION-REGISTER-RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REGISTER-IN-FILE
           END-IF.

       1150-TAKE-REGISTER-ENTRY.
           EVALUATE TRUE
               WHEN CRG-ROLLED-BACK
                   SET WS-BATCH-ROLLED TO TRUE
               WHEN CRG-COMPANY
                   IF WS-SCO-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-SCO-TABLE-COUNT
                       INITIALIZE WS-SCO-ENTRY (WS-SCO-TABLE-COUNT)
                       MOVE CRG-SELLER-KEY
                           TO WS-SCO-SELLER-KEY (WS-SCO-TABLE-COUNT)
                       MOVE CRG-OUR-KEY
                           TO WS-SCO-OUR-ID (WS-SCO-TABLE-COUNT)
                       MOVE CRG-COMPANY-NAME
                           TO WS-SCO-OUR-NAME (WS-SCO-TABLE-COUNT)
                       MOVE CRG-LINK-FLAG
                           TO WS-SCO-LINK-FLAG (WS-SCO-TABLE-COUNT)
                       MOVE "A" TO WS-SCO-STATE (WS-SCO-TABLE-COUNT)
                   END-IF
               WHEN CRG-CONTRACT
                   IF WS-CTR-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CTR-TABLE-COUNT
                       INITIALIZE WS-CTR-ENTRY (WS-CTR-TABLE-COUNT)
                       MOVE CRG-SELLER-KEY
                           TO WS-CTR-SELLER-NUMBER (WS-CTR-TABLE-COUNT)
                       MOVE CRG-OUR-KEY
                           TO WS-CTR-OUR-NUMBER (WS-CTR-TABLE-COUNT)
                       MOVE "A" TO WS-CTR-STATUS (WS-CTR-TABLE-COUNT)
                   END-IF
               WHEN CRG-HIERARCHY
                   IF WS-LNK-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-LNK-TABLE-COUNT
                       MOVE CRG-OUR-KEY
                           TO WS-LNK-PARENT (WS-LNK-TABLE-COUNT)
                       MOVE CRG-CHILD-ID
                           TO WS-LNK-CHILD (WS-LNK-TABLE-COUNT)
                       MOVE CRG-SELLER-KEY
                           TO WS-LNK-SELLER-KEY (WS-LNK-TABLE-COUNT)
                   END-IF
               WHEN CRG-RANGE
                   SET WS-BATCH-HAS-RANGE TO TRUE
                   MOVE CRG-OUR-KEY (1:2) TO WS-BATCH-PREFIX
                   MOVE CRG-RANGE-BEFORE TO WS-BATCH-RANGE-BEFORE
                   MOVE CRG-RANGE-AFTER TO WS-BATCH-RANGE-AFTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-LOAD-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-NOT-FOUND
               SET WS-MAP-EOF TO TRUE
           ELSE
               READ MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MAP-EOF
               IF WS-MAP-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-MAP-TABLE-COUNT
                   MOVE CVM-TYPE TO WS-MAP-TYPE (WS-MAP-TABLE-COUNT)
                   MOVE CVM-SELLER-VALUE
                       TO WS-MAP-SELLER (WS-MAP-TABLE-COUNT)
                   MOVE CVM-OUR-VALUE
                       TO WS-MAP-OURS (WS-MAP-TABLE-COUNT)
               END-IF
               READ MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAP-NOT-FOUND
               CLOSE MAP-FILE
           END-IF.

      ****************************************************************************
      * Existing customers are held with their name and address normalised       *
      * the way R074 compares them, ready for the duplicate match.               *
      ****************************************************************************
       1300-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-EXC-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-EXC-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-EXC-ID (WS-EXC-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-EXC-NAME (WS-EXC-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS TO WS-NAME-WORK
                   PERFORM 8000-NORMALIZE
                   MOVE WS-NORM-WORK
                       TO WS-EXC-NORM-NAME (WS-EXC-TABLE-COUNT)
                   MOVE ADDRESS OF COMPANY-DETAILS TO WS-NAME-WORK
                   PERFORM 8000-NORMALIZE
                   MOVE WS-NORM-WORK
                       TO WS-EXC-NORM-ADDR (WS-EXC-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1350-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 7
                   IF WS-ENC-TABLE-COUNT >= 10000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-ENC-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF ENTITY
                           TO WS-ENC-CONTRACT (WS-ENC-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

      ****************************************************************************
      * The first record is the COMPANY-ID range R087 allocates from; the        *
      * file is held whole so it can be written back with NR-NEXT advanced.      *
      ****************************************************************************
       1400-LOAD-RANGE.
           OPEN INPUT RANGE-FILE
           IF WS-RNG-NOT-FOUND
               SET WS-RNG-EOF TO TRUE
           ELSE
               READ RANGE-FILE
                   AT END SET WS-RNG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RNG-EOF
               IF WS-RNG-TABLE-COUNT >= 20
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-RNG-TABLE-COUNT
                   MOVE NR-PREFIX TO WS-RNG-PREFIX (WS-RNG-TABLE-COUNT)
                   MOVE NR-LOW TO WS-RNG-LOW (WS-RNG-TABLE-COUNT)
                   MOVE NR-HIGH TO WS-RNG-HIGH (WS-RNG-TABLE-COUNT)
                   MOVE NR-NEXT TO WS-RNG-NEXT (WS-RNG-TABLE-COUNT)
               END-IF
               READ RANGE-FILE
                   AT END SET WS-RNG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RNG-NOT-FOUND
               CLOSE RANGE-FILE
           END-IF
           IF WS-RNG-TABLE-COUNT > ZERO
               SET WS-RANGE-FOUND TO TRUE
               MOVE WS-RNG-NEXT (1) TO WS-RANGE-NEXT
               MOVE WS-RNG-NEXT (1) TO WS-RANGE-BEFORE
           END-IF.

       1450-LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-NOT-FOUND
               SET WS-HIER-EOF TO TRUE
           ELSE
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIER-EOF
               IF WS-HIER-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HIER-TABLE-COUNT
                   MOVE HL-PARENT-ID
                       TO WS-HIER-PARENT (WS-HIER-TABLE-COUNT)
                   MOVE HL-CHILD-ID
                       TO WS-HIER-CHILD (WS-HIER-TABLE-COUNT)
               END-IF
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIER-NOT-FOUND
               CLOSE HIER-FILE
           END-IF.

      ****************************************************************************
      * A seller customer is held even when rejected, so its contracts can be    *
      * found and rejected with it. The first entry for a key is the one         *
      * contracts attach to; a repeat of the key is itself a reject.             *
      ****************************************************************************
       1500-LOAD-SELLER-COMPANIES.
           OPEN INPUT SELLER-COMPANY-FILE
           IF WS-SCO-NOT-FOUND
               SET WS-SCO-EOF TO TRUE
           ELSE
               READ SELLER-COMPANY-FILE
                   AT END SET WS-SCO-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SCO-EOF
               ADD 1 TO WS-RD-COMPANIES
               IF WS-SCO-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   PERFORM 1510-TAKE-SELLER-COMPANY
               END-IF
               READ SELLER-COMPANY-FILE
                   AT END SET WS-SCO-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SCO-NOT-FOUND
               CLOSE SELLER-COMPANY-FILE
           END-IF.

       1510-TAKE-SELLER-COMPANY.
           MOVE SCO-SELLER-KEY TO WS-FIND-SELLER-KEY
           PERFORM 1800-FIND-SELLER-COMPANY
           MOVE "TAXT" TO WS-MAP-TYPE-WANTED
           MOVE SCO-TAX-TYPE TO WS-MAP-VALUE-WANTED
           PERFORM 1900-MAP-VALUE
           ADD 1 TO WS-SCO-TABLE-COUNT
           MOVE WS-SCO-TABLE-COUNT TO WS-SCO-SUB
           INITIALIZE WS-SCO-ENTRY (WS-SCO-SUB)
           MOVE SCO-SELLER-KEY TO WS-SCO-SELLER-KEY (WS-SCO-SUB)
           MOVE SCO-COMPANY-NAME TO WS-SCO-NAME (WS-SCO-SUB)
           MOVE SCO-COMPANY-NAME TO WS-SCO-OUR-NAME (WS-SCO-SUB)
           MOVE SCO-ADDRESS TO WS-SCO-ADDRESS (WS-SCO-SUB)
           MOVE WS-MAP-VALUE-FOUND TO WS-SCO-TAX-TYPE (WS-SCO-SUB)
           MOVE SCO-TAX-ID TO WS-SCO-TAX-ID (WS-SCO-SUB)
           MOVE SCO-PARENT-KEY TO WS-SCO-PARENT-KEY (WS-SCO-SUB)
           MOVE "A" TO WS-SCO-STATE (WS-SCO-SUB)
           MOVE SPACES TO WS-REJ-REASON-HOLD
           EVALUATE TRUE
               WHEN SCO-SELLER-KEY = SPACES
                   MOVE "SELLER KEY MISSING" TO WS-REJ-REASON-HOLD
               WHEN WS-FOUND
                   MOVE "DUPLICATE SELLER KEY" TO WS-REJ-REASON-HOLD
               WHEN SCO-COMPANY-NAME = SPACES
                   MOVE "COMPANY NAME MISSING" TO WS-REJ-REASON-HOLD
               WHEN WS-MAP-VALUE-FOUND NOT = "N"
                       AND WS-MAP-VALUE-FOUND NOT = "S"
                   MOVE "TAXPAYER TYPE NOT MAPPED"
                       TO WS-REJ-REASON-HOLD
               WHEN WS-MAP-VALUE-FOUND = "N"
                       AND SCO-TAX-ID NOT NUMERIC
                   MOVE "TAXPAYER NUMBER NOT NUMERIC"
                       TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJ-REASON-HOLD NOT = SPACES
               MOVE "R" TO WS-SCO-STATE (WS-SCO-SUB)
               MOVE "COMP" TO WS-REJ-FILE-HOLD
               MOVE SCO-SELLER-KEY TO WS-REJ-KEY-HOLD
               PERFORM 1950-ADD-REJECT
           END-IF.

      ****************************************************************************
      * Our contract number is the batch prefix in front of the seller's;        *
      * it must not already be on ENTIN.                                         *
      ****************************************************************************
       1550-LOAD-SELLER-CONTRACTS.
           OPEN INPUT SELLER-CONTRACT-FILE
           IF WS-SCT-NOT-FOUND
               SET WS-SCT-EOF TO TRUE
           ELSE
               READ SELLER-CONTRACT-FILE
                   AT END SET WS-SCT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SCT-EOF
               ADD 1 TO WS-RD-CONTRACTS
               ADD SCT-AMOUNT TO WS-RD-AMOUNT
               IF WS-CTR-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   PERFORM 1560-TAKE-SELLER-CONTRACT
               END-IF
               READ SELLER-CONTRACT-FILE
                   AT END SET WS-SCT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SCT-NOT-FOUND
               CLOSE SELLER-CONTRACT-FILE
           END-IF.

       1560-TAKE-SELLER-CONTRACT.
           MOVE SPACES TO WS-REJ-REASON-HOLD
           MOVE SCT-CONTRACT-NUMBER TO WS-FIND-SELLER-CONTRACT
           PERFORM 1850-FIND-SELLER-CONTRACT
           IF WS-FOUND
               MOVE "DUPLICATE CONTRACT" TO WS-REJ-REASON-HOLD
           END-IF
           MOVE SPACES TO WS-OUR-CONTRACT
           STRING CNV-CONTRACT-PREFIX DELIMITED BY SPACE
               SCT-CONTRACT-NUMBER DELIMITED BY SPACE
               INTO WS-OUR-CONTRACT
           ADD 1 TO WS-CTR-TABLE-COUNT
           MOVE WS-CTR-TABLE-COUNT TO WS-CTR-SUB
           INITIALIZE WS-CTR-ENTRY (WS-CTR-SUB)
           MOVE SCT-CONTRACT-NUMBER TO WS-CTR-SELLER-NUMBER (WS-CTR-SUB)
           MOVE WS-OUR-CONTRACT TO WS-CTR-OUR-NUMBER (WS-CTR-SUB)
           MOVE SCT-AMOUNT TO WS-CTR-AMOUNT (WS-CTR-SUB)
           MOVE "A" TO WS-CTR-STATUS (WS-CTR-SUB)
           MOVE "N" TO WS-CTR-BAL-FLAG (WS-CTR-SUB)
           MOVE "N" TO WS-CTR-ACCR-FLAG (WS-CTR-SUB)
           MOVE "N" TO WS-CTR-PAY-FLAG (WS-CTR-SUB)
           MOVE SCT-SELLER-KEY TO WS-FIND-SELLER-KEY
           PERFORM 1800-FIND-SELLER-COMPANY
           IF WS-FOUND
               MOVE WS-SCO-SUB TO WS-CTR-SCO-SUB (WS-CTR-SUB)
           ELSE
               MOVE ZERO TO WS-CTR-SCO-SUB (WS-CTR-SUB)
           END-IF
           MOVE "STAT" TO WS-MAP-TYPE-WANTED
           MOVE SCT-STATUS TO WS-MAP-VALUE-WANTED
           PERFORM 1900-MAP-VALUE
           MOVE WS-MAP-VALUE-FOUND TO WS-CTR-STATE (WS-CTR-SUB)
           MOVE ZERO TO WS-DUE-DATE-NUM
           IF SCT-DUE-DATE NUMERIC
               MOVE SCT-DUE-DATE TO WS-DUE-DATE-NUM
           END-IF
           MOVE WS-DUE-DATE-NUM TO WS-CTR-DUE-NUM (WS-CTR-SUB)
           STRING WS-DUE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DUE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DUE-DAY DELIMITED BY SIZE
               INTO WS-CTR-DUE-DATE (WS-CTR-SUB)
           MOVE WS-OUR-CONTRACT TO WS-FIND-CONTRACT
           PERFORM 1870-FIND-ENTITY-CONTRACT
           EVALUATE TRUE
               WHEN WS-REJ-REASON-HOLD NOT = SPACES
                   CONTINUE
               WHEN SCT-CONTRACT-NUMBER = SPACES
                   MOVE "CONTRACT NUMBER MISSING" TO WS-REJ-REASON-HOLD
               WHEN WS-CTR-SCO-SUB (WS-CTR-SUB) = ZERO
                   MOVE "CUSTOMER NOT ON COMPANY FILE"
                       TO WS-REJ-REASON-HOLD
               WHEN WS-MAP-VALUE-FOUND = SPACES
                   MOVE "STATUS NOT MAPPED" TO WS-REJ-REASON-HOLD
               WHEN WS-DUE-YEAR < 1900 OR WS-DUE-MONTH < 1
                       OR WS-DUE-MONTH > 12 OR WS-DUE-DAY < 1
                       OR WS-DUE-DAY > 31
                   MOVE "DUE DATE INVALID" TO WS-REJ-REASON-HOLD
               WHEN WS-FOUND
                   MOVE "CONTRACT NUMBER ALREADY IN USE"
                       TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJ-REASON-HOLD NOT = SPACES
               MOVE "R" TO WS-CTR-STATUS (WS-CTR-SUB)
               MOVE "CTRT" TO WS-REJ-FILE-HOLD
               MOVE SCT-CONTRACT-NUMBER TO WS-REJ-KEY-HOLD
               PERFORM 1950-ADD-REJECT
           END-IF.

      ****************************************************************************
      * Balances, accruals and payment history attach to the seller's            *
      * contract. One that finds no contract, or repeats one, is rejected and    *
      * its amount counts against the reconciliation.                            *
      ****************************************************************************
       1600-LOAD-SELLER-BALANCES.
           OPEN INPUT SELLER-BALANCE-FILE
           IF WS-SBL-NOT-FOUND
               SET WS-SBL-EOF TO TRUE
           ELSE
               READ SELLER-BALANCE-FILE
                   AT END SET WS-SBL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SBL-EOF
               ADD SBL-BALANCE TO WS-RD-BALANCE
               MOVE SBL-CONTRACT-NUMBER TO WS-FIND-SELLER-CONTRACT
               PERFORM 1850-FIND-SELLER-CONTRACT
               MOVE SPACES TO WS-REJ-REASON-HOLD
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       MOVE "NO SUCH CONTRACT" TO WS-REJ-REASON-HOLD
                   WHEN WS-CTR-HAS-BALANCE (WS-CTR-SUB)
                       MOVE "DUPLICATE BALANCE" TO WS-REJ-REASON-HOLD
                   WHEN OTHER
                       MOVE "Y" TO WS-CTR-BAL-FLAG (WS-CTR-SUB)
                       MOVE SBL-BALANCE TO WS-CTR-BALANCE (WS-CTR-SUB)
               END-EVALUATE
               IF WS-REJ-REASON-HOLD NOT = SPACES
                   ADD SBL-BALANCE TO WS-RJ-BALANCE
                   MOVE "BAL" TO WS-REJ-FILE-HOLD
                   MOVE SBL-CONTRACT-NUMBER TO WS-REJ-KEY-HOLD
                   PERFORM 1950-ADD-REJECT
               END-IF
               READ SELLER-BALANCE-FILE
                   AT END SET WS-SBL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SBL-NOT-FOUND
               CLOSE SELLER-BALANCE-FILE
           END-IF.

       1650-LOAD-SELLER-ACCRUALS.
           OPEN INPUT SELLER-ACCRUAL-FILE
           IF WS-SAC-NOT-FOUND
               SET WS-SAC-EOF TO TRUE
           ELSE
               READ SELLER-ACCRUAL-FILE
                   AT END SET WS-SAC-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SAC-EOF
               ADD SAC-CUM-AMOUNT TO WS-RD-ACCRUAL
               MOVE SAC-CONTRACT-NUMBER TO WS-FIND-SELLER-CONTRACT
               PERFORM 1850-FIND-SELLER-CONTRACT
               MOVE SPACES TO WS-REJ-REASON-HOLD
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       MOVE "NO SUCH CONTRACT" TO WS-REJ-REASON-HOLD
                   WHEN WS-CTR-HAS-ACCRUAL (WS-CTR-SUB)
                       MOVE "DUPLICATE ACCRUAL" TO WS-REJ-REASON-HOLD
                   WHEN OTHER
                       MOVE "Y" TO WS-CTR-ACCR-FLAG (WS-CTR-SUB)
                       MOVE SAC-ACCRUED-THRU
                           TO WS-CTR-ACCR-THRU (WS-CTR-SUB)
                       MOVE SAC-CUM-AMOUNT
                           TO WS-CTR-ACCR-CUM (WS-CTR-SUB)
               END-EVALUATE
               IF WS-REJ-REASON-HOLD NOT = SPACES
                   ADD SAC-CUM-AMOUNT TO WS-RJ-ACCRUAL
                   MOVE "ACCR" TO WS-REJ-FILE-HOLD
                   MOVE SAC-CONTRACT-NUMBER TO WS-REJ-KEY-HOLD
                   PERFORM 1950-ADD-REJECT
               END-IF
               READ SELLER-ACCRUAL-FILE
                   AT END SET WS-SAC-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SAC-NOT-FOUND
               CLOSE SELLER-ACCRUAL-FILE
           END-IF.

       1700-LOAD-SELLER-PAYMENTS.
           OPEN INPUT SELLER-PAYMENT-FILE
           IF WS-SPY-NOT-FOUND
               SET WS-SPY-EOF TO TRUE
           ELSE
               READ SELLER-PAYMENT-FILE
                   AT END SET WS-SPY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SPY-EOF
               ADD SPY-RECEIPT-COUNT TO WS-RD-RECEIPTS
               MOVE SPY-CONTRACT-NUMBER TO WS-FIND-SELLER-CONTRACT
               PERFORM 1850-FIND-SELLER-CONTRACT
               MOVE SPACES TO WS-REJ-REASON-HOLD
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       MOVE "NO SUCH CONTRACT" TO WS-REJ-REASON-HOLD
                   WHEN WS-CTR-HAS-PAYMENTS (WS-CTR-SUB)
                       MOVE "DUPLICATE PAYMENT HISTORY"
                           TO WS-REJ-REASON-HOLD
                   WHEN OTHER
                       PERFORM 1710-TAKE-PAYMENTS
               END-EVALUATE
               IF WS-REJ-REASON-HOLD NOT = SPACES
                   ADD SPY-RECEIPT-COUNT TO WS-RJ-RECEIPTS
                   MOVE "PAY" TO WS-REJ-FILE-HOLD
                   MOVE SPY-CONTRACT-NUMBER TO WS-REJ-KEY-HOLD
                   PERFORM 1950-ADD-REJECT
               END-IF
               READ SELLER-PAYMENT-FILE
                   AT END SET WS-SPY-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SPY-NOT-FOUND
               CLOSE SELLER-PAYMENT-FILE
           END-IF.

       1710-TAKE-PAYMENTS.
           MOVE "Y" TO WS-CTR-PAY-FLAG (WS-CTR-SUB)
           MOVE SPY-RECEIPT-COUNT TO WS-CTR-RECEIPTS (WS-CTR-SUB)
           MOVE SPY-ONTIME-COUNT TO WS-CTR-ONTIME (WS-CTR-SUB)
           MOVE SPY-LATE-COUNT TO WS-CTR-LATE (WS-CTR-SUB)
           MOVE SPY-TOTAL-DAYS-LATE TO WS-CTR-DAYS-LATE (WS-CTR-SUB)
           MOVE SPY-LAST-PAYMENT-DATE TO WS-CTR-LAST-PAID (WS-CTR-SUB)
           MOVE SPY-LARGEST-RECEIPT TO WS-CTR-LARGEST (WS-CTR-SUB)
           MOVE SPY-DISHONOUR-COUNT
               TO WS-CTR-DISHONOURS (WS-CTR-SUB).

      ****************************************************************************
      * A seller key already mapped under the batch's system code was            *
      * brought over by an earlier batch and is not converted twice.             *
      ****************************************************************************
       1750-CHECK-KEY-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-NOT-FOUND
               SET WS-XREF-EOF TO TRUE
           ELSE
               READ XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-XREF-EOF
               IF KX-SYSTEM = CNV-SYSTEM
                   MOVE KX-EXT-KEY TO WS-FIND-SELLER-KEY
                   PERFORM 1800-FIND-SELLER-COMPANY
                   IF WS-FOUND
                       IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                           MOVE "R" TO WS-SCO-STATE (WS-SCO-SUB)
                           MOVE "COMP" TO WS-REJ-FILE-HOLD
                           MOVE WS-FIND-SELLER-KEY TO WS-REJ-KEY-HOLD
                           MOVE "SELLER KEY ALREADY CONVERTED"
                               TO WS-REJ-REASON-HOLD
                           PERFORM 1950-ADD-REJECT
                       END-IF
                   END-IF
               END-IF
               READ XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-XREF-NOT-FOUND
               CLOSE XREF-FILE
           END-IF.

       1800-FIND-SELLER-COMPANY.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT OR WS-FOUND
               IF WS-SCO-SELLER-KEY (WS-SCO-SUB) = WS-FIND-SELLER-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SCO-SUB
           END-IF.

       1850-FIND-SELLER-CONTRACT.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT OR WS-FOUND
               IF WS-CTR-SELLER-NUMBER (WS-CTR-SUB)
                       = WS-FIND-SELLER-CONTRACT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CTR-SUB
           END-IF.

       1870-FIND-ENTITY-CONTRACT.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-TABLE-COUNT OR WS-FOUND
               IF WS-ENC-CONTRACT (WS-ENC-SUB) = WS-FIND-CONTRACT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       1900-MAP-VALUE.
           MOVE SPACES TO WS-MAP-VALUE-FOUND
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-TABLE-COUNT
                   OR WS-MAP-VALUE-FOUND NOT = SPACES
               IF WS-MAP-TYPE (WS-MAP-SUB) = WS-MAP-TYPE-WANTED
                   AND WS-MAP-SELLER (WS-MAP-SUB) = WS-MAP-VALUE-WANTED
                   MOVE WS-MAP-OURS (WS-MAP-SUB) TO WS-MAP-VALUE-FOUND
               END-IF
           END-PERFORM.

       1950-ADD-REJECT.
           ADD 1 TO WS-REJ-TOTAL
           IF WS-REJ-TABLE-COUNT < 500
               ADD 1 TO WS-REJ-TABLE-COUNT
               MOVE WS-REJ-FILE-HOLD TO WS-REJ-FILE (WS-REJ-TABLE-COUNT)
               MOVE WS-REJ-KEY-HOLD TO WS-REJ-KEY (WS-REJ-TABLE-COUNT)
               MOVE WS-REJ-REASON-HOLD
                   TO WS-REJ-REASON (WS-REJ-TABLE-COUNT)
           END-IF.

      ****************************************************************************
      * R074's rule against the existing book: normalised name and address       *
      * both matching (score 100) is the same customer and the seller key is     *
      * linked to it; a name match alone (score 80) is loaded as a new           *
      * customer and listed on CNVDUPS for the data-quality team.                *
      ****************************************************************************
       2000-MATCH-COMPANIES.
           OPEN OUTPUT DUPS-FILE
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
               IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                   PERFORM 2100-MATCH-ONE-COMPANY
               END-IF
           END-PERFORM
           CLOSE DUPS-FILE.

       2100-MATCH-ONE-COMPANY.
           MOVE WS-SCO-NAME (WS-SCO-SUB) (1:15) TO WS-NAME-WORK
           PERFORM 8000-NORMALIZE
           MOVE WS-NORM-WORK TO WS-SELLER-NORM-NAME
           MOVE WS-SCO-ADDRESS (WS-SCO-SUB) (1:25) TO WS-NAME-WORK
           PERFORM 8000-NORMALIZE
           MOVE WS-NORM-WORK TO WS-SELLER-NORM-ADDR
           MOVE ZERO TO WS-LINK-SUB
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-TABLE-COUNT
               IF WS-SELLER-NORM-NAME NOT = SPACES
                   AND WS-EXC-NORM-NAME (WS-EXC-SUB)
                       = WS-SELLER-NORM-NAME
                   IF WS-EXC-NORM-ADDR (WS-EXC-SUB)
                           = WS-SELLER-NORM-ADDR
                       AND WS-LINK-SUB = ZERO
                       MOVE WS-EXC-SUB TO WS-LINK-SUB
                   ELSE
                       ADD 1 TO WS-CANDIDATE-COUNT
                       MOVE SPACES TO DUPS-LINE
                       STRING "SCORE=080 " DELIMITED BY SIZE
                           WS-SCO-SELLER-KEY (WS-SCO-SUB)
                           DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           WS-EXC-ID (WS-EXC-SUB) DELIMITED BY SIZE
                           " NAME='" DELIMITED BY SIZE
                           WS-SCO-NAME (WS-SCO-SUB) DELIMITED BY SIZE
                           "' LOADED AS NEW" DELIMITED BY SIZE
                           INTO DUPS-LINE
                       WRITE DUPS-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINK-SUB > ZERO
               MOVE "E" TO WS-SCO-LINK-FLAG (WS-SCO-SUB)
               MOVE WS-EXC-ID (WS-LINK-SUB)
                   TO WS-SCO-OUR-ID (WS-SCO-SUB)
               MOVE WS-EXC-NAME (WS-LINK-SUB)
                   TO WS-SCO-OUR-NAME (WS-SCO-SUB)
               ADD 1 TO WS-LINKED-COUNT
               MOVE SPACES TO DUPS-LINE
               STRING "SCORE=100 " DELIMITED BY SIZE
                   WS-SCO-SELLER-KEY (WS-SCO-SUB) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-EXC-ID (WS-LINK-SUB) DELIMITED BY SIZE
                   " NAME='" DELIMITED BY SIZE
                   WS-SCO-NAME (WS-SCO-SUB) DELIMITED BY SIZE
                   "' LINKED TO EXISTING" DELIMITED BY SIZE
                   INTO DUPS-LINE
               WRITE DUPS-LINE
           ELSE
               PERFORM 2200-ALLOCATE-ID
           END-IF.

       2200-ALLOCATE-ID.
           MOVE SPACES TO WS-REJ-REASON-HOLD
           EVALUATE TRUE
               WHEN NOT WS-RANGE-FOUND
                   MOVE "NO NUMBER RANGE" TO WS-REJ-REASON-HOLD
               WHEN WS-RANGE-NEXT > WS-RNG-HIGH (1)
                   MOVE "NUMBER RANGE EXHAUSTED" TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   MOVE "N" TO WS-SCO-LINK-FLAG (WS-SCO-SUB)
                   STRING WS-RNG-PREFIX (1) DELIMITED BY SIZE
                       WS-RANGE-NEXT DELIMITED BY SIZE
                       INTO WS-SCO-OUR-ID (WS-SCO-SUB)
                   ADD 1 TO WS-RANGE-NEXT
                   ADD 1 TO WS-NEW-COUNT
           END-EVALUATE
           IF WS-REJ-REASON-HOLD NOT = SPACES
               MOVE "R" TO WS-SCO-STATE (WS-SCO-SUB)
               MOVE "COMP" TO WS-REJ-FILE-HOLD
               MOVE WS-SCO-SELLER-KEY (WS-SCO-SUB) TO WS-REJ-KEY-HOLD
               PERFORM 1950-ADD-REJECT
           END-IF.

       2300-CASCADE-REJECTS.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
               IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                   MOVE WS-CTR-SCO-SUB (WS-CTR-SUB) TO WS-SCO-SUB
                   IF WS-SCO-REJECTED (WS-SCO-SUB)
                       MOVE "R" TO WS-CTR-STATUS (WS-CTR-SUB)
                       MOVE "CTRT" TO WS-REJ-FILE-HOLD
                       MOVE WS-CTR-SELLER-NUMBER (WS-CTR-SUB)
                           TO WS-REJ-KEY-HOLD
                       MOVE "CUSTOMER REJECTED" TO WS-REJ-REASON-HOLD
                       PERFORM 1950-ADD-REJECT
                   END-IF
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The seller's parent keys become R072 links under R072's own rules: a     *
      * child keeps the one parent it has (a link already on HIERIN is left      *
      * as it is), and the new parent's ancestor walk must never meet the        *
      * child.                                                                   *
      ****************************************************************************
       2500-BUILD-LINKS.
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
               IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                   AND WS-SCO-PARENT-KEY (WS-SCO-SUB) NOT = SPACES
                   PERFORM 2510-BUILD-ONE-LINK
               END-IF
           END-PERFORM.

       2510-BUILD-ONE-LINK.
           MOVE WS-SCO-SUB TO WS-LINK-SUB
           MOVE WS-SCO-PARENT-KEY (WS-LINK-SUB) TO WS-FIND-SELLER-KEY
           PERFORM 1800-FIND-SELLER-COMPANY
           MOVE WS-SCO-SUB TO WS-PARENT-SUB
           MOVE WS-LINK-SUB TO WS-SCO-SUB
           MOVE SPACES TO WS-REJ-REASON-HOLD
           MOVE SPACES TO WS-WALK-PARENT
           IF WS-FOUND
               MOVE WS-SCO-OUR-ID (WS-SCO-SUB) TO WS-WALK-ID
               PERFORM 2700-FIND-PARENT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "PARENT NOT IN PORTFOLIO" TO WS-REJ-REASON-HOLD
               WHEN WS-SCO-REJECTED (WS-PARENT-SUB)
                   MOVE "PARENT REJECTED" TO WS-REJ-REASON-HOLD
               WHEN WS-SCO-OUR-ID (WS-PARENT-SUB)
                       = WS-SCO-OUR-ID (WS-SCO-SUB)
                   MOVE "PARENT IS THE CHILD" TO WS-REJ-REASON-HOLD
               WHEN WS-WALK-PARENT = WS-SCO-OUR-ID (WS-PARENT-SUB)
                   CONTINUE
               WHEN WS-WALK-PARENT NOT = SPACES
                   MOVE "CHILD ALREADY HAS PARENT" TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   PERFORM 2600-WALK-ANCESTORS
                   IF WS-CYCLE
                       MOVE "LINK WOULD CLOSE CYCLE"
                           TO WS-REJ-REASON-HOLD
                   ELSE
                       IF WS-LNK-TABLE-COUNT >= 2000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-LNK-TABLE-COUNT
                           MOVE WS-SCO-OUR-ID (WS-PARENT-SUB)
                               TO WS-LNK-PARENT (WS-LNK-TABLE-COUNT)
                           MOVE WS-SCO-OUR-ID (WS-SCO-SUB)
                               TO WS-LNK-CHILD (WS-LNK-TABLE-COUNT)
                           MOVE WS-SCO-SELLER-KEY (WS-SCO-SUB)
                               TO WS-LNK-SELLER-KEY (WS-LNK-TABLE-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REJ-REASON-HOLD NOT = SPACES
               MOVE "HIER" TO WS-REJ-FILE-HOLD
               MOVE WS-SCO-SELLER-KEY (WS-SCO-SUB) TO WS-REJ-KEY-HOLD
               PERFORM 1950-ADD-REJECT
           END-IF.

       2600-WALK-ANCESTORS.
           MOVE "N" TO WS-CYCLE-FLAG
           MOVE ZERO TO WS-WALK-STEPS
           MOVE WS-SCO-OUR-ID (WS-PARENT-SUB) TO WS-WALK-ID
           PERFORM UNTIL WS-WALK-ID = SPACES OR WS-CYCLE
                   OR WS-WALK-STEPS > 100
               IF WS-WALK-ID = WS-SCO-OUR-ID (WS-SCO-SUB)
                   SET WS-CYCLE TO TRUE
               ELSE
                   PERFORM 2700-FIND-PARENT
                   MOVE WS-WALK-PARENT TO WS-WALK-ID
                   ADD 1 TO WS-WALK-STEPS
               END-IF
           END-PERFORM.

       2700-FIND-PARENT.
           MOVE SPACES TO WS-WALK-PARENT
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                   UNTIL WS-HIER-SUB > WS-HIER-TABLE-COUNT
                   OR WS-WALK-PARENT NOT = SPACES
               IF WS-HIER-CHILD (WS-HIER-SUB) = WS-WALK-ID
                   MOVE WS-HIER-PARENT (WS-HIER-SUB) TO WS-WALK-PARENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                   UNTIL WS-LNK-SUB > WS-LNK-TABLE-COUNT
                   OR WS-WALK-PARENT NOT = SPACES
               IF WS-LNK-CHILD (WS-LNK-SUB) = WS-WALK-ID
                   MOVE WS-LNK-PARENT (WS-LNK-SUB) TO WS-WALK-PARENT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Every control row must agree with what was read and nothing may be       *
      * rejected; a table overflow means part of the book was never looked       *
      * at, so it refuses the load as well.                                      *
      ****************************************************************************
       3000-RECONCILE.
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
               IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                   ADD 1 TO WS-LD-COMPANIES
               ELSE
                   ADD 1 TO WS-RJ-COMPANIES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
               IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                   ADD 1 TO WS-LD-CONTRACTS
                   ADD WS-CTR-AMOUNT (WS-CTR-SUB) TO WS-LD-AMOUNT
                   ADD WS-CTR-BALANCE (WS-CTR-SUB) TO WS-LD-BALANCE
                   ADD WS-CTR-ACCR-CUM (WS-CTR-SUB) TO WS-LD-ACCRUAL
                   ADD WS-CTR-RECEIPTS (WS-CTR-SUB) TO WS-LD-RECEIPTS
               ELSE
                   ADD 1 TO WS-RJ-CONTRACTS
                   ADD WS-CTR-AMOUNT (WS-CTR-SUB) TO WS-RJ-AMOUNT
                   ADD WS-CTR-BALANCE (WS-CTR-SUB) TO WS-RJ-BALANCE
                   ADD WS-CTR-ACCR-CUM (WS-CTR-SUB) TO WS-RJ-ACCRUAL
                   ADD WS-CTR-RECEIPTS (WS-CTR-SUB) TO WS-RJ-RECEIPTS
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-OUT-OF-BALANCE
           IF CNV-CTL-COMPANIES NOT = WS-RD-COMPANIES
               OR CNV-CTL-CONTRACTS NOT = WS-RD-CONTRACTS
               OR CNV-CTL-AMOUNT NOT = WS-RD-AMOUNT
               OR CNV-CTL-BALANCE NOT = WS-RD-BALANCE
               OR CNV-CTL-ACCRUAL NOT = WS-RD-ACCRUAL
               OR CNV-CTL-RECEIPTS NOT = WS-RD-RECEIPTS
               MOVE 1 TO WS-OUT-OF-BALANCE
           END-IF
           IF WS-OUT-OF-BALANCE = ZERO AND WS-REJ-TOTAL = ZERO
               AND NOT WS-OVERFLOW
               SET WS-LOAD-CLEAR TO TRUE
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "R201 PORTFOLIO CONVERSION BATCH " DELIMITED BY SIZE
               CNV-BATCH-ID DELIMITED BY SIZE
               " SYSTEM " DELIMITED BY SIZE
               CNV-SYSTEM DELIMITED BY SIZE
               " MODE " DELIMITED BY SIZE
               WS-MODE-TEXT DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTROL             SELLER CONTROL"
               DELIMITED BY SIZE
               "               READ             LOADED"
               DELIMITED BY SIZE
               "           REJECTED  RESULT" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           SET WS-ROW-IS-COUNT TO TRUE
           MOVE "COMPANIES" TO WS-ROW-LABEL
           MOVE CNV-CTL-COMPANIES TO WS-ROW-CONTROL
           MOVE WS-RD-COMPANIES TO WS-ROW-READ
           MOVE WS-LD-COMPANIES TO WS-ROW-LOADED
           MOVE WS-RJ-COMPANIES TO WS-ROW-REJECTED
           PERFORM 4100-WRITE-ROW
           MOVE "CONTRACTS" TO WS-ROW-LABEL
           MOVE CNV-CTL-CONTRACTS TO WS-ROW-CONTROL
           MOVE WS-RD-CONTRACTS TO WS-ROW-READ
           MOVE WS-LD-CONTRACTS TO WS-ROW-LOADED
           MOVE WS-RJ-CONTRACTS TO WS-ROW-REJECTED
           PERFORM 4100-WRITE-ROW
           SET WS-ROW-IS-AMOUNT TO TRUE
           MOVE "CONTRACT AMOUNT" TO WS-ROW-LABEL
           MOVE CNV-CTL-AMOUNT TO WS-ROW-CONTROL
           MOVE WS-RD-AMOUNT TO WS-ROW-READ
           MOVE WS-LD-AMOUNT TO WS-ROW-LOADED
           MOVE WS-RJ-AMOUNT TO WS-ROW-REJECTED
           PERFORM 4100-WRITE-ROW
           MOVE "BALANCES" TO WS-ROW-LABEL
           MOVE CNV-CTL-BALANCE TO WS-ROW-CONTROL
           MOVE WS-RD-BALANCE TO WS-ROW-READ
           MOVE WS-LD-BALANCE TO WS-ROW-LOADED
           MOVE WS-RJ-BALANCE TO WS-ROW-REJECTED
           PERFORM 4100-WRITE-ROW
           MOVE "ACCRUALS" TO WS-ROW-LABEL
           MOVE CNV-CTL-ACCRUAL TO WS-ROW-CONTROL
           MOVE WS-RD-ACCRUAL TO WS-ROW-READ
           MOVE WS-LD-ACCRUAL TO WS-ROW-LOADED
           MOVE WS-RJ-ACCRUAL TO WS-ROW-REJECTED
           PERFORM 4100-WRITE-ROW
           SET WS-ROW-IS-COUNT TO TRUE
           MOVE "RECEIPTS" TO WS-ROW-LABEL
           MOVE CNV-CTL-RECEIPTS TO WS-ROW-CONTROL
           MOVE WS-RD-RECEIPTS TO WS-ROW-READ
           MOVE WS-LD-RECEIPTS TO WS-ROW-LOADED
           MOVE WS-RJ-RECEIPTS TO WS-ROW-REJECTED
           PERFORM 4100-WRITE-ROW
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINKED-COUNT TO WS-SHORT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS LINKED TO EXISTING COMPANY-IDS "
               DELIMITED BY SIZE
               WS-SHORT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CANDIDATE-COUNT TO WS-SHORT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "POSSIBLE DUPLICATES LISTED ON CNVDUPS    "
               DELIMITED BY SIZE
               WS-SHORT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEW-COUNT TO WS-SHORT-EDIT
           MOVE SPACES TO REPORT-LINE
           IF WS-NEW-COUNT > ZERO
               STRING "NEW COMPANY-IDS ALLOCATED                "
                   DELIMITED BY SIZE
                   WS-SHORT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RNG-PREFIX (1) DELIMITED BY SIZE
                   WS-RANGE-BEFORE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-RNG-PREFIX (1) DELIMITED BY SIZE
                   WS-RANGE-NEXT DELIMITED BY SIZE
                   " (NEXT)" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "NEW COMPANY-IDS ALLOCATED                "
                   DELIMITED BY SIZE
                   WS-SHORT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-LNK-TABLE-COUNT TO WS-SHORT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "HIERARCHY LINKS                          "
               DELIMITED BY SIZE
               WS-SHORT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REJ-TABLE-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-REJ-TOTAL TO WS-SHORT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "REJECTED " DELIMITED BY SIZE
                   WS-SHORT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                       UNTIL WS-REJ-SUB > WS-REJ-TABLE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-REJ-FILE (WS-REJ-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REJ-KEY (WS-REJ-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REJ-REASON (WS-REJ-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           PERFORM 4200-WRITE-MASTER-LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OVERFLOW
               MOVE "TABLE FULL - PART OF THE BOOK WAS NOT EXAMINED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-LOAD-CLEAR AND CNV-LOAD
                   MOVE "BATCH LOADED - MASTERS UPDATED AND REGISTERED"
                       TO REPORT-LINE
               WHEN WS-LOAD-CLEAR
                   MOVE "DRY RUN - BATCH RECONCILES, LOAD WOULD PROCEED"
                       TO REPORT-LINE
               WHEN CNV-LOAD
                   MOVE "LOAD REFUSED - NO MASTER UPDATED"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "DRY RUN - LOAD WOULD BE REFUSED"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       4100-WRITE-ROW.
           IF WS-ROW-CONTROL = WS-ROW-READ AND WS-ROW-REJECTED = ZERO
               MOVE "BALANCED" TO WS-ROW-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-ROW-RESULT
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-ROW-IS-COUNT
               MOVE WS-ROW-CONTROL TO WS-COUNT-EDIT
               MOVE WS-ROW-READ TO WS-COUNT-EDIT-2
               MOVE WS-ROW-LOADED TO WS-COUNT-EDIT-3
               MOVE WS-ROW-REJECTED TO WS-COUNT-EDIT-4
               STRING WS-ROW-LABEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT-4 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ROW-RESULT DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE WS-ROW-CONTROL TO WS-AMOUNT-EDIT
               MOVE WS-ROW-READ TO WS-AMOUNT-EDIT-2
               MOVE WS-ROW-LOADED TO WS-AMOUNT-EDIT-3
               MOVE WS-ROW-REJECTED TO WS-AMOUNT-EDIT-4
               STRING WS-ROW-LABEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT-4 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ROW-RESULT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       4200-WRITE-MASTER-LINES.
           IF WS-MST-TABLE-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "MASTER                    KEPT"
                   DELIMITED BY SIZE
                   "              ADDED          WITHDRAWN"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                       UNTIL WS-MST-SUB > WS-MST-TABLE-COUNT
                   MOVE WS-MST-KEPT (WS-MST-SUB) TO WS-COUNT-EDIT
                   MOVE WS-MST-ADDED (WS-MST-SUB) TO WS-COUNT-EDIT-2
                   MOVE WS-MST-DROPPED (WS-MST-SUB) TO WS-COUNT-EDIT-3
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MST-NAME (WS-MST-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COUNT-EDIT-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COUNT-EDIT-3 DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF.

      ****************************************************************************
      * The register is written first, so a load that stops part way through     *
      * the masters can still be rolled back; LOAD marks it complete.            *
      ****************************************************************************
       5000-APPLY-LOAD.
           PERFORM 5100-WRITE-REGISTER-ENTRIES
           IF WS-NEW-COUNT > ZERO
               PERFORM 5200-REWRITE-RANGE
           END-IF
           PERFORM 5300-REWRITE-XREF
           PERFORM 5400-REWRITE-OUTST
           PERFORM 5500-REWRITE-ACCR
           PERFORM 5600-REWRITE-STATE
           PERFORM 5700-REWRITE-HISTORY
           PERFORM 5800-REWRITE-HIERARCHY
           PERFORM 5900-WRITE-INJECTION
           MOVE "LOAD" TO WS-MARKER-TYPE
           PERFORM 5150-WRITE-MARKER.

       5100-WRITE-REGISTER-ENTRIES.
           OPEN EXTEND REGISTER-OUT-FILE
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
               IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                   INITIALIZE CONVERSION-REGISTER-RECORD
                   MOVE CNV-BATCH-ID TO CRG-BATCH-ID
                   MOVE "COMP" TO CRG-ENTRY-TYPE
                   MOVE WS-SCO-OUR-ID (WS-SCO-SUB) TO CRG-OUR-KEY
                   MOVE WS-SCO-SELLER-KEY (WS-SCO-SUB) TO CRG-SELLER-KEY
                   MOVE WS-SCO-LINK-FLAG (WS-SCO-SUB) TO CRG-LINK-FLAG
                   MOVE WS-SCO-OUR-NAME (WS-SCO-SUB) TO CRG-COMPANY-NAME
                   MOVE WS-CURRENT-DATE-NUM TO CRG-ENTRY-DATE
                   WRITE REGISTER-OUT-LINE
                       FROM CONVERSION-REGISTER-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
               IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                   INITIALIZE CONVERSION-REGISTER-RECORD
                   MOVE CNV-BATCH-ID TO CRG-BATCH-ID
                   MOVE "CTRT" TO CRG-ENTRY-TYPE
                   MOVE WS-CTR-OUR-NUMBER (WS-CTR-SUB) TO CRG-OUR-KEY
                   MOVE WS-CTR-SELLER-NUMBER (WS-CTR-SUB)
                       TO CRG-SELLER-KEY
                   MOVE WS-CURRENT-DATE-NUM TO CRG-ENTRY-DATE
                   WRITE REGISTER-OUT-LINE
                       FROM CONVERSION-REGISTER-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                   UNTIL WS-LNK-SUB > WS-LNK-TABLE-COUNT
               INITIALIZE CONVERSION-REGISTER-RECORD
               MOVE CNV-BATCH-ID TO CRG-BATCH-ID
               MOVE "HIER" TO CRG-ENTRY-TYPE
               MOVE WS-LNK-PARENT (WS-LNK-SUB) TO CRG-OUR-KEY
               MOVE WS-LNK-SELLER-KEY (WS-LNK-SUB) TO CRG-SELLER-KEY
               MOVE WS-LNK-CHILD (WS-LNK-SUB) TO CRG-CHILD-ID
               MOVE WS-CURRENT-DATE-NUM TO CRG-ENTRY-DATE
               WRITE REGISTER-OUT-LINE FROM CONVERSION-REGISTER-RECORD
           END-PERFORM
           IF WS-NEW-COUNT > ZERO
               INITIALIZE CONVERSION-REGISTER-RECORD
               MOVE CNV-BATCH-ID TO CRG-BATCH-ID
               MOVE "NRNG" TO CRG-ENTRY-TYPE
               MOVE WS-RNG-PREFIX (1) TO CRG-OUR-KEY
               MOVE WS-RANGE-BEFORE TO CRG-RANGE-BEFORE
               MOVE WS-RANGE-NEXT TO CRG-RANGE-AFTER
               MOVE WS-CURRENT-DATE-NUM TO CRG-ENTRY-DATE
               WRITE REGISTER-OUT-LINE FROM CONVERSION-REGISTER-RECORD
           END-IF
           CLOSE REGISTER-OUT-FILE.

       5150-WRITE-MARKER.
           OPEN EXTEND REGISTER-OUT-FILE
           INITIALIZE CONVERSION-REGISTER-RECORD
           MOVE CNV-BATCH-ID TO CRG-BATCH-ID
           MOVE WS-MARKER-TYPE TO CRG-ENTRY-TYPE
           MOVE CNV-SYSTEM TO CRG-OUR-KEY
           MOVE WS-CURRENT-DATE-NUM TO CRG-ENTRY-DATE
           WRITE REGISTER-OUT-LINE FROM CONVERSION-REGISTER-RECORD
           CLOSE REGISTER-OUT-FILE.

       5200-REWRITE-RANGE.
           IF CNV-LOAD
               MOVE WS-RANGE-NEXT TO WS-RNG-NEXT (1)
           END-IF
           OPEN OUTPUT RANGE-FILE
           PERFORM VARYING WS-RNG-SUB FROM 1 BY 1
                   UNTIL WS-RNG-SUB > WS-RNG-TABLE-COUNT
               MOVE WS-RNG-PREFIX (WS-RNG-SUB) TO NR-PREFIX
               MOVE WS-RNG-LOW (WS-RNG-SUB) TO NR-LOW
               MOVE WS-RNG-HIGH (WS-RNG-SUB) TO NR-HIGH
               MOVE WS-RNG-NEXT (WS-RNG-SUB) TO NR-NEXT
               WRITE NUMBER-RANGE-RECORD
           END-PERFORM
           CLOSE RANGE-FILE.

      ****************************************************************************
      * Each master is copied aside to CNVWORK and written back over itself,     *
      * the way R147 puts an IN master back: a rollback leaves out the           *
      * batch's keys, a load adds the batch's records at the end.                *
      ****************************************************************************
       5300-REWRITE-XREF.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT XREF-FILE
           IF NOT WS-XREF-NOT-FOUND
               MOVE "N" TO WS-MASTER-EOF-FLAG
               READ XREF-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MASTER-EOF
                   WRITE WORK-RECORD FROM KEY-XREF-RECORD
                   READ XREF-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM 5050-START-COPY-BACK
           OPEN OUTPUT XREF-FILE
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO KEY-XREF-RECORD
               MOVE "N" TO WS-DROP-FLAG
               IF CNV-ROLLBACK
                   PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                           UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
                           OR WS-DROP
                       IF WS-SCO-OUR-ID (WS-SCO-SUB) = KX-COMPANY-ID
                           AND WS-SCO-SELLER-KEY (WS-SCO-SUB)
                               = KX-EXT-KEY
                           SET WS-DROP TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DROP
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   WRITE KEY-XREF-RECORD
                   ADD 1 TO WS-MASTER-COUNT
               END-IF
               READ WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF CNV-LOAD
               PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                       UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
                   IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                       MOVE WS-SCO-OUR-ID (WS-SCO-SUB) TO KX-COMPANY-ID
                       MOVE WS-SCO-OUR-NAME (WS-SCO-SUB)
                           TO KX-COMPANY-NAME
                       MOVE CNV-SYSTEM TO KX-SYSTEM
                       MOVE WS-SCO-SELLER-KEY (WS-SCO-SUB) TO KX-EXT-KEY
                       WRITE KEY-XREF-RECORD
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           CLOSE XREF-FILE
           MOVE "KEYXREFIN" TO WS-MASTER-NAME
           PERFORM 5990-NOTE-MASTER.

       5050-START-COPY-BACK.
           MOVE ZERO TO WS-MASTER-COUNT
           MOVE ZERO TO WS-MASTER-TOTAL
           MOVE ZERO TO WS-DROP-COUNT
           MOVE ZERO TO WS-ADD-COUNT
           MOVE "N" TO WS-WORK-EOF-FLAG
           OPEN INPUT WORK-FILE
           READ WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.

       5400-REWRITE-OUTST.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT OUTST-FILE
           IF NOT WS-OUTST-NOT-FOUND
               MOVE "N" TO WS-MASTER-EOF-FLAG
               READ OUTST-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MASTER-EOF
                   WRITE WORK-RECORD FROM OUTSTANDING-RECORD
                   READ OUTST-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OUTST-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM 5050-START-COPY-BACK
           OPEN OUTPUT OUTST-FILE
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO OUTSTANDING-RECORD
               MOVE OUT-CONTRACT-NUMBER TO WS-FIND-CONTRACT
               PERFORM 5950-TEST-BATCH-CONTRACT
               IF WS-DROP
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   WRITE OUTSTANDING-RECORD
                   ADD 1 TO WS-MASTER-COUNT
                   ADD OUT-BALANCE TO WS-MASTER-TOTAL
               END-IF
               READ WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF CNV-LOAD
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
                   IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                       AND WS-CTR-HAS-BALANCE (WS-CTR-SUB)
                       MOVE WS-CTR-OUR-NUMBER (WS-CTR-SUB)
                           TO OUT-CONTRACT-NUMBER
                       MOVE WS-CTR-BALANCE (WS-CTR-SUB) TO OUT-BALANCE
                       WRITE OUTSTANDING-RECORD
                       ADD 1 TO WS-ADD-COUNT
                       ADD OUT-BALANCE TO WS-MASTER-TOTAL
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           CLOSE OUTST-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           COMPUTE CP-RECORD-COUNT = WS-MASTER-COUNT + WS-ADD-COUNT
           MOVE WS-MASTER-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           MOVE "OUTSTIN" TO WS-MASTER-NAME
           PERFORM 5990-NOTE-MASTER.

       5500-REWRITE-ACCR.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT ACCR-FILE
           IF NOT WS-ACCR-NOT-FOUND
               MOVE "N" TO WS-MASTER-EOF-FLAG
               READ ACCR-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MASTER-EOF
                   WRITE WORK-RECORD FROM ACCRUAL-RECORD
                   READ ACCR-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCR-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM 5050-START-COPY-BACK
           OPEN OUTPUT ACCR-FILE
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO ACCRUAL-RECORD
               MOVE ACC-CONTRACT-NUMBER TO WS-FIND-CONTRACT
               PERFORM 5950-TEST-BATCH-CONTRACT
               IF WS-DROP
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   WRITE ACCRUAL-RECORD
                   ADD 1 TO WS-MASTER-COUNT
                   ADD ACC-CUM-AMOUNT TO WS-MASTER-TOTAL
               END-IF
               READ WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF CNV-LOAD
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
                   IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                       AND WS-CTR-HAS-ACCRUAL (WS-CTR-SUB)
                       MOVE WS-CTR-OUR-NUMBER (WS-CTR-SUB)
                           TO ACC-CONTRACT-NUMBER
                       MOVE WS-CTR-ACCR-THRU (WS-CTR-SUB)
                           TO ACC-ACCRUED-THRU
                       MOVE WS-CTR-ACCR-CUM (WS-CTR-SUB)
                           TO ACC-CUM-AMOUNT
                       WRITE ACCRUAL-RECORD
                       ADD 1 TO WS-ADD-COUNT
                       ADD ACC-CUM-AMOUNT TO WS-MASTER-TOTAL
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           CLOSE ACCR-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "ACCR" TO CP-FILE-ID
           COMPUTE CP-RECORD-COUNT = WS-MASTER-COUNT + WS-ADD-COUNT
           MOVE WS-MASTER-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           MOVE "ACCRIN" TO WS-MASTER-NAME
           PERFORM 5990-NOTE-MASTER.

      ****************************************************************************
      * A converted contract starts on the state master with its event flags     *
      * reflecting the seller's history - already overdue, accruing or           *
      * settled - so R124 raises no lifecycle events for what happened before    *
      * the book was ours.                                                       *
      ****************************************************************************
       5600-REWRITE-STATE.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT STATE-FILE
           IF NOT WS-STATE-NOT-FOUND
               MOVE "N" TO WS-MASTER-EOF-FLAG
               READ STATE-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MASTER-EOF
                   WRITE WORK-RECORD FROM CONTRACT-STATE-RECORD
                   READ STATE-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM 5050-START-COPY-BACK
           OPEN OUTPUT STATE-FILE
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO CONTRACT-STATE-RECORD
               MOVE CS-CONTRACT-NUMBER TO WS-FIND-CONTRACT
               PERFORM 5950-TEST-BATCH-CONTRACT
               IF WS-DROP
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   WRITE CONTRACT-STATE-RECORD
                   ADD 1 TO WS-MASTER-COUNT
               END-IF
               READ WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF CNV-LOAD
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
                   IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                       PERFORM 5610-WRITE-STATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           CLOSE STATE-FILE
           MOVE "CTRSTIN" TO WS-MASTER-NAME
           PERFORM 5990-NOTE-MASTER.

       5610-WRITE-STATE.
           MOVE WS-CTR-OUR-NUMBER (WS-CTR-SUB) TO CS-CONTRACT-NUMBER
           MOVE WS-CTR-STATE (WS-CTR-SUB) TO CS-STATE
           MOVE WS-CTR-AMOUNT (WS-CTR-SUB) TO CS-AMOUNT
           MOVE WS-CTR-DUE-DATE (WS-CTR-SUB) TO CS-DUE-DATE
           MOVE "N" TO CS-OVERDUE-FLAG
           MOVE "N" TO CS-ACCRUAL-FLAG
           MOVE "N" TO CS-SETTLED-FLAG
           MOVE "N" TO CS-LAPSED-FLAG
           IF WS-CTR-DUE-NUM (WS-CTR-SUB) < WS-CURRENT-DATE-NUM
               AND WS-CTR-BALANCE (WS-CTR-SUB) > ZERO
               MOVE "Y" TO CS-OVERDUE-FLAG
           END-IF
           IF WS-CTR-HAS-ACCRUAL (WS-CTR-SUB)
               MOVE "Y" TO CS-ACCRUAL-FLAG
           END-IF
           IF WS-CTR-HAS-BALANCE (WS-CTR-SUB)
               AND WS-CTR-BALANCE (WS-CTR-SUB) = ZERO
               MOVE "Y" TO CS-SETTLED-FLAG
           END-IF
           WRITE CONTRACT-STATE-RECORD
           ADD 1 TO WS-ADD-COUNT.

       5700-REWRITE-HISTORY.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-NOT-FOUND
               MOVE "N" TO WS-MASTER-EOF-FLAG
               READ HIST-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MASTER-EOF
                   WRITE WORK-RECORD FROM PAYMENT-HISTORY-RECORD
                   READ HIST-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM 5050-START-COPY-BACK
           OPEN OUTPUT HIST-FILE
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO PAYMENT-HISTORY-RECORD
               MOVE PH-CONTRACT-NUMBER TO WS-FIND-CONTRACT
               PERFORM 5950-TEST-BATCH-CONTRACT
               IF WS-DROP
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   WRITE PAYMENT-HISTORY-RECORD
                   ADD 1 TO WS-MASTER-COUNT
               END-IF
               READ WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF CNV-LOAD
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
                   IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                       AND WS-CTR-HAS-PAYMENTS (WS-CTR-SUB)
                       PERFORM 5710-WRITE-HISTORY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           CLOSE HIST-FILE
           MOVE "PAYHISTIN" TO WS-MASTER-NAME
           PERFORM 5990-NOTE-MASTER.

       5710-WRITE-HISTORY.
           MOVE WS-CTR-SCO-SUB (WS-CTR-SUB) TO WS-SCO-SUB
           MOVE WS-CTR-OUR-NUMBER (WS-CTR-SUB) TO PH-CONTRACT-NUMBER
           MOVE WS-SCO-OUR-NAME (WS-SCO-SUB) TO PH-COMPANY-NAME
           MOVE WS-CTR-RECEIPTS (WS-CTR-SUB) TO PH-RECEIPT-COUNT
           MOVE WS-CTR-ONTIME (WS-CTR-SUB) TO PH-ONTIME-COUNT
           MOVE WS-CTR-LATE (WS-CTR-SUB) TO PH-LATE-COUNT
           MOVE WS-CTR-DAYS-LATE (WS-CTR-SUB) TO PH-TOTAL-DAYS-LATE
           MOVE WS-CTR-LAST-PAID (WS-CTR-SUB) TO PH-LAST-PAYMENT-DATE
           MOVE WS-CTR-LARGEST (WS-CTR-SUB) TO PH-LARGEST-RECEIPT
           MOVE WS-CTR-DISHONOURS (WS-CTR-SUB) TO PH-DISHONOUR-COUNT
           WRITE PAYMENT-HISTORY-RECORD
           ADD 1 TO WS-ADD-COUNT.

       5800-REWRITE-HIERARCHY.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT HIER-FILE
           IF NOT WS-HIER-NOT-FOUND
               MOVE "N" TO WS-MASTER-EOF-FLAG
               READ HIER-FILE
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MASTER-EOF
                   WRITE WORK-RECORD FROM HIERARCHY-LINK-RECORD
                   READ HIER-FILE
                       AT END SET WS-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HIER-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM 5050-START-COPY-BACK
           OPEN OUTPUT HIER-FILE
           PERFORM UNTIL WS-WORK-EOF
               MOVE WORK-RECORD TO HIERARCHY-LINK-RECORD
               MOVE "N" TO WS-DROP-FLAG
               IF CNV-ROLLBACK
                   PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                           UNTIL WS-LNK-SUB > WS-LNK-TABLE-COUNT
                           OR WS-DROP
                       IF WS-LNK-PARENT (WS-LNK-SUB) = HL-PARENT-ID
                           AND WS-LNK-CHILD (WS-LNK-SUB) = HL-CHILD-ID
                           SET WS-DROP TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DROP
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   WRITE HIERARCHY-LINK-RECORD
                   ADD 1 TO WS-MASTER-COUNT
               END-IF
               READ WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF CNV-LOAD
               PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                       UNTIL WS-LNK-SUB > WS-LNK-TABLE-COUNT
                   MOVE WS-LNK-PARENT (WS-LNK-SUB) TO HL-PARENT-ID
                   MOVE WS-LNK-CHILD (WS-LNK-SUB) TO HL-CHILD-ID
                   WRITE HIERARCHY-LINK-RECORD
                   ADD 1 TO WS-ADD-COUNT
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           CLOSE HIER-FILE
           MOVE "HIERIN" TO WS-MASTER-NAME
           PERFORM 5990-NOTE-MASTER.

      ****************************************************************************
      * New companies go to CNVCOMP in the COMPANY-DETAILS layout, as R087       *
      * leaves them on COMPNEW. CNVENT carries a company segment and its         *
      * contract segments for every customer with contracts - a linked           *
      * customer's segment carries its existing name, so its contracts join      *
      * to it by name the way every ENTIN reader joins them.                     *
      ****************************************************************************
       5900-WRITE-INJECTION.
           OPEN OUTPUT NEW-COMPANY-FILE
           OPEN OUTPUT NEW-ENTITY-FILE
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
               IF WS-SCO-ACCEPTED (WS-SCO-SUB)
                   PERFORM 5910-INJECT-COMPANY
               END-IF
           END-PERFORM
           CLOSE NEW-COMPANY-FILE
           CLOSE NEW-ENTITY-FILE.

       5910-INJECT-COMPANY.
           MOVE ZERO TO WS-TAX-NUM
           IF WS-SCO-TAX-TYPE (WS-SCO-SUB) = "N"
               MOVE WS-SCO-TAX-ID (WS-SCO-SUB) TO WS-TAX-NUM
           END-IF
           IF WS-SCO-NEW (WS-SCO-SUB)
               MOVE SPACES TO NEW-COMPANY-RECORD
               MOVE 68 TO RECORD-LENGTH OF NEW-COMPANY-RECORD
               MOVE "CMPNY" TO SEGMENT-ID OF NEW-COMPANY-RECORD
               MOVE WS-SCO-OUR-ID (WS-SCO-SUB)
                   TO COMPANY-ID OF NEW-COMPANY-RECORD
               MOVE WS-SCO-OUR-NAME (WS-SCO-SUB)
                   TO COMPANY-NAME OF NEW-COMPANY-RECORD
               MOVE WS-SCO-ADDRESS (WS-SCO-SUB)
                   TO ADDRESS OF NEW-COMPANY-RECORD
               MOVE WS-SCO-TAX-TYPE (WS-SCO-SUB)
                   TO TAXPAYER-TYPE OF NEW-COMPANY-RECORD
               IF WS-SCO-TAX-TYPE (WS-SCO-SUB) = "N"
                   MOVE WS-TAX-NUM TO TAXPAYER-NUM OF NEW-COMPANY-RECORD
               ELSE
                   MOVE WS-SCO-TAX-ID (WS-SCO-SUB)
                       TO TAXPAYER-STR OF NEW-COMPANY-RECORD
               END-IF
               WRITE NEW-COMPANY-RECORD
           END-IF
           MOVE "N" TO WS-COMPANY-HAS-CTR-FLAG
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
               IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                   AND WS-CTR-SCO-SUB (WS-CTR-SUB) = WS-SCO-SUB
                   SET WS-COMPANY-HAS-CONTRACTS TO TRUE
               END-IF
           END-PERFORM
           IF WS-SCO-NEW (WS-SCO-SUB) OR WS-COMPANY-HAS-CONTRACTS
               MOVE SPACES TO NEW-ENTITY-RECORD
               MOVE 1 TO SEGMENT-ID OF NEW-ENTITY-RECORD
               MOVE WS-SCO-OUR-NAME (WS-SCO-SUB)
                   TO COMPANY-NAME OF NEW-ENTITY-RECORD
               MOVE WS-SCO-ADDRESS (WS-SCO-SUB)
                   TO ADDRESS OF COMPANY OF NEW-ENTITY-RECORD
               MOVE WS-TAX-NUM TO TAXPAYER OF NEW-ENTITY-RECORD
               WRITE NEW-ENTITY-RECORD
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT
                   IF WS-CTR-ACCEPTED (WS-CTR-SUB)
                       AND WS-CTR-SCO-SUB (WS-CTR-SUB) = WS-SCO-SUB
                       MOVE SPACES TO NEW-ENTITY-RECORD
                       MOVE 7 TO SEGMENT-ID OF NEW-ENTITY-RECORD
                       MOVE WS-CTR-OUR-NUMBER (WS-CTR-SUB)
                           TO CONTRACT-NUMBER OF NEW-ENTITY-RECORD
                       MOVE WS-CTR-STATE (WS-CTR-SUB)
                           TO STATE OF NEW-ENTITY-RECORD
                       MOVE WS-CTR-DUE-DATE (WS-CTR-SUB)
                           TO DUE-DATE OF NEW-ENTITY-RECORD
                       MOVE WS-CTR-AMOUNT (WS-CTR-SUB)
                           TO AMOUNT OF NEW-ENTITY-RECORD
                       WRITE NEW-ENTITY-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       5950-TEST-BATCH-CONTRACT.
           MOVE "N" TO WS-DROP-FLAG
           IF CNV-ROLLBACK
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-TABLE-COUNT OR WS-DROP
                   IF WS-CTR-OUR-NUMBER (WS-CTR-SUB) = WS-FIND-CONTRACT
                       SET WS-DROP TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       5990-NOTE-MASTER.
           DISPLAY "R201: " WS-MASTER-NAME " KEPT " WS-MASTER-COUNT
               " ADDED " WS-ADD-COUNT " WITHDRAWN " WS-DROP-COUNT
           IF WS-MST-TABLE-COUNT < 10
               ADD 1 TO WS-MST-TABLE-COUNT
               MOVE WS-MASTER-NAME TO WS-MST-NAME (WS-MST-TABLE-COUNT)
               MOVE WS-MASTER-COUNT TO WS-MST-KEPT (WS-MST-TABLE-COUNT)
               MOVE WS-ADD-COUNT TO WS-MST-ADDED (WS-MST-TABLE-COUNT)
               MOVE WS-DROP-COUNT
                   TO WS-MST-DROPPED (WS-MST-TABLE-COUNT)
           END-IF.

      ****************************************************************************
      * Rollback is refused for a batch the register has never seen or has       *
      * already rolled back. The number range is only wound back while           *
      * NR-NEXT still stands where the batch left it - once R087 has             *
      * allocated past it the numbers stay spent and the run ends with 8.        *
      ****************************************************************************
       7000-ROLLBACK.
           EVALUATE TRUE
               WHEN NOT WS-BATCH-USED
                   DISPLAY "R201: BATCH " CNV-BATCH-ID
                       " IS NOT ON THE REGISTER"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BATCH-ROLLED
                   DISPLAY "R201: BATCH " CNV-BATCH-ID
                       " IS ALREADY ROLLED BACK"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-OVERFLOW
                   DISPLAY "R201: TABLE FULL - ROLLBACK NOT ATTEMPTED"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 7100-WITHDRAW-BATCH
           END-EVALUATE.

       7100-WITHDRAW-BATCH.
           IF WS-BATCH-HAS-RANGE
               PERFORM 1400-LOAD-RANGE
               PERFORM VARYING WS-RNG-SUB FROM 1 BY 1
                       UNTIL WS-RNG-SUB > WS-RNG-TABLE-COUNT
                   IF WS-RNG-PREFIX (WS-RNG-SUB) = WS-BATCH-PREFIX
                       AND WS-RNG-NEXT (WS-RNG-SUB)
                           = WS-BATCH-RANGE-AFTER
                       MOVE WS-BATCH-RANGE-BEFORE
                           TO WS-RNG-NEXT (WS-RNG-SUB)
                       SET WS-RANGE-REWOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-RANGE-REWOUND
                   PERFORM 5200-REWRITE-RANGE
               END-IF
           END-IF
           PERFORM 5300-REWRITE-XREF
           PERFORM 5400-REWRITE-OUTST
           PERFORM 5500-REWRITE-ACCR
           PERFORM 5600-REWRITE-STATE
           PERFORM 5700-REWRITE-HISTORY
           PERFORM 5800-REWRITE-HIERARCHY
           MOVE "ROLL" TO WS-MARKER-TYPE
           PERFORM 5150-WRITE-MARKER
           PERFORM 7200-WRITE-ROLLBACK-REPORT
           DISPLAY "R201: COMPANIES IN BATCH     " WS-SCO-TABLE-COUNT
           DISPLAY "R201: CONTRACTS IN BATCH     " WS-CTR-TABLE-COUNT
           DISPLAY "R201: HIERARCHY LINKS        " WS-LNK-TABLE-COUNT
           DISPLAY "R201: BATCH " CNV-BATCH-ID " ROLLED BACK"
           IF WS-BATCH-HAS-RANGE AND NOT WS-RANGE-REWOUND
               DISPLAY "R201: NUMBER RANGE HAS MOVED ON - NOT REWOUND"
               MOVE 8 TO RETURN-CODE
           END-IF.

       7200-WRITE-ROLLBACK-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "R201 PORTFOLIO CONVERSION BATCH " DELIMITED BY SIZE
               CNV-BATCH-ID DELIMITED BY SIZE
               " MODE " DELIMITED BY SIZE
               WS-MODE-TEXT DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4200-WRITE-MASTER-LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-BATCH-HAS-RANGE
                   MOVE "NO COMPANY-IDS WERE ALLOCATED BY THE BATCH"
                       TO REPORT-LINE
               WHEN WS-RANGE-REWOUND
                   STRING "NUMBER RANGE " DELIMITED BY SIZE
                       WS-BATCH-PREFIX DELIMITED BY SIZE
                       " REWOUND TO " DELIMITED BY SIZE
                       WS-BATCH-RANGE-BEFORE DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   STRING "NUMBER RANGE " DELIMITED BY SIZE
                       WS-BATCH-PREFIX DELIMITED BY SIZE
                       " HAS MOVED ON - " DELIMITED BY SIZE
                       WS-BATCH-RANGE-BEFORE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-BATCH-RANGE-AFTER DELIMITED BY SIZE
                       " STAY SPENT" DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COMPANIES TO WITHDRAW FROM THE COMPANY MASTER"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SCO-SUB FROM 1 BY 1
                   UNTIL WS-SCO-SUB > WS-SCO-TABLE-COUNT
               IF WS-SCO-NEW (WS-SCO-SUB)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-SCO-OUR-ID (WS-SCO-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SCO-OUR-NAME (WS-SCO-SUB) DELIMITED BY SIZE
                       " SELLER KEY " DELIMITED BY SIZE
                       WS-SCO-SELLER-KEY (WS-SCO-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BATCH ROLLED BACK" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      ****************************************************************************
      * R074's normalisation: upper case, letters and digits only.               *
      ****************************************************************************
       8000-NORMALIZE.
           MOVE FUNCTION UPPER-CASE (WS-NAME-WORK) TO WS-NAME-WORK
           MOVE SPACES TO WS-NORM-WORK
           MOVE ZERO TO WS-NORM-LEN
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 30
               MOVE WS-NAME-WORK (WS-CHAR-SUB:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z")
                   OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-CHAR TO WS-NORM-WORK (WS-NORM-LEN:1)
               END-IF
           END-PERFORM.
