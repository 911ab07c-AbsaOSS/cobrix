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
      * R202-DEBT-SALE                                                           *
      *                                                                          *
      * Sale of collected-out debt to third-party purchasers, from tranche to    *
      * buy-back. A control card on SALECTL (sale-control.cpy) drives the        *
      * tranche. S selects: every contract written off on R101's register        *
      * (WOFFIN) or open with the attorneys on R110's placement master           *
      * (PLCIN), as the card allows, that is not yet on the sale register, is    *
      * on the extract, is not disputed (DISPSUPP) or frozen by insolvency       *
      * (INSOLSUPP), is at least the card's age in days past due and whose       *
      * face value - principal plus accrued interest, off the write-off          *
      * register for a written-off contract and off OUTSTIN and ACCRIN for a     *
      * placed one - falls in the card's balance band is proposed at the         *
      * agreed percentage of face (sale-register.cpy, SALEIN to SALEOUT). C      *
      * confirms the tranche: a proposed contract that has since gone into       *
      * dispute or insolvency, or a placed one since paid up, is withdrawn;      *
      * the rest are sold at today's face. Each sold contract goes on the        *
      * purchaser transfer file SALEXFER (sale-transfer.cpy: contract,           *
      * company, balance, the PAYHISTIN payment-history summary and the          *
      * contacts - the billing and legal role holders through R177-ADDRESSEE-    *
      * SERVICE and the extract's contact with a phone number), a SOLD event     *
      * goes on the lifecycle ledger (LIFELOG), a placed contract's principal    *
      * and interest come off OUTSTIN and ACCRIN (both restamped through         *
      * R144-CHAIN-FP-SERVICE), and the proceeds, the loss on sale (or the       *
      * recovery on a written-off contract) and the receivable sold are          *
      * journaled on SALEJRNL in the CONTRGLAR column layout for R104. X         *
      * cancels a tranche not yet confirmed. Every sold contract is written to   *
      * SOLDSUPP, which the dunning, collector, placement, arrangement,          *
      * renewal, accrual and debit runs leave alone. A receipt R058 took for a   *
      * sold contract (SALEFWD, sale-forward.cpy) is remitted to the purchaser   *
      * on SALEREMIT and journaled as owed to them; one that no longer matches   *
      * a sale stays on SALEFWD and is reported. A buy-back on SALETXN names a   *
      * sold contract the purchaser has found ineligible and the reason: the     *
      * sale is reversed for that contract - the price is refunded less what     *
      * was remitted since, a placed contract's balance goes back on OUTSTIN     *
      * and ACCRIN net of those receipts, the journal is reversed and a          *
      * BOUGHTBACK event logged - and it leaves SOLDSUPP. SALERPT lists every    *
      * decision and the tranche totals.                                         *
      * Every journal line ends with the book the contract is booked in (BK=,    *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R202-DEBT-SALE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SALECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REGISTER-IN-FILE ASSIGN TO "SALEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO "SALEOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "SALETXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT FORWARD-FILE ASSIGN TO "SALEFWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WOFF-FILE ASSIGN TO "WOFFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT PLC-FILE ASSIGN TO "PLCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-STATUS.

           SELECT DSP-SUPP-FILE ASSIGN TO "DISPSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.

           SELECT OUTST-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT HIST-FILE ASSIGN TO "PAYHISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "SALEXFER"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-FILE ASSIGN TO "SALEREMIT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "SALEJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "SALERPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY "sale-control".

       FD  REGISTER-IN-FILE.
       01  REGISTER-IN-LINE             PIC X(133).

       FD  REGISTER-OUT-FILE.
       01  REGISTER-OUT-LINE            PIC X(133).

       FD  TXN-FILE.
       01  BUY-BACK-RECORD.
           05  BBK-ACTION               PIC X(1).
               88  BBK-BUY-BACK                 VALUE "B".
           05  BBK-CONTRACT-NUMBER      PIC X(15).
           05  BBK-REASON               PIC X(8).
           05  BBK-ENTERED-BY           PIC X(8).

       FD  FORWARD-FILE.
       COPY "sale-forward".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  PLC-FILE.
       COPY "placement-record".

       FD  DSP-SUPP-FILE.
       01  DSP-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ACCR-FILE.
       COPY "accrual-record".

       FD  HIST-FILE.
       COPY "payment-history".

       FD  TRANSFER-FILE.
       COPY "sale-transfer".

       FD  REMIT-FILE.
       01  SALE-REMIT-RECORD.
           05  SRM-PURCHASER-ID         PIC X(10).
           05  SRM-TRANCHE-ID           PIC X(8).
           05  SRM-CONTRACT-NUMBER      PIC X(15).
           05  SRM-PAYMENT-DATE         PIC 9(8).
           05  SRM-AMOUNT               PIC 9(10)V9(2).
           05  SRM-BANK-REF             PIC X(12).

       FD  LEDGER-FILE.
       COPY "lifecycle-event".

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS            PIC XX.
           88  WS-CTL-NOT-FOUND             VALUE "35".
       01  WS-CONTROL-FLAG          PIC X      VALUE "N".
           88  WS-CONTROL-PRESENT              VALUE "Y".
       01  WS-CONTROL-OK-FLAG       PIC X      VALUE "Y".
           88  WS-CONTROL-OK                   VALUE "Y".
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-FWD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-FWD-EOF                      VALUE "Y".
       01  WS-FWD-STATUS            PIC XX.
           88  WS-FWD-NOT-FOUND             VALUE "35".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-WOFF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-WOFF-EOF                     VALUE "Y".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-PLC-EOF-FLAG          PIC X      VALUE "N".
           88  WS-PLC-EOF                      VALUE "Y".
       01  WS-PLC-STATUS            PIC XX.
           88  WS-PLC-NOT-FOUND             VALUE "35".
       01  WS-DSP-EOF-FLAG          PIC X      VALUE "N".
           88  WS-DSP-EOF                      VALUE "Y".
       01  WS-DSP-STATUS            PIC XX.
           88  WS-DSP-NOT-FOUND             VALUE "35".
       01  WS-INS-EOF-FLAG          PIC X      VALUE "N".
           88  WS-INS-EOF                      VALUE "Y".
       01  WS-INS-STATUS            PIC XX.
           88  WS-INS-NOT-FOUND             VALUE "35".
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ACCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-ACCR-EOF                     VALUE "Y".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-HIST-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-NOT-FOUND            VALUE "35".

       01  WS-GL-PROCEEDS-ACCT      PIC X(20)  VALUE
           "DEBT-SALE-PROCEEDS".
       01  WS-GL-LOSS-ACCT          PIC X(20)  VALUE
           "LOSS-ON-DEBT-SALE".
       01  WS-GL-RECEIVABLE-ACCT    PIC X(20)  VALUE
           "RECEIVABLES-SOLD".
       01  WS-GL-RECOVERY-ACCT      PIC X(20)  VALUE
           "BAD-DEBT-RECOVERY".
       01  WS-GL-PAYABLE-ACCT       PIC X(20)  VALUE
           "DEBT-SALE-PAYABLE".

       COPY "sale-register".

       01  WS-SRG-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SRG-TABLE.
           05  WS-SRG-ENTRY         OCCURS 3000 TIMES.
               10  WS-SRG-DATA.
                   15  WS-SRG-TRANCHE       PIC X(8).
                   15  WS-SRG-PURCHASER     PIC X(10).
                   15  WS-SRG-CONTRACT      PIC X(15).
                   15  WS-SRG-COMPANY       PIC X(20).
                   15  WS-SRG-SOURCE        PIC X(1).
                   15  WS-SRG-PRINCIPAL     PIC S9(11)V9(2).
                   15  WS-SRG-INTEREST      PIC 9(13)V9(2).
                   15  WS-SRG-PRICE         PIC 9(11)V9(2).
                   15  WS-SRG-STATUS        PIC X(1).
                   15  WS-SRG-SELECTED      PIC 9(8).
                   15  WS-SRG-STATUS-DATE   PIC 9(8).
                   15  WS-SRG-FORWARDED     PIC 9(11)V9(2).
                   15  WS-SRG-REASON        PIC X(8).
               10  WS-SRG-DROP-FLAG     PIC X(1).
       01  WS-SRG-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SRG-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-EXC-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY         OCCURS 2000 TIMES.
               10  WS-EXC-CONTRACT      PIC X(15).
               10  WS-EXC-REASON        PIC X(1).
       01  WS-EXC-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-EXC-HIT-REASON        PIC X(1)   VALUE SPACE.

       01  WS-WOF-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-WOF-TABLE.
           05  WS-WOF-ENTRY         OCCURS 2000 TIMES.
               10  WS-WOF-CONTRACT      PIC X(15).
               10  WS-WOF-BALANCE       PIC S9(11)V9(2).
               10  WS-WOF-ACCRUED       PIC 9(13)V9(2).
       01  WS-WOF-SUB               PIC 9(4)   VALUE ZERO.

       01  WS-PLC-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-PLC-TABLE.
           05  WS-PLC-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-PLC-SUB               PIC 9(4)   VALUE ZERO.

       01  WS-OUT-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY         OCCURS 5000 TIMES.
               10  WS-OUT-CONTRACT      PIC X(15).
               10  WS-OUT-BALANCE       PIC S9(11)V9(2).
       01  WS-OUT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-OUT-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-ACR-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-ACR-TABLE.
           05  WS-ACR-ENTRY         OCCURS 5000 TIMES.
               10  WS-ACR-CONTRACT      PIC X(15).
               10  WS-ACR-THRU          PIC 9(8).
               10  WS-ACR-CUM           PIC 9(13)V9(2).
       01  WS-ACR-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-ACR-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-ENT-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY         OCCURS 5000 TIMES.
               10  WS-ENT-CONTRACT      PIC X(15).
               10  WS-ENT-DUE-DATE      PIC X(10).
               10  WS-ENT-COMPANY       PIC X(20).
               10  WS-ENT-ADDRESS       PIC X(30).
               10  WS-ENT-CONTACT-FIRST PIC X(16).
               10  WS-ENT-CONTACT-LAST  PIC X(16).
               10  WS-ENT-CONTACT-PHONE PIC X(17).
       01  WS-ENT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-ENT-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-PHS-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-PHS-TABLE.
           05  WS-PHS-ENTRY         OCCURS 5000 TIMES.
               10  WS-PHS-CONTRACT      PIC X(15).
               10  WS-PHS-RECEIPTS      PIC 9(5).
               10  WS-PHS-LATE          PIC 9(5).
               10  WS-PHS-LAST-DATE     PIC 9(8).
               10  WS-PHS-LARGEST       PIC 9(10)V9(2).
               10  WS-PHS-DISHONOURS    PIC 9(5).
       01  WS-PHS-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-PHS-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-FWD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-FWD-TABLE.
           05  WS-FWD-ENTRY         OCCURS 2000 TIMES.
               10  WS-FWD-DATA          PIC X(47).
               10  WS-FWD-HELD-FLAG     PIC X(1).
       01  WS-FWD-SUB               PIC 9(4)   VALUE ZERO.

       01  WS-COMPANY-NAME-HOLD     PIC X(20)  VALUE SPACES.
       01  WS-COMPANY-ADDR-HOLD     PIC X(30)  VALUE SPACES.
       01  WS-CONTACT-FIRST-HOLD    PIC X(16)  VALUE SPACES.
       01  WS-CONTACT-LAST-HOLD     PIC X(16)  VALUE SPACES.
       01  WS-CONTACT-PHONE-HOLD    PIC X(17)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-AGE-DAYS              PIC S9(9)  VALUE ZERO.

       01  WS-FIND-CONTRACT         PIC X(15)  VALUE SPACES.
       01  WS-CAND-SOURCE           PIC X(1)   VALUE SPACE.
       01  WS-CAND-PRINCIPAL        PIC S9(11)V9(2) VALUE ZERO.
       01  WS-CAND-INTEREST         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-FACE-VALUE            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-LOSS-AMOUNT           PIC S9(13)V9(2) VALUE ZERO.
       01  WS-REFUND-AMOUNT         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RESTORE-AMOUNT        PIC S9(13)V9(2) VALUE ZERO.
       01  WS-RESTORE-INTEREST      PIC S9(13)V9(2) VALUE ZERO.
       01  WS-WITHDRAW-REASON       PIC X(20)  VALUE SPACES.

       01  WS-JRN-ACCOUNT           PIC X(20)  VALUE SPACES.
       01  WS-JRN-AMOUNT            PIC S9(13)V9(2) VALUE ZERO.
       01  WS-JRN-REF               PIC X(15)  VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC -(10)9.99.
       01  WS-FACE-EDIT             PIC -(10)9.99.
       01  WS-PRICE-EDIT            PIC -(10)9.99.
       01  WS-LOSS-EDIT             PIC -(10)9.99.
       01  WS-AGE-EDIT              PIC -(5)9.
       01  WS-COUNT-EDIT            PIC Z(8)9.

       01  WS-LC-OLD-VALUE          PIC X(13)  VALUE SPACES.
       01  WS-LC-NEW-VALUE          PIC X(13)  VALUE SPACES.
       01  WS-LC-EVENT              PIC X(10)  VALUE SPACES.

       01  WS-MASTER-CHANGED-FLAG   PIC X      VALUE "N".
           88  WS-MASTER-CHANGED               VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-FORWARDED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-FORWARDED-TOTAL       PIC 9(13)V9(2) VALUE ZERO.
       01  WS-FORWARD-HELD-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-BUYBACK-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-BUYBACK-REFUSED-COUNT PIC 9(9)   VALUE ZERO.
       01  WS-SELECTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-SOLD-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-WITHDRAWN-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-CANCELLED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-EXCL-DISPUTE-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-EXCL-INSOLV-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-EXCL-AGE-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-EXCL-BAND-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-EXCL-EXTRACT-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-JOURNAL-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-SUPPRESSED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-TRANCHE-FACE          PIC S9(13)V9(2) VALUE ZERO.
       01  WS-TRANCHE-PRICE         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-TRANCHE-LOSS          PIC S9(13)V9(2) VALUE ZERO.
       01  WS-TRANCHE-PROPOSED      PIC 9(9)   VALUE ZERO.

       01  WS-CHN-OUT-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CHN-OUT-TOTAL         PIC S9(15)V9(2) VALUE ZERO.
       01  WS-CHN-ACCR-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-CHN-ACCR-TOTAL        PIC S9(15)V9(2) VALUE ZERO.

       COPY "chain-parm".
       COPY "cycle-date-parm".
       COPY "addressee-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R202" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-LOAD-REGISTER
           PERFORM 1050-CHECK-CONTROL
           IF NOT WS-CONTROL-OK
               DISPLAY "R202: CONTROL CARD INVALID FOR TRANCHE "
                   SLC-TRANCHE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-EXCLUSIONS
           PERFORM 1300-LOAD-WRITE-OFFS
           PERFORM 1350-LOAD-PLACEMENTS
           PERFORM 1400-LOAD-OUTSTANDING
           PERFORM 1450-LOAD-ACCRUALS
           PERFORM 1500-VERIFY-INPUT-CHAINS
           PERFORM 1600-LOAD-EXTRACT
           PERFORM 1700-LOAD-PAYMENT-HISTORY
           PERFORM 1800-LOAD-FORWARDS
           IF WS-OVERFLOW
               DISPLAY "R202: TABLE FULL - NOTHING UPDATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REMIT-FILE
           OPEN OUTPUT TRANSFER-FILE
           OPEN EXTEND LEDGER-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "DEBT SALE RUN FOR " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-REMIT-FORWARDS
           PERFORM 3000-APPLY-BUY-BACKS
           IF WS-CONTROL-PRESENT
               EVALUATE TRUE
                   WHEN SLC-SELECT
                       PERFORM 4000-SELECT-TRANCHE
                   WHEN SLC-CONFIRM
                       PERFORM 5000-CONFIRM-TRANCHE
                   WHEN SLC-CANCEL
                       PERFORM 6000-CANCEL-TRANCHE
               END-EVALUATE
           END-IF
           PERFORM 8000-WRITE-FILES
           IF WS-MASTER-CHANGED
               PERFORM 8100-REWRITE-OUTST
               PERFORM 8200-REWRITE-ACCR
           END-IF
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REMIT-FILE
           CLOSE TRANSFER-FILE
           CLOSE LEDGER-FILE
           DISPLAY "R202: RECEIPTS FORWARDED     " WS-FORWARDED-COUNT
           DISPLAY "R202: FORWARDS HELD          "
               WS-FORWARD-HELD-COUNT
           DISPLAY "R202: BUY-BACKS APPLIED      " WS-BUYBACK-COUNT
           DISPLAY "R202: BUY-BACKS REFUSED      "
               WS-BUYBACK-REFUSED-COUNT
           DISPLAY "R202: CONTRACTS SELECTED     " WS-SELECTED-COUNT
           DISPLAY "R202: CONTRACTS SOLD         " WS-SOLD-COUNT
           DISPLAY "R202: WITHDRAWN FROM TRANCHE " WS-WITHDRAWN-COUNT
           DISPLAY "R202: CANCELLED FROM TRANCHE " WS-CANCELLED-COUNT
           DISPLAY "R202: SOLD CONTRACTS HELD    " WS-SUPPRESSED-COUNT
           DISPLAY "R202: JOURNAL LINES          " WS-JOURNAL-COUNT
           EVALUATE TRUE
               WHEN WS-OVERFLOW
                   DISPLAY "R202: TABLE FULL - RUN INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FORWARD-HELD-COUNT > ZERO
                   OR WS-BUYBACK-REFUSED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONTROL-PRESENT AND SLC-SELECT
                   AND WS-SELECTED-COUNT = ZERO
                   DISPLAY "R202: NO CONTRACT QUALIFIES FOR TRANCHE "
                       SLC-TRANCHE-ID
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONTROL-PRESENT AND SLC-CONFIRM
                   AND WS-SOLD-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      ****************************************************************************
      * The control card is optional - a night without one only remits          *
      * forwarded receipts and applies buy-backs.                                *
      ****************************************************************************
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-NOT-FOUND
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END SET WS-CONTROL-PRESENT TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      ****************************************************************************
      * A selection needs a tranche identifier never used before, a              *
      * purchaser, a known source, a sensible band and a price between           *
      * nothing and face; a confirmation or cancellation needs proposed          *
      * contracts in the tranche it names.                                       *
      ****************************************************************************
       1050-CHECK-CONTROL.
           IF WS-CONTROL-PRESENT
               MOVE ZERO TO WS-TRANCHE-PROPOSED
               MOVE ZERO TO WS-SRG-HIT
               PERFORM VARYING WS-SRG-SUB FROM 1 BY 1
                       UNTIL WS-SRG-SUB > WS-SRG-TABLE-COUNT
                   IF WS-SRG-TRANCHE (WS-SRG-SUB) = SLC-TRANCHE-ID
                       MOVE WS-SRG-SUB TO WS-SRG-HIT
                       IF WS-SRG-STATUS (WS-SRG-SUB) = "P"
                           ADD 1 TO WS-TRANCHE-PROPOSED
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SLC-TRANCHE-ID = SPACES
                       MOVE "N" TO WS-CONTROL-OK-FLAG
                   WHEN SLC-SELECT
                       IF WS-SRG-HIT > ZERO
                           OR SLC-PURCHASER-ID = SPACES
                           OR (NOT SLC-WRITTEN-OFF-ONLY
                               AND NOT SLC-PLACED-ONLY
                               AND NOT SLC-EITHER-SOURCE)
                           OR SLC-MIN-AGE-DAYS NOT NUMERIC
                           OR SLC-MIN-BALANCE NOT NUMERIC
                           OR SLC-MAX-BALANCE NOT NUMERIC
                           OR SLC-PRICE-PCT NOT NUMERIC
                           MOVE "N" TO WS-CONTROL-OK-FLAG
                       ELSE
                           IF SLC-PRICE-PCT = ZERO
                               OR SLC-PRICE-PCT > 100
                               OR (SLC-MAX-BALANCE > ZERO AND
                                   SLC-MAX-BALANCE < SLC-MIN-BALANCE)
                               MOVE "N" TO WS-CONTROL-OK-FLAG
                           END-IF
                       END-IF
                   WHEN SLC-CONFIRM OR SLC-CANCEL
                       IF WS-TRANCHE-PROPOSED = ZERO
                           MOVE "N" TO WS-CONTROL-OK-FLAG
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-CONTROL-OK-FLAG
               END-EVALUATE
           END-IF.

       1100-LOAD-REGISTER.
           OPEN INPUT REGISTER-IN-FILE
           IF WS-REG-NOT-FOUND
               SET WS-REG-EOF TO TRUE
           ELSE
               READ REGISTER-IN-FILE INTO SALE-REGISTER-RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               IF WS-SRG-TABLE-COUNT >= 3000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SRG-TABLE-COUNT
                   MOVE SALE-REGISTER-RECORD
                       TO WS-SRG-DATA (WS-SRG-TABLE-COUNT)
                   MOVE "N" TO WS-SRG-DROP-FLAG (WS-SRG-TABLE-COUNT)
               END-IF
               READ REGISTER-IN-FILE INTO SALE-REGISTER-RECORD
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REGISTER-IN-FILE
           END-IF.

      ****************************************************************************
      * Disputed (D) and insolvency-frozen (I) contracts are never offered,      *
      * and a proposed one that has since joined either list is withdrawn        *
      * when the tranche is confirmed.                                           *
      ****************************************************************************
       1200-LOAD-EXCLUSIONS.
           OPEN INPUT DSP-SUPP-FILE
           IF WS-DSP-NOT-FOUND
               SET WS-DSP-EOF TO TRUE
           ELSE
               READ DSP-SUPP-FILE
                   AT END SET WS-DSP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSP-EOF
               IF WS-EXC-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-EXC-TABLE-COUNT
                   MOVE DSP-SUPP-CONTRACT-NUMBER
                       TO WS-EXC-CONTRACT (WS-EXC-TABLE-COUNT)
                   MOVE "D" TO WS-EXC-REASON (WS-EXC-TABLE-COUNT)
               END-IF
               READ DSP-SUPP-FILE
                   AT END SET WS-DSP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-NOT-FOUND
               CLOSE DSP-SUPP-FILE
           END-IF
           OPEN INPUT INS-SUPP-FILE
           IF WS-INS-NOT-FOUND
               SET WS-INS-EOF TO TRUE
           ELSE
               READ INS-SUPP-FILE
                   AT END SET WS-INS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INS-EOF
               IF WS-EXC-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-EXC-TABLE-COUNT
                   MOVE IFZ-CONTRACT-NUMBER
                       TO WS-EXC-CONTRACT (WS-EXC-TABLE-COUNT)
                   MOVE "I" TO WS-EXC-REASON (WS-EXC-TABLE-COUNT)
               END-IF
               READ INS-SUPP-FILE
                   AT END SET WS-INS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-NOT-FOUND
               CLOSE INS-SUPP-FILE
           END-IF.

       1300-LOAD-WRITE-OFFS.
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-NOT-FOUND
               SET WS-WOFF-EOF TO TRUE
           ELSE
               READ WOFF-FILE
                   AT END SET WS-WOFF-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-WOFF-EOF
               IF WOF-WRITTEN-OFF
                   IF WS-WOF-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-WOF-TABLE-COUNT
                       MOVE WOF-CONTRACT-NUMBER
                           TO WS-WOF-CONTRACT (WS-WOF-TABLE-COUNT)
                       MOVE WOF-BALANCE
                           TO WS-WOF-BALANCE (WS-WOF-TABLE-COUNT)
                       MOVE WOF-ACCRUED
                           TO WS-WOF-ACCRUED (WS-WOF-TABLE-COUNT)
                   END-IF
               END-IF
               READ WOFF-FILE
                   AT END SET WS-WOFF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

      ****************************************************************************
      * Only a case still with the attorneys - placed or at judgment - can be    *
      * sold from the placement side; a settled or returned case cannot.         *
      ****************************************************************************
       1350-LOAD-PLACEMENTS.
           OPEN INPUT PLC-FILE
           IF WS-PLC-NOT-FOUND
               SET WS-PLC-EOF TO TRUE
           ELSE
               READ PLC-FILE
                   AT END SET WS-PLC-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PLC-EOF
               IF PLC-PLACED OR PLC-JUDGMENT
                   IF WS-PLC-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-PLC-TABLE-COUNT
                       MOVE PLC-CONTRACT-NUMBER
                           TO WS-PLC-CONTRACT (WS-PLC-TABLE-COUNT)
                   END-IF
               END-IF
               READ PLC-FILE
                   AT END SET WS-PLC-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PLC-NOT-FOUND
               CLOSE PLC-FILE
           END-IF.

       1400-LOAD-OUTSTANDING.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-OUTST-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-EOF
               IF WS-OUT-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-OUT-TABLE-COUNT
                   MOVE OUT-CONTRACT-NUMBER
                       TO WS-OUT-CONTRACT (WS-OUT-TABLE-COUNT)
                   MOVE OUT-BALANCE
                       TO WS-OUT-BALANCE (WS-OUT-TABLE-COUNT)
               END-IF
               ADD 1 TO WS-CHN-OUT-COUNT
               ADD OUT-BALANCE TO WS-CHN-OUT-TOTAL
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF.

       1450-LOAD-ACCRUALS.
           OPEN INPUT ACCR-FILE
           IF WS-ACCR-NOT-FOUND
               SET WS-ACCR-EOF TO TRUE
           ELSE
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-EOF
               IF WS-ACR-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ACR-TABLE-COUNT
                   MOVE ACC-CONTRACT-NUMBER
                       TO WS-ACR-CONTRACT (WS-ACR-TABLE-COUNT)
                   MOVE ACC-ACCRUED-THRU
                       TO WS-ACR-THRU (WS-ACR-TABLE-COUNT)
                   MOVE ACC-CUM-AMOUNT
                       TO WS-ACR-CUM (WS-ACR-TABLE-COUNT)
               END-IF
               ADD 1 TO WS-CHN-ACCR-COUNT
               ADD ACC-CUM-AMOUNT TO WS-CHN-ACCR-TOTAL
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-NOT-FOUND
               CLOSE ACCR-FILE
           END-IF.

      ****************************************************************************
      * The balance masters are rewritten in place when a placed contract is     *
      * sold or bought back, so they must be the ones R144 last stamped.         *
      ****************************************************************************
       1500-VERIFY-INPUT-CHAINS.
           MOVE "V" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-CHN-OUT-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           IF CP-STATUS = 8
               DISPLAY "R202: OUTSTIN FINGERPRINT MISMATCH -"
                   " EXPECTED " CP-EXPECT-COUNT " RECORDS -"
                   " STALE CARRY-FORWARD, RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "V" TO CP-FUNCTION
           MOVE "ACCR" TO CP-FILE-ID
           MOVE WS-CHN-ACCR-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-ACCR-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM
           IF CP-STATUS = 8
               DISPLAY "R202: ACCRIN FINGERPRINT MISMATCH -"
                   " EXPECTED " CP-EXPECT-COUNT " RECORDS -"
                   " STALE CARRY-FORWARD, RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************************************************************************
      * Each contract on the extract keeps its due date and its group's          *
      * company, address and first named contact, as R110 carries them onto     *
      * the attorneys' placement file.                                           *
      ****************************************************************************
       1600-LOAD-EXTRACT.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY
                           TO WS-COMPANY-NAME-HOLD
                       MOVE ADDRESS OF COMPANY
                           TO WS-COMPANY-ADDR-HOLD
                       MOVE SPACES TO WS-CONTACT-FIRST-HOLD
                       MOVE SPACES TO WS-CONTACT-LAST-HOLD
                       MOVE SPACES TO WS-CONTACT-PHONE-HOLD
                   WHEN 6
                       IF FIRST-NAME OF CONTACT NOT = SPACES
                           AND WS-CONTACT-FIRST-HOLD = SPACES
                           MOVE FIRST-NAME OF CONTACT
                               TO WS-CONTACT-FIRST-HOLD
                           MOVE LAST-NAME OF CONTACT
                               TO WS-CONTACT-LAST-HOLD
                           MOVE PHONE-NUM OF CONTACT
                               TO WS-CONTACT-PHONE-HOLD
                       END-IF
                   WHEN 7
                       IF WS-ENT-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-ENT-TABLE-COUNT
                           MOVE WS-ENT-TABLE-COUNT TO WS-ENT-SUB
                           MOVE CONTRACT-NUMBER OF CONTRACT
                               TO WS-ENT-CONTRACT (WS-ENT-SUB)
                           MOVE DUE-DATE OF CONTRACT
                               TO WS-ENT-DUE-DATE (WS-ENT-SUB)
                           MOVE WS-COMPANY-NAME-HOLD
                               TO WS-ENT-COMPANY (WS-ENT-SUB)
                           MOVE WS-COMPANY-ADDR-HOLD
                               TO WS-ENT-ADDRESS (WS-ENT-SUB)
                           MOVE WS-CONTACT-FIRST-HOLD
                               TO WS-ENT-CONTACT-FIRST (WS-ENT-SUB)
                           MOVE WS-CONTACT-LAST-HOLD
                               TO WS-ENT-CONTACT-LAST (WS-ENT-SUB)
                           MOVE WS-CONTACT-PHONE-HOLD
                               TO WS-ENT-CONTACT-PHONE (WS-ENT-SUB)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1700-LOAD-PAYMENT-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-NOT-FOUND
               SET WS-HIST-EOF TO TRUE
           ELSE
               READ HIST-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               IF WS-PHS-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PHS-TABLE-COUNT
                   MOVE WS-PHS-TABLE-COUNT TO WS-PHS-SUB
                   MOVE PH-CONTRACT-NUMBER
                       TO WS-PHS-CONTRACT (WS-PHS-SUB)
                   MOVE PH-RECEIPT-COUNT TO WS-PHS-RECEIPTS (WS-PHS-SUB)
                   MOVE PH-LATE-COUNT TO WS-PHS-LATE (WS-PHS-SUB)
                   MOVE PH-LAST-PAYMENT-DATE
                       TO WS-PHS-LAST-DATE (WS-PHS-SUB)
                   MOVE PH-LARGEST-RECEIPT
                       TO WS-PHS-LARGEST (WS-PHS-SUB)
                   MOVE PH-DISHONOUR-COUNT
                       TO WS-PHS-DISHONOURS (WS-PHS-SUB)
               END-IF
               READ HIST-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-NOT-FOUND
               CLOSE HIST-FILE
           END-IF.

       1800-LOAD-FORWARDS.
           OPEN INPUT FORWARD-FILE
           IF WS-FWD-NOT-FOUND
               SET WS-FWD-EOF TO TRUE
           ELSE
               READ FORWARD-FILE
                   AT END SET WS-FWD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FWD-EOF
               IF WS-FWD-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FWD-TABLE-COUNT
                   MOVE SALE-FORWARD-RECORD
                       TO WS-FWD-DATA (WS-FWD-TABLE-COUNT)
                   MOVE "N" TO WS-FWD-HELD-FLAG (WS-FWD-TABLE-COUNT)
               END-IF
               READ FORWARD-FILE
                   AT END SET WS-FWD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-FWD-NOT-FOUND
               CLOSE FORWARD-FILE
           END-IF.

       1900-FIND-SOLD.
           MOVE ZERO TO WS-SRG-HIT
           PERFORM VARYING WS-SRG-SUB FROM 1 BY 1
                   UNTIL WS-SRG-SUB > WS-SRG-TABLE-COUNT
               IF WS-SRG-CONTRACT (WS-SRG-SUB) = WS-FIND-CONTRACT
                   AND WS-SRG-STATUS (WS-SRG-SUB) = "S"
                   MOVE WS-SRG-SUB TO WS-SRG-HIT
               END-IF
           END-PERFORM.

       1910-FIND-EXCLUSION.
           MOVE SPACE TO WS-EXC-HIT-REASON
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-TABLE-COUNT
               IF WS-EXC-CONTRACT (WS-EXC-SUB) = WS-FIND-CONTRACT
                   AND WS-EXC-HIT-REASON NOT = "I"
                   MOVE WS-EXC-REASON (WS-EXC-SUB)
                       TO WS-EXC-HIT-REASON
               END-IF
           END-PERFORM.

       1920-FIND-BALANCES.
           MOVE ZERO TO WS-OUT-HIT
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-TABLE-COUNT
               IF WS-OUT-CONTRACT (WS-OUT-SUB) = WS-FIND-CONTRACT
                   MOVE WS-OUT-SUB TO WS-OUT-HIT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-ACR-HIT
           PERFORM VARYING WS-ACR-SUB FROM 1 BY 1
                   UNTIL WS-ACR-SUB > WS-ACR-TABLE-COUNT
               IF WS-ACR-CONTRACT (WS-ACR-SUB) = WS-FIND-CONTRACT
                   MOVE WS-ACR-SUB TO WS-ACR-HIT
               END-IF
           END-PERFORM.

       1930-FIND-EXTRACT.
           MOVE ZERO TO WS-ENT-HIT
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-TABLE-COUNT
                      OR WS-ENT-HIT > ZERO
               IF WS-ENT-CONTRACT (WS-ENT-SUB) = WS-FIND-CONTRACT
                   MOVE WS-ENT-SUB TO WS-ENT-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Receipts R058 held for sold contracts go to the purchaser who owns       *
      * the contract and are journaled as owed to them. A contract no longer     *
      * sold - bought back since - keeps its receipt on SALEFWD for the cash     *
      * desk to apply by hand.                                                   *
      ****************************************************************************
       2000-REMIT-FORWARDS.
           PERFORM VARYING WS-FWD-SUB FROM 1 BY 1
                   UNTIL WS-FWD-SUB > WS-FWD-TABLE-COUNT
               MOVE WS-FWD-DATA (WS-FWD-SUB) TO SALE-FORWARD-RECORD
               MOVE SFW-CONTRACT-NUMBER TO WS-FIND-CONTRACT
               PERFORM 1900-FIND-SOLD
               IF WS-SRG-HIT = ZERO
                   MOVE "Y" TO WS-FWD-HELD-FLAG (WS-FWD-SUB)
                   ADD 1 TO WS-FORWARD-HELD-COUNT
                   MOVE SFW-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "FORWARD HELD    " DELIMITED BY SIZE
                       SFW-CONTRACT-NUMBER DELIMITED BY SIZE
                       " NOT SOLD AMOUNT=" DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " REF=" DELIMITED BY SIZE
                       SFW-BANK-REF DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 2100-REMIT-ONE
               END-IF
           END-PERFORM.

       2100-REMIT-ONE.
           ADD 1 TO WS-FORWARDED-COUNT
           ADD SFW-AMOUNT TO WS-FORWARDED-TOTAL
           ADD SFW-AMOUNT TO WS-SRG-FORWARDED (WS-SRG-HIT)
           MOVE WS-SRG-PURCHASER (WS-SRG-HIT) TO SRM-PURCHASER-ID
           MOVE WS-SRG-TRANCHE (WS-SRG-HIT) TO SRM-TRANCHE-ID
           MOVE SFW-CONTRACT-NUMBER TO SRM-CONTRACT-NUMBER
           MOVE SFW-PAYMENT-DATE TO SRM-PAYMENT-DATE
           MOVE SFW-AMOUNT TO SRM-AMOUNT
           MOVE SFW-BANK-REF TO SRM-BANK-REF
           WRITE SALE-REMIT-RECORD
           MOVE WS-GL-PAYABLE-ACCT TO WS-JRN-ACCOUNT
           MOVE SFW-AMOUNT TO WS-JRN-AMOUNT
           MOVE SFW-CONTRACT-NUMBER TO WS-JRN-REF
           PERFORM 7000-WRITE-JOURNAL-LINE
           MOVE SFW-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "FORWARDED       " DELIMITED BY SIZE
               SFW-CONTRACT-NUMBER DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SRG-PURCHASER (WS-SRG-HIT) DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               SFW-BANK-REF DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * A buy-back reverses the sale of one contract the purchaser found         *
      * ineligible. What was remitted to them since the sale came from the      *
      * customer, so it is kept back from the refunded price and the balance    *
      * that returns to OUTSTIN and ACCRIN is net of it, interest first as      *
      * R058 applies a receipt. A written-off contract stays written off.       *
      ****************************************************************************
       3000-APPLY-BUY-BACKS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               MOVE BBK-CONTRACT-NUMBER TO WS-FIND-CONTRACT
               PERFORM 1900-FIND-SOLD
               IF BBK-BUY-BACK AND WS-SRG-HIT > ZERO
                   AND BBK-REASON NOT = SPACES
                   PERFORM 3100-BUY-BACK-ONE
               ELSE
                   ADD 1 TO WS-BUYBACK-REFUSED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "BUY-BACK REFUSED " DELIMITED BY SIZE
                       BBK-CONTRACT-NUMBER DELIMITED BY SIZE
                       " ACTION=" DELIMITED BY SIZE
                       BBK-ACTION DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       BBK-REASON DELIMITED BY SIZE
                       " - NOT A SOLD CONTRACT OR NO REASON"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       3100-BUY-BACK-ONE.
           ADD 1 TO WS-BUYBACK-COUNT
           COMPUTE WS-REFUND-AMOUNT = WS-SRG-PRICE (WS-SRG-HIT)
               - WS-SRG-FORWARDED (WS-SRG-HIT)
           IF WS-REFUND-AMOUNT < ZERO
               MOVE ZERO TO WS-REFUND-AMOUNT
           END-IF
           MOVE WS-FIND-CONTRACT TO WS-JRN-REF
           MOVE WS-GL-PROCEEDS-ACCT TO WS-JRN-ACCOUNT
           COMPUTE WS-JRN-AMOUNT = ZERO - WS-REFUND-AMOUNT
           PERFORM 7000-WRITE-JOURNAL-LINE
           IF WS-SRG-SOURCE (WS-SRG-HIT) = "P"
               IF WS-SRG-FORWARDED (WS-SRG-HIT)
                       > WS-SRG-INTEREST (WS-SRG-HIT)
                   MOVE ZERO TO WS-RESTORE-INTEREST
                   COMPUTE WS-RESTORE-AMOUNT =
                       WS-SRG-PRINCIPAL (WS-SRG-HIT)
                       + WS-SRG-INTEREST (WS-SRG-HIT)
                       - WS-SRG-FORWARDED (WS-SRG-HIT)
               ELSE
                   COMPUTE WS-RESTORE-INTEREST =
                       WS-SRG-INTEREST (WS-SRG-HIT)
                       - WS-SRG-FORWARDED (WS-SRG-HIT)
                   MOVE WS-SRG-PRINCIPAL (WS-SRG-HIT)
                       TO WS-RESTORE-AMOUNT
               END-IF
               MOVE WS-GL-RECEIVABLE-ACCT TO WS-JRN-ACCOUNT
               COMPUTE WS-JRN-AMOUNT =
                   WS-RESTORE-AMOUNT + WS-RESTORE-INTEREST
               PERFORM 7000-WRITE-JOURNAL-LINE
               MOVE WS-GL-LOSS-ACCT TO WS-JRN-ACCOUNT
               COMPUTE WS-JRN-AMOUNT = WS-REFUND-AMOUNT
                   - WS-RESTORE-AMOUNT - WS-RESTORE-INTEREST
               PERFORM 7000-WRITE-JOURNAL-LINE
               PERFORM 1920-FIND-BALANCES
               IF WS-OUT-HIT = ZERO
                   IF WS-OUT-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-OUT-TABLE-COUNT
                       MOVE WS-OUT-TABLE-COUNT TO WS-OUT-HIT
                       MOVE WS-FIND-CONTRACT
                           TO WS-OUT-CONTRACT (WS-OUT-HIT)
                       MOVE ZERO TO WS-OUT-BALANCE (WS-OUT-HIT)
                   END-IF
               END-IF
               IF WS-OUT-HIT > ZERO
                   ADD WS-RESTORE-AMOUNT TO WS-OUT-BALANCE (WS-OUT-HIT)
               END-IF
               IF WS-ACR-HIT = ZERO AND WS-RESTORE-INTEREST > ZERO
                   IF WS-ACR-TABLE-COUNT >= 5000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-ACR-TABLE-COUNT
                       MOVE WS-ACR-TABLE-COUNT TO WS-ACR-HIT
                       MOVE WS-FIND-CONTRACT
                           TO WS-ACR-CONTRACT (WS-ACR-HIT)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-ACR-THRU (WS-ACR-HIT)
                       MOVE ZERO TO WS-ACR-CUM (WS-ACR-HIT)
                   END-IF
               END-IF
               IF WS-ACR-HIT > ZERO
                   ADD WS-RESTORE-INTEREST TO WS-ACR-CUM (WS-ACR-HIT)
               END-IF
               SET WS-MASTER-CHANGED TO TRUE
               MOVE "PLACED" TO WS-LC-NEW-VALUE
           ELSE
               MOVE WS-GL-RECOVERY-ACCT TO WS-JRN-ACCOUNT
               MOVE WS-REFUND-AMOUNT TO WS-JRN-AMOUNT
               PERFORM 7000-WRITE-JOURNAL-LINE
               MOVE "WRITTEN-OFF" TO WS-LC-NEW-VALUE
           END-IF
           MOVE "B" TO WS-SRG-STATUS (WS-SRG-HIT)
           MOVE WS-CURRENT-DATE-NUM TO WS-SRG-STATUS-DATE (WS-SRG-HIT)
           MOVE BBK-REASON TO WS-SRG-REASON (WS-SRG-HIT)
           MOVE "BOUGHTBACK" TO WS-LC-EVENT
           MOVE "SOLD" TO WS-LC-OLD-VALUE
           PERFORM 7100-WRITE-LIFECYCLE-EVENT
           MOVE WS-REFUND-AMOUNT TO WS-PRICE-EDIT
           MOVE WS-SRG-FORWARDED (WS-SRG-HIT) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "BOUGHT BACK     " DELIMITED BY SIZE
               WS-FIND-CONTRACT DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               BBK-REASON DELIMITED BY SIZE
               " REFUND=" DELIMITED BY SIZE
               WS-PRICE-EDIT DELIMITED BY SIZE
               " LESS REMITTED=" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Written-off contracts are offered before placed ones, so a contract      *
      * on both registers is sold as written off - its balance is already off    *
      * the book. A contract on the sale register in any status is never         *
      * offered again.                                                           *
      ****************************************************************************
       4000-SELECT-TRANCHE.
           MOVE ZERO TO WS-TRANCHE-FACE
           MOVE ZERO TO WS-TRANCHE-PRICE
           IF NOT SLC-PLACED-ONLY
               PERFORM VARYING WS-WOF-SUB FROM 1 BY 1
                       UNTIL WS-WOF-SUB > WS-WOF-TABLE-COUNT
                   MOVE WS-WOF-CONTRACT (WS-WOF-SUB)
                       TO WS-FIND-CONTRACT
                   MOVE "W" TO WS-CAND-SOURCE
                   MOVE WS-WOF-BALANCE (WS-WOF-SUB)
                       TO WS-CAND-PRINCIPAL
                   MOVE WS-WOF-ACCRUED (WS-WOF-SUB)
                       TO WS-CAND-INTEREST
                   PERFORM 4200-JUDGE-CANDIDATE
               END-PERFORM
           END-IF
           IF NOT SLC-WRITTEN-OFF-ONLY
               PERFORM VARYING WS-PLC-SUB FROM 1 BY 1
                       UNTIL WS-PLC-SUB > WS-PLC-TABLE-COUNT
                   MOVE WS-PLC-CONTRACT (WS-PLC-SUB)
                       TO WS-FIND-CONTRACT
                   MOVE "P" TO WS-CAND-SOURCE
                   PERFORM 1920-FIND-BALANCES
                   MOVE ZERO TO WS-CAND-PRINCIPAL
                   MOVE ZERO TO WS-CAND-INTEREST
                   IF WS-OUT-HIT > ZERO
                       MOVE WS-OUT-BALANCE (WS-OUT-HIT)
                           TO WS-CAND-PRINCIPAL
                   END-IF
                   IF WS-ACR-HIT > ZERO
                       MOVE WS-ACR-CUM (WS-ACR-HIT)
                           TO WS-CAND-INTEREST
                   END-IF
                   PERFORM 4200-JUDGE-CANDIDATE
               END-PERFORM
           END-IF
           MOVE WS-TRANCHE-FACE TO WS-FACE-EDIT
           MOVE WS-TRANCHE-PRICE TO WS-PRICE-EDIT
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TRANCHE " DELIMITED BY SIZE
               SLC-TRANCHE-ID DELIMITED BY SIZE
               " PROPOSED TO " DELIMITED BY SIZE
               SLC-PURCHASER-NAME DELIMITED BY SIZE
               " CONTRACTS=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " FACE=" DELIMITED BY SIZE
               WS-FACE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "        PRICE=" DELIMITED BY SIZE
               WS-PRICE-EDIT DELIMITED BY SIZE
               " HELD BACK: DISPUTE=" DELIMITED BY SIZE
               WS-EXCL-DISPUTE-COUNT DELIMITED BY SIZE
               " INSOLVENCY=" DELIMITED BY SIZE
               WS-EXCL-INSOLV-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "        TOO RECENT=" DELIMITED BY SIZE
               WS-EXCL-AGE-COUNT DELIMITED BY SIZE
               " OUTSIDE BAND=" DELIMITED BY SIZE
               WS-EXCL-BAND-COUNT DELIMITED BY SIZE
               " NOT ON EXTRACT=" DELIMITED BY SIZE
               WS-EXCL-EXTRACT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-JUDGE-CANDIDATE.
           MOVE ZERO TO WS-SRG-HIT
           PERFORM VARYING WS-SRG-SUB FROM 1 BY 1
                   UNTIL WS-SRG-SUB > WS-SRG-TABLE-COUNT
               IF WS-SRG-CONTRACT (WS-SRG-SUB) = WS-FIND-CONTRACT
                   MOVE WS-SRG-SUB TO WS-SRG-HIT
               END-IF
           END-PERFORM
           IF WS-SRG-HIT = ZERO
               PERFORM 1930-FIND-EXTRACT
               PERFORM 1910-FIND-EXCLUSION
               COMPUTE WS-FACE-VALUE =
                   WS-CAND-PRINCIPAL + WS-CAND-INTEREST
               EVALUATE TRUE
                   WHEN WS-ENT-HIT = ZERO
                       ADD 1 TO WS-EXCL-EXTRACT-COUNT
                   WHEN WS-EXC-HIT-REASON = "I"
                       ADD 1 TO WS-EXCL-INSOLV-COUNT
                   WHEN WS-EXC-HIT-REASON = "D"
                       ADD 1 TO WS-EXCL-DISPUTE-COUNT
                   WHEN WS-FACE-VALUE <= ZERO
                       OR WS-FACE-VALUE < SLC-MIN-BALANCE
                       OR (SLC-MAX-BALANCE > ZERO
                           AND WS-FACE-VALUE > SLC-MAX-BALANCE)
                       ADD 1 TO WS-EXCL-BAND-COUNT
                   WHEN OTHER
                       MOVE WS-ENT-DUE-DATE (WS-ENT-HIT)
                           TO WS-DUE-DATE-PARTS
                       COMPUTE WS-DUE-DATE-NUM =
                           (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
                           + WS-DUE-DAY
                       COMPUTE WS-AGE-DAYS = WS-CURRENT-INTEGER
                           - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
                       IF WS-AGE-DAYS < SLC-MIN-AGE-DAYS
                           ADD 1 TO WS-EXCL-AGE-COUNT
                       ELSE
                           PERFORM 4300-PROPOSE-CONTRACT
                       END-IF
               END-EVALUATE
           END-IF.

       4300-PROPOSE-CONTRACT.
           IF WS-SRG-TABLE-COUNT >= 3000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-SELECTED-COUNT
               ADD 1 TO WS-SRG-TABLE-COUNT
               MOVE WS-SRG-TABLE-COUNT TO WS-SRG-HIT
               MOVE SLC-TRANCHE-ID TO WS-SRG-TRANCHE (WS-SRG-HIT)
               MOVE SLC-PURCHASER-ID TO WS-SRG-PURCHASER (WS-SRG-HIT)
               MOVE WS-FIND-CONTRACT TO WS-SRG-CONTRACT (WS-SRG-HIT)
               MOVE WS-ENT-COMPANY (WS-ENT-HIT)
                   TO WS-SRG-COMPANY (WS-SRG-HIT)
               MOVE WS-CAND-SOURCE TO WS-SRG-SOURCE (WS-SRG-HIT)
               MOVE WS-CAND-PRINCIPAL
                   TO WS-SRG-PRINCIPAL (WS-SRG-HIT)
               MOVE WS-CAND-INTEREST TO WS-SRG-INTEREST (WS-SRG-HIT)
               COMPUTE WS-SRG-PRICE (WS-SRG-HIT) ROUNDED =
                   WS-FACE-VALUE * SLC-PRICE-PCT / 100
               MOVE "P" TO WS-SRG-STATUS (WS-SRG-HIT)
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-SRG-SELECTED (WS-SRG-HIT)
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-SRG-STATUS-DATE (WS-SRG-HIT)
               MOVE ZERO TO WS-SRG-FORWARDED (WS-SRG-HIT)
               MOVE SPACES TO WS-SRG-REASON (WS-SRG-HIT)
               MOVE "N" TO WS-SRG-DROP-FLAG (WS-SRG-HIT)
               ADD WS-FACE-VALUE TO WS-TRANCHE-FACE
               ADD WS-SRG-PRICE (WS-SRG-HIT) TO WS-TRANCHE-PRICE
               MOVE WS-FACE-VALUE TO WS-FACE-EDIT
               MOVE WS-SRG-PRICE (WS-SRG-HIT) TO WS-PRICE-EDIT
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "SELECTED        " DELIMITED BY SIZE
                   WS-FIND-CONTRACT DELIMITED BY SIZE
                   " SOURCE=" DELIMITED BY SIZE
                   WS-CAND-SOURCE DELIMITED BY SIZE
                   " AGE=" DELIMITED BY SIZE
                   WS-AGE-EDIT DELIMITED BY SIZE
                   " FACE=" DELIMITED BY SIZE
                   WS-FACE-EDIT DELIMITED BY SIZE
                   " PRICE=" DELIMITED BY SIZE
                   WS-PRICE-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ****************************************************************************
      * Confirmation sells at today's face for the price agreed at selection.    *
      * A placed contract is taken off OUTSTIN and ACCRIN: the receivable is     *
      * credited, the price debited as proceeds and the difference charged as    *
      * loss on sale. A written-off contract has nothing left on the book, so    *
      * its price is a recovery of bad debt.                                     *
      ****************************************************************************
       5000-CONFIRM-TRANCHE.
           MOVE ZERO TO WS-TRANCHE-FACE
           MOVE ZERO TO WS-TRANCHE-PRICE
           MOVE ZERO TO WS-TRANCHE-LOSS
           PERFORM VARYING WS-SRG-HIT FROM 1 BY 1
                   UNTIL WS-SRG-HIT > WS-SRG-TABLE-COUNT
               IF WS-SRG-TRANCHE (WS-SRG-HIT) = SLC-TRANCHE-ID
                   AND WS-SRG-STATUS (WS-SRG-HIT) = "P"
                   PERFORM 5100-CONFIRM-ONE
               END-IF
           END-PERFORM
           MOVE WS-TRANCHE-FACE TO WS-FACE-EDIT
           MOVE WS-TRANCHE-PRICE TO WS-PRICE-EDIT
           MOVE WS-TRANCHE-LOSS TO WS-LOSS-EDIT
           MOVE WS-SOLD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TRANCHE " DELIMITED BY SIZE
               SLC-TRANCHE-ID DELIMITED BY SIZE
               " SOLD CONTRACTS=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " FACE=" DELIMITED BY SIZE
               WS-FACE-EDIT DELIMITED BY SIZE
               " PRICE=" DELIMITED BY SIZE
               WS-PRICE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "        LOSS ON SALE=" DELIMITED BY SIZE
               WS-LOSS-EDIT DELIMITED BY SIZE
               " WITHDRAWN=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       5100-CONFIRM-ONE.
           MOVE WS-SRG-CONTRACT (WS-SRG-HIT) TO WS-FIND-CONTRACT
           MOVE SPACES TO WS-WITHDRAW-REASON
           PERFORM 1910-FIND-EXCLUSION
           PERFORM 1920-FIND-BALANCES
           EVALUATE TRUE
               WHEN WS-EXC-HIT-REASON = "I"
                   MOVE "INSOLVENCY" TO WS-WITHDRAW-REASON
               WHEN WS-EXC-HIT-REASON = "D"
                   MOVE "DISPUTE" TO WS-WITHDRAW-REASON
               WHEN WS-SRG-SOURCE (WS-SRG-HIT) = "P"
                   MOVE ZERO TO WS-SRG-PRINCIPAL (WS-SRG-HIT)
                   MOVE ZERO TO WS-SRG-INTEREST (WS-SRG-HIT)
                   IF WS-OUT-HIT > ZERO
                       MOVE WS-OUT-BALANCE (WS-OUT-HIT)
                           TO WS-SRG-PRINCIPAL (WS-SRG-HIT)
                   END-IF
                   IF WS-ACR-HIT > ZERO
                       MOVE WS-ACR-CUM (WS-ACR-HIT)
                           TO WS-SRG-INTEREST (WS-SRG-HIT)
                   END-IF
                   IF WS-SRG-PRINCIPAL (WS-SRG-HIT)
                           + WS-SRG-INTEREST (WS-SRG-HIT) <= ZERO
                       MOVE "PAID UP" TO WS-WITHDRAW-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-WITHDRAW-REASON NOT = SPACES
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "Y" TO WS-SRG-DROP-FLAG (WS-SRG-HIT)
               MOVE SPACES TO REPORT-LINE
               STRING "WITHDRAWN       " DELIMITED BY SIZE
                   WS-FIND-CONTRACT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-WITHDRAW-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 5200-SELL-ONE
           END-IF.

       5200-SELL-ONE.
           ADD 1 TO WS-SOLD-COUNT
           MOVE "S" TO WS-SRG-STATUS (WS-SRG-HIT)
           MOVE WS-CURRENT-DATE-NUM TO WS-SRG-STATUS-DATE (WS-SRG-HIT)
           COMPUTE WS-FACE-VALUE = WS-SRG-PRINCIPAL (WS-SRG-HIT)
               + WS-SRG-INTEREST (WS-SRG-HIT)
           MOVE WS-FIND-CONTRACT TO WS-JRN-REF
           MOVE WS-GL-PROCEEDS-ACCT TO WS-JRN-ACCOUNT
           MOVE WS-SRG-PRICE (WS-SRG-HIT) TO WS-JRN-AMOUNT
           PERFORM 7000-WRITE-JOURNAL-LINE
           IF WS-SRG-SOURCE (WS-SRG-HIT) = "P"
               COMPUTE WS-LOSS-AMOUNT =
                   WS-FACE-VALUE - WS-SRG-PRICE (WS-SRG-HIT)
               MOVE WS-GL-RECEIVABLE-ACCT TO WS-JRN-ACCOUNT
               COMPUTE WS-JRN-AMOUNT = ZERO - WS-FACE-VALUE
               PERFORM 7000-WRITE-JOURNAL-LINE
               MOVE WS-GL-LOSS-ACCT TO WS-JRN-ACCOUNT
               MOVE WS-LOSS-AMOUNT TO WS-JRN-AMOUNT
               PERFORM 7000-WRITE-JOURNAL-LINE
               IF WS-OUT-HIT > ZERO
                   MOVE ZERO TO WS-OUT-BALANCE (WS-OUT-HIT)
               END-IF
               IF WS-ACR-HIT > ZERO
                   MOVE ZERO TO WS-ACR-CUM (WS-ACR-HIT)
               END-IF
               SET WS-MASTER-CHANGED TO TRUE
               MOVE "PLACED" TO WS-LC-OLD-VALUE
           ELSE
               MOVE ZERO TO WS-LOSS-AMOUNT
               MOVE WS-GL-RECOVERY-ACCT TO WS-JRN-ACCOUNT
               COMPUTE WS-JRN-AMOUNT = ZERO - WS-SRG-PRICE (WS-SRG-HIT)
               PERFORM 7000-WRITE-JOURNAL-LINE
               MOVE "WRITTEN-OFF" TO WS-LC-OLD-VALUE
           END-IF
           ADD WS-FACE-VALUE TO WS-TRANCHE-FACE
           ADD WS-SRG-PRICE (WS-SRG-HIT) TO WS-TRANCHE-PRICE
           ADD WS-LOSS-AMOUNT TO WS-TRANCHE-LOSS
           MOVE "SOLD" TO WS-LC-EVENT
           MOVE "SOLD" TO WS-LC-NEW-VALUE
           PERFORM 7100-WRITE-LIFECYCLE-EVENT
           PERFORM 5300-WRITE-TRANSFER
           MOVE WS-FACE-VALUE TO WS-FACE-EDIT
           MOVE WS-SRG-PRICE (WS-SRG-HIT) TO WS-PRICE-EDIT
           MOVE WS-LOSS-AMOUNT TO WS-LOSS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLD            " DELIMITED BY SIZE
               WS-FIND-CONTRACT DELIMITED BY SIZE
               " FACE=" DELIMITED BY SIZE
               WS-FACE-EDIT DELIMITED BY SIZE
               " PRICE=" DELIMITED BY SIZE
               WS-PRICE-EDIT DELIMITED BY SIZE
               " LOSS=" DELIMITED BY SIZE
               WS-LOSS-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The purchaser gets the contract as the extract and payment history       *
      * show it, with the billing and legal role holders from the contact-role   *
      * register and the extract's own contact and phone number.                 *
      ****************************************************************************
       5300-WRITE-TRANSFER.
           INITIALIZE SALE-TRANSFER-RECORD
           MOVE WS-SRG-TRANCHE (WS-SRG-HIT) TO SXF-TRANCHE-ID
           MOVE WS-SRG-PURCHASER (WS-SRG-HIT) TO SXF-PURCHASER-ID
           MOVE WS-FIND-CONTRACT TO SXF-CONTRACT-NUMBER
           MOVE WS-SRG-COMPANY (WS-SRG-HIT) TO SXF-COMPANY-NAME
           MOVE WS-SRG-PRINCIPAL (WS-SRG-HIT) TO SXF-PRINCIPAL
           MOVE WS-SRG-INTEREST (WS-SRG-HIT) TO SXF-INTEREST
           MOVE WS-FACE-VALUE TO SXF-FACE-VALUE
           PERFORM 1930-FIND-EXTRACT
           IF WS-ENT-HIT > ZERO
               MOVE WS-ENT-DUE-DATE (WS-ENT-HIT) TO SXF-DUE-DATE
               MOVE WS-ENT-ADDRESS (WS-ENT-HIT) TO SXF-ADDRESS
               MOVE WS-ENT-CONTACT-FIRST (WS-ENT-HIT)
                   TO SXF-CONTACT-FIRST
               MOVE WS-ENT-CONTACT-LAST (WS-ENT-HIT)
                   TO SXF-CONTACT-LAST
               MOVE WS-ENT-CONTACT-PHONE (WS-ENT-HIT)
                   TO SXF-CONTACT-PHONE
           END-IF
           MOVE ZERO TO WS-PHS-HIT
           PERFORM VARYING WS-PHS-SUB FROM 1 BY 1
                   UNTIL WS-PHS-SUB > WS-PHS-TABLE-COUNT
               IF WS-PHS-CONTRACT (WS-PHS-SUB) = WS-FIND-CONTRACT
                   MOVE WS-PHS-SUB TO WS-PHS-HIT
               END-IF
           END-PERFORM
           IF WS-PHS-HIT > ZERO
               MOVE WS-PHS-RECEIPTS (WS-PHS-HIT) TO SXF-RECEIPT-COUNT
               MOVE WS-PHS-LATE (WS-PHS-HIT) TO SXF-LATE-COUNT
               MOVE WS-PHS-LAST-DATE (WS-PHS-HIT)
                   TO SXF-LAST-PAYMENT-DATE
               MOVE WS-PHS-LARGEST (WS-PHS-HIT)
                   TO SXF-LARGEST-RECEIPT
               MOVE WS-PHS-DISHONOURS (WS-PHS-HIT)
                   TO SXF-DISHONOUR-COUNT
           END-IF
           MOVE "N" TO AD-KEY-TYPE
           MOVE SPACES TO AD-COMPANY-ID
           MOVE WS-SRG-COMPANY (WS-SRG-HIT) TO AD-COMPANY-NAME
           MOVE "B" TO AD-ROLE
           CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
           IF AD-STATUS NOT = 4
               MOVE AD-FIRST-NAME TO SXF-BILLING-FIRST
               MOVE AD-LAST-NAME TO SXF-BILLING-LAST
           END-IF
           MOVE "L" TO AD-ROLE
           CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
           IF AD-STATUS NOT = 4
               MOVE AD-FIRST-NAME TO SXF-LEGAL-FIRST
               MOVE AD-LAST-NAME TO SXF-LEGAL-LAST
           END-IF
           WRITE SALE-TRANSFER-RECORD.

       6000-CANCEL-TRANCHE.
           PERFORM VARYING WS-SRG-HIT FROM 1 BY 1
                   UNTIL WS-SRG-HIT > WS-SRG-TABLE-COUNT
               IF WS-SRG-TRANCHE (WS-SRG-HIT) = SLC-TRANCHE-ID
                   AND WS-SRG-STATUS (WS-SRG-HIT) = "P"
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE "Y" TO WS-SRG-DROP-FLAG (WS-SRG-HIT)
                   MOVE SPACES TO REPORT-LINE
                   STRING "CANCELLED       " DELIMITED BY SIZE
                       WS-SRG-CONTRACT (WS-SRG-HIT) DELIMITED BY SIZE
                       " TRANCHE " DELIMITED BY SIZE
                       SLC-TRANCHE-ID DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       7000-WRITE-JOURNAL-LINE.
           IF WS-JRN-AMOUNT NOT = ZERO
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE WS-JRN-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-JRN-REF TO BKP-CONTRACT-NUMBER
               MOVE SPACES TO BKP-COMPANY-ID
               CALL "R213-BOOK-SERVICE" USING BOOK-PARM
               MOVE SPACES TO JOURNAL-LINE
               STRING "GLACCT=" DELIMITED BY SIZE
                   WS-JRN-ACCOUNT DELIMITED BY SIZE
                   " REF=" DELIMITED BY SIZE
                   WS-JRN-REF DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " DUEDATE=" DELIMITED BY SIZE
                   WS-CURRENT-DATE-NUM (1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
                   " BK=" DELIMITED BY SIZE
                   BKP-BOOK DELIMITED BY SIZE
                   INTO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-IF.

       7100-WRITE-LIFECYCLE-EVENT.
           MOVE WS-FIND-CONTRACT TO LC-CONTRACT-NUMBER
           MOVE WS-CURRENT-DATE-NUM TO LC-CYCLE-DATE
           MOVE WS-LC-EVENT TO LC-EVENT
           MOVE WS-LC-OLD-VALUE TO LC-OLD-VALUE
           MOVE WS-LC-NEW-VALUE TO LC-NEW-VALUE
           WRITE LIFECYCLE-EVENT-RECORD.

      ****************************************************************************
      * Cancelled and withdrawn proposals leave the register; sold and           *
      * bought-back contracts stay on it for good. Only sold contracts are       *
      * suppressed, and only unmatched receipts stay on SALEFWD.                 *
      ****************************************************************************
       8000-WRITE-FILES.
           OPEN OUTPUT REGISTER-OUT-FILE
           OPEN OUTPUT SUPP-FILE
           PERFORM VARYING WS-SRG-SUB FROM 1 BY 1
                   UNTIL WS-SRG-SUB > WS-SRG-TABLE-COUNT
               IF WS-SRG-DROP-FLAG (WS-SRG-SUB) NOT = "Y"
                   MOVE WS-SRG-DATA (WS-SRG-SUB)
                       TO SALE-REGISTER-RECORD
                   WRITE REGISTER-OUT-LINE FROM SALE-REGISTER-RECORD
                   IF WS-SRG-STATUS (WS-SRG-SUB) = "S"
                       ADD 1 TO WS-SUPPRESSED-COUNT
                       MOVE WS-SRG-CONTRACT (WS-SRG-SUB)
                           TO SUPP-CONTRACT-NUMBER
                       WRITE SUPP-CONTRACT-NUMBER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REGISTER-OUT-FILE
           CLOSE SUPP-FILE
           OPEN OUTPUT FORWARD-FILE
           PERFORM VARYING WS-FWD-SUB FROM 1 BY 1
                   UNTIL WS-FWD-SUB > WS-FWD-TABLE-COUNT
               IF WS-FWD-HELD-FLAG (WS-FWD-SUB) = "Y"
                   MOVE WS-FWD-DATA (WS-FWD-SUB)
                       TO SALE-FORWARD-RECORD
                   WRITE SALE-FORWARD-RECORD
               END-IF
           END-PERFORM
           CLOSE FORWARD-FILE.

       8100-REWRITE-OUTST.
           MOVE ZERO TO WS-CHN-OUT-TOTAL
           OPEN OUTPUT OUTST-FILE
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-TABLE-COUNT
               MOVE WS-OUT-CONTRACT (WS-OUT-SUB)
                   TO OUT-CONTRACT-NUMBER
               MOVE WS-OUT-BALANCE (WS-OUT-SUB) TO OUT-BALANCE
               WRITE OUTSTANDING-RECORD
               ADD OUT-BALANCE TO WS-CHN-OUT-TOTAL
           END-PERFORM
           CLOSE OUTST-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "OUTST" TO CP-FILE-ID
           MOVE WS-OUT-TABLE-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-OUT-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.

       8200-REWRITE-ACCR.
           MOVE ZERO TO WS-CHN-ACCR-TOTAL
           OPEN OUTPUT ACCR-FILE
           PERFORM VARYING WS-ACR-SUB FROM 1 BY 1
                   UNTIL WS-ACR-SUB > WS-ACR-TABLE-COUNT
               MOVE WS-ACR-CONTRACT (WS-ACR-SUB)
                   TO ACC-CONTRACT-NUMBER
               MOVE WS-ACR-THRU (WS-ACR-SUB) TO ACC-ACCRUED-THRU
               MOVE WS-ACR-CUM (WS-ACR-SUB) TO ACC-CUM-AMOUNT
               WRITE ACCRUAL-RECORD
               ADD ACC-CUM-AMOUNT TO WS-CHN-ACCR-TOTAL
           END-PERFORM
           CLOSE ACCR-FILE
           MOVE "S" TO CP-FUNCTION
           MOVE "ACCR" TO CP-FILE-ID
           MOVE WS-ACR-TABLE-COUNT TO CP-RECORD-COUNT
           MOVE WS-CHN-ACCR-TOTAL TO CP-AMOUNT-TOTAL
           CALL "R144-CHAIN-FP-SERVICE" USING CHAIN-FP-PARM.
