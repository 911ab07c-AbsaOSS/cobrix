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
      * Receivables roll-forward totals for one accounting period (YYYYMM)       *
      * and contract currency, accumulated cycle by cycle by R189 (RFWDIN        *
      * to RFWDOUT). The receivable is the contract's outstanding balance        *
      * plus its accrued interest. RFC-OPENING is the book the period's          *
      * first cycle opened with; the movement columns add up every cycle's       *
      * movements; RFC-CLOSING is the latest cycle's closing book (OUTSTFIN      *
      * and ACCRFIN) and RFC-CARRY the same less that cycle's write-offs,        *
      * the book the next cycle opens with. RFC-REVALUATION is memorandum:       *
      * R117 restates the GL value, not the balances. RFC-DIFFERENCE sums        *
      * what the movements failed to explain - contract by contract, and         *
      * any gap between a cycle's opening and the prior cycle's carry - and      *
      * RFC-UNRECONCILED counts the contracts the latest cycle left out.         *
      * RFC-CERTIFIED is set only while both are zero. R104 will not close a     *
      * period unless every currency's roll-forward for it is certified.         *
      * Totals are cut per book (RFC-BOOK, R213-BOOK-SERVICE) as well as per     *
      * currency, and a book's close looks at its own rows only.                 *
      * RFC-TRANSFERS nets the balances R212 moved into the book (plus) or out   *
      * of it (minus) when contracts were reassigned between books; the          *
      * opening plus the transfers plus the movements make the closing.          *
      *                                                                          *
      ****************************************************************************
       01  ROLLFWD-CONTROL-RECORD.
           05  RFC-PERIOD               PIC 9(6).
           05  RFC-CURRENCY             PIC X(3).
           05  RFC-OPENING              PIC S9(13)V9(2).
           05  RFC-SEEDED               PIC S9(13)V9(2).
           05  RFC-ACCRUED              PIC S9(13)V9(2).
           05  RFC-FEES                 PIC S9(13)V9(2).
           05  RFC-RECEIPTS             PIC S9(13)V9(2).
           05  RFC-DISHONOURS           PIC S9(13)V9(2).
           05  RFC-REFUNDS              PIC S9(13)V9(2).
           05  RFC-NETTING              PIC S9(13)V9(2).
           05  RFC-CLOSING              PIC S9(13)V9(2).
           05  RFC-WRITEOFFS            PIC S9(13)V9(2).
           05  RFC-CARRY                PIC S9(13)V9(2).
           05  RFC-REVALUATION          PIC S9(13)V9(2).
           05  RFC-DIFFERENCE           PIC S9(13)V9(2).
           05  RFC-UNRECONCILED         PIC 9(7).
           05  RFC-CYCLES               PIC 9(3).
           05  RFC-LAST-CYCLE-DATE      PIC 9(8).
           05  RFC-STATUS               PIC X(1).
               88  RFC-CERTIFIED                VALUE "C".
               88  RFC-OUT                      VALUE "U".
           05  RFC-BOOK                 PIC X(2).
           05  RFC-TRANSFERS            PIC S9(13)V9(2).
