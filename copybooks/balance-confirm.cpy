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
      * One balance confirmation sent to a customer for the auditors, kept       *
      * on the confirmation register (CNFIN to CNFOUT). R192 writes the          *
      * entry when it selects the company: the as-at date, the balance           *
      * confirmed (outstanding plus accrued over the company's open              *
      * contracts) and how the letter went - sent, withheld because the          *
      * consent register forbids post, or withheld because the address is        *
      * undeliverable. R193 records the customer's reply against it:             *
      * agreed, disagreed with the customer's own figure, or no reply,           *
      * with the reply date and who keyed it. A company is confirmed once        *
      * per as-at date; a rerun for the same date replaces the entry.            *
      *                                                                          *
      ****************************************************************************
       01  BALANCE-CONFIRM-RECORD.
           05  CNF-COMPANY-ID           PIC X(10).
           05  CNF-COMPANY-NAME         PIC X(15).
           05  CNF-AS-AT-DATE           PIC 9(8).
           05  CNF-SELECTED-BY          PIC X(1).
               88  CNF-BY-THRESHOLD             VALUE "T".
               88  CNF-BY-AUDITOR-LIST          VALUE "L".
           05  CNF-CONTRACT-COUNT       PIC 9(5).
           05  CNF-OUR-BALANCE          PIC S9(13)V9(2).
           05  CNF-DISPATCH             PIC X(1).
               88  CNF-SENT                     VALUE "S".
               88  CNF-CONSENT-WITHHELD         VALUE "C".
               88  CNF-UNDELIVERABLE            VALUE "U".
           05  CNF-REPLY                PIC X(1).
               88  CNF-AWAITING-REPLY           VALUE " ".
               88  CNF-AGREED                   VALUE "A".
               88  CNF-DISAGREED                VALUE "D".
               88  CNF-NO-REPLY                 VALUE "N".
           05  CNF-CUSTOMER-BALANCE     PIC S9(13)V9(2).
           05  CNF-REPLY-DATE           PIC 9(8).
           05  CNF-KEYED-BY             PIC X(8).
