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
      * One anti-money-laundering alert case, raised by R186 when a              *
      * monitoring scenario fires and carried forward (AMLCASEIN to              *
      * AMLCASEOUT): the company, the contract where the scenario is             *
      * contract-level, the scenario - OVRF repeated refunds of                  *
      * overpayments to differing payees, STRC receipts structured just          *
      * below the reporting threshold, BREF receipts from many bank              *
      * references for one company, BKCG a refund soon after the bank            *
      * details changed - and what was seen. The compliance officer's            *
      * disposition on AMLTXN moves an open case (O) to dismissed (D) or         *
      * escalated (E); an escalated case goes on the suspicious-activity         *
      * extract and holds the company until it is closed (C).                    *
      *                                                                          *
      ****************************************************************************
       01  AML-CASE-RECORD.
           05  AMC-CASE-NUMBER          PIC 9(8).
           05  AMC-COMPANY-NAME         PIC X(20).
           05  AMC-CONTRACT-NUMBER      PIC X(15).
           05  AMC-SCENARIO             PIC X(4).
           05  AMC-OPENED-DATE          PIC 9(8).
           05  AMC-DETAIL               PIC X(40).
           05  AMC-STATUS               PIC X(1).
               88  AMC-OPEN                     VALUE "O".
               88  AMC-DISMISSED                VALUE "D".
               88  AMC-ESCALATED                VALUE "E".
               88  AMC-CLOSED                   VALUE "C".
           05  AMC-DISPOSED-BY          PIC X(8).
           05  AMC-DISPOSED-DATE        PIC 9(8).
           05  AMC-DISPOSAL-REASON      PIC X(30).
