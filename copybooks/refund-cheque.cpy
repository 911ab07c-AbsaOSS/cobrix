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
      * One refund cheque on the register R185 keeps (CHQREGIN to CHQREGOUT),    *
      * numbered when R058's refund order (REFUND) is issued: the payee and      *
      * amount as ordered, the issue date, and where the cheque now stands -     *
      * issued and unpresented (I), paid by the bank (P), voided stale or        *
      * stopped with the credit put back on the contract and held from           *
      * refund (V), released by the refund desk for a fresh cheque (R),          *
      * remitted to the regulator as unclaimed property (E), or voided but       *
      * the credit since used up on the contract (C) - and who last acted on     *
      * it: the refund desk user who stopped or released it, or SYSSTALE for     *
      * a stale-dating void.                                                     *
      *                                                                          *
      ****************************************************************************
       01  REFUND-CHEQUE-RECORD.
           05  RCQ-CHEQUE-NUMBER        PIC 9(10).
           05  RCQ-CONTRACT-NUMBER      PIC X(15).
           05  RCQ-PAYEE-NAME           PIC X(20).
           05  RCQ-PAYEE-ADDRESS        PIC X(30).
           05  RCQ-AMOUNT               PIC 9(10)V9(2).
           05  RCQ-ISSUE-DATE           PIC 9(8).
           05  RCQ-REASON               PIC X(1).
           05  RCQ-STATUS               PIC X(1).
               88  RCQ-ISSUED                   VALUE "I".
               88  RCQ-PAID                     VALUE "P".
               88  RCQ-VOIDED                   VALUE "V".
               88  RCQ-RELEASED                 VALUE "R".
               88  RCQ-ESCHEATED                VALUE "E".
               88  RCQ-CREDIT-USED              VALUE "C".
           05  RCQ-STATUS-DATE          PIC 9(8).
           05  RCQ-PAID-DATE            PIC 9(8).
           05  RCQ-ACTIONED-BY          PIC X(8).
