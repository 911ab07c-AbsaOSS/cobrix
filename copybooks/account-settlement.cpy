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
      * The final settlement of a closed account (ACCTSETL, written by R206):    *
      * a payout instruction (P) for a credit left once fees due are taken, or   *
      * a debt to collect (D) for a debit, with the account, the ledger          *
      * account, the customer's name off RECORD-A, the amount and the closing    *
      * date.                                                                    *
      *                                                                          *
      ****************************************************************************
       01  ACCOUNT-SETTLEMENT-RECORD.
           05  ASL-ACCOUNT-NO           PIC 9(16).
           05  ASL-LEDGER-ACCOUNT       PIC X(8).
           05  ASL-NAME                 PIC X(30).
           05  ASL-TYPE                 PIC X(1).
               88  ASL-PAYOUT                   VALUE "P".
               88  ASL-DEBT-TO-COLLECT          VALUE "D".
           05  ASL-AMOUNT               PIC 9(11)V9(2).
           05  ASL-DATE                 PIC 9(8).
