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
      * An arranged overdraft facility (ODFACIL, read by R209 and R210): one     *
      * entry per ACCOUNT-NO granted a facility - the ledger account it is       *
      * booked on, the limit the balance may go down to below zero, the annual   *
      * debit interest rate charged on the overdrawn balance, the date the       *
      * facility is next due for review, and the officer who approved it and     *
      * when.                                                                    *
      *                                                                          *
      ****************************************************************************
       01  OVERDRAFT-FACILITY-RECORD.
           05  ODF-ACCOUNT-NO           PIC 9(16).
           05  ODF-LEDGER-ACCOUNT       PIC X(8).
           05  ODF-LIMIT                PIC 9(9)V9(2).
           05  ODF-RATE                 PIC 9(2)V9(4).
           05  ODF-REVIEW-DATE          PIC 9(8).
           05  ODF-APPROVED-BY          PIC X(8).
           05  ODF-APPROVED-DATE        PIC 9(8).
