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
      * The overdraft limits in force for the day (ODLIMITS, written by R209,    *
      * read by R096 and R210): one entry per ledger account that may go below   *
      * zero - the arranged limit (zero when the account has no facility),       *
      * whether its account type allows unarranged overdraft, in which case      *
      * R096 lets a debit through beyond the limit, and the annual debit         *
      * interest rate R210 charges on the overdrawn balance.                     *
      *                                                                          *
      ****************************************************************************
       01  OVERDRAFT-LIMIT-RECORD.
           05  ODL-LEDGER-ACCOUNT       PIC X(8).
           05  ODL-LIMIT                PIC 9(9)V9(2).
           05  ODL-UNARRANGED           PIC X(1).
               88  ODL-UNARRANGED-ALLOWED       VALUE "Y".
           05  ODL-RATE                 PIC 9(2)V9(4).
