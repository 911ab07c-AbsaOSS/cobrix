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
      * The account-type catalogue (ACCTTYPE, read by R205): one entry per       *
      * ACCOUNT-TYPE-N code the METADATA ACCOUNT-DETAIL entries carry - its      *
      * description and its fee schedule: the monthly maintenance fee, the fee   *
      * charged per posting in the month and, when a waiver is offered, the      *
      * balance above which the month's fees are waived. R209 reads the          *
      * overdraft terms: whether an account of the type may go overdrawn         *
      * without an arranged facility, and the annual debit rate charged when     *
      * it does.                                                                 *
      *                                                                          *
      ****************************************************************************
       01  ACCOUNT-TYPE-RECORD.
           05  AT-TYPE-CODE             PIC 9(5).
           05  AT-DESCRIPTION           PIC X(30).
           05  AT-MONTHLY-FEE           PIC 9(5)V9(2).
           05  AT-TXN-FEE               PIC 9(3)V9(2).
           05  AT-WAIVER-FLAG           PIC X(1).
               88  AT-WAIVER-OFFERED            VALUE "Y".
           05  AT-WAIVER-BALANCE        PIC 9(11)V9(2).
           05  AT-UNARRANGED-OD         PIC X(1).
               88  AT-UNARRANGED-ALLOWED        VALUE "Y".
           05  AT-UNARRANGED-RATE       PIC 9(2)V9(4).
