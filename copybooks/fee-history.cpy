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
      * The record of each account-fee decision (FEEHIST, appended by R205       *
      * when it prices an account and by R207 when a back-valued posting         *
      * changes the balance the decision rested on): the ledger account, the     *
      * fee date, the account type, the full fee for the month, whether the      *
      * type offers a waiver and at what balance, the balance the decision       *
      * used, the outcome - C charged, W waived - and the program and            *
      * processing date that recorded it. The latest record for an account and   *
      * fee date is the decision that stands.                                    *
      *                                                                          *
      ****************************************************************************
       01  FEE-HISTORY-RECORD.
           05  FH-ACCOUNT               PIC X(8).
           05  FH-FEE-DATE              PIC 9(8).
           05  FH-TYPE-CODE             PIC 9(5).
           05  FH-FULL-FEE              PIC 9(9)V9(2).
           05  FH-WAIVER-FLAG           PIC X(1).
               88  FH-WAIVER-OFFERED            VALUE "Y".
           05  FH-WAIVER-BALANCE        PIC 9(11)V9(2).
           05  FH-BALANCE               PIC S9(11)V9(2).
           05  FH-OUTCOME               PIC X(1).
               88  FH-CHARGED                   VALUE "C".
               88  FH-WAIVED                    VALUE "W".
           05  FH-RECORDED-BY           PIC X(4).
           05  FH-RECORDED-DATE         PIC 9(8).
