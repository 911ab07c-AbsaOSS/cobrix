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
      * The account-status master (ACCTSTIN to ACCTSTOUT, maintained by R206):   *
      * one entry for every RECORD-A account that has been closed, keyed by      *
      * its full 16-digit ACCOUNT-NO, with the ledger account it posts to on     *
      * R096's balance master - the leading 8 digits, as the ledger keys it. A   *
      * closed account (C) carries its closing date, the final balance it was    *
      * settled at - paid out (P), raised as a debt to collect (D) or nil (N)    *
      * - and who closed it; one reopened within the grace period is open (O)    *
      * again with the date and the approving supervisor. R096, R205, R007,      *
      * R095 and R082 read ACCTSTOUT to treat a closed account as closed.        *
      *                                                                          *
      ****************************************************************************
       01  ACCOUNT-STATUS-RECORD.
           05  AST-ACCOUNT-NO           PIC 9(16).
           05  AST-LEDGER-ACCOUNT       PIC X(8).
           05  AST-STATUS               PIC X(1).
               88  AST-OPEN                     VALUE "O".
               88  AST-CLOSED                   VALUE "C".
           05  AST-CLOSED-DATE          PIC 9(8).
           05  AST-FINAL-BALANCE        PIC S9(11)V9(2).
           05  AST-SETTLEMENT           PIC X(1).
               88  AST-PAID-OUT                 VALUE "P".
               88  AST-DEBT-RAISED              VALUE "D".
               88  AST-SETTLED-NIL              VALUE "N".
           05  AST-CLOSED-BY            PIC X(8).
           05  AST-REOPENED-DATE        PIC 9(8).
           05  AST-REOPENED-BY          PIC X(8).
