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
      * One early-termination quote held by R184 (TERMQIN to TERMQOUT), one      *
      * per contract. The figures are fixed when quoted: the principal           *
      * outstanding (OUTSTIN), the interest accrued (ACCRIN), the product's      *
      * termination fee, and the revenue not yet earned on the R181              *
      * schedule, which is credited back; the settlement is principal plus       *
      * accrued plus fee less unearned, never below zero. A quote is good        *
      * until its expiry date; receipts settled against the contract after       *
      * acceptance build up the amount paid, and once that covers the            *
      * settlement the contract is closed. Status Q quoted, A accepted,          *
      * C closed, X expired unaccepted or unpaid, W withdrawn. A closed          *
      * quote is carried for good - it is the termination register.              *
      *                                                                          *
      ****************************************************************************
       01  TERMINATION-QUOTE-RECORD.
           05  TQ-CONTRACT-NUMBER       PIC X(15).
           05  TQ-QUOTE-DATE            PIC 9(8).
           05  TQ-EXPIRY-DATE           PIC 9(8).
           05  TQ-PRINCIPAL             PIC S9(11)V9(2).
           05  TQ-ACCRUED               PIC 9(13)V9(2).
           05  TQ-FEE                   PIC 9(9)V9(2).
           05  TQ-UNEARNED              PIC 9(11)V9(2).
           05  TQ-SETTLEMENT            PIC 9(11)V9(2).
           05  TQ-PAID                  PIC 9(11)V9(2).
           05  TQ-STATUS                PIC X(1).
               88  TQ-QUOTED                    VALUE "Q".
               88  TQ-ACCEPTED                  VALUE "A".
               88  TQ-CLOSED                    VALUE "C".
               88  TQ-EXPIRED                   VALUE "X".
               88  TQ-WITHDRAWN                 VALUE "W".
           05  TQ-STATUS-DATE           PIC 9(8).
           05  TQ-REQUESTED-BY          PIC X(8).
