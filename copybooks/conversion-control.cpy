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
      * The control card for an acquired-portfolio conversion (CNVCTL, read by   *
      * R201): the mode - D dry run, L load, R rollback - the batch identifier   *
      * the load is registered under, the key-xref system code the seller's      *
      * keys are recorded against, the prefix put in front of the seller's       *
      * contract numbers, and the seller's own control totals for the files      *
      * delivered, which the load must reconcile to before it touches a          *
      * master.                                                                  *
      *                                                                          *
      ****************************************************************************
       01  CONVERSION-CONTROL-RECORD.
           05  CNV-MODE                 PIC X(1).
               88  CNV-DRY-RUN                  VALUE "D".
               88  CNV-LOAD                     VALUE "L".
               88  CNV-ROLLBACK                 VALUE "R".
           05  CNV-BATCH-ID             PIC X(8).
           05  CNV-SYSTEM               PIC X(4).
           05  CNV-CONTRACT-PREFIX      PIC X(3).
           05  CNV-CTL-COMPANIES        PIC 9(7).
           05  CNV-CTL-CONTRACTS        PIC 9(7).
           05  CNV-CTL-AMOUNT           PIC 9(13)V9(2).
           05  CNV-CTL-BALANCE          PIC S9(13)V9(2).
           05  CNV-CTL-ACCRUAL          PIC 9(13)V9(2).
           05  CNV-CTL-RECEIPTS         PIC 9(9).
