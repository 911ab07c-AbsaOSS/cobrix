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
      * One customer dispute against a contract, keyed by CONTRACT-NUMBER and   *
      * maintained by the dispute register run (R158, DISPIN to DISPOUT):      *
      * the reason code, the amount the customer contests, when it was opened  *
      * and the date it should be resolved by, the owner working it, and -     *
      * once resolved - the outcome (upheld, rejected, or partial credit with  *
      * the amount credited) and the date. While a dispute is open, R059      *
      * sends no letter on the contract, R057 accrues no penalty on the        *
      * disputed portion and R108 routes the contract to the dispute queue.    *
      * Resolved disputes stay on the file as the contract's history.         *
      *                                                                          *
      ****************************************************************************
       01  DISPUTE-RECORD.
           05  DSP-CONTRACT-NUMBER      PIC X(15).
           05  DSP-REASON-CODE          PIC X(4).
           05  DSP-DISPUTED-AMOUNT      PIC 9(10)V9(2).
           05  DSP-OPENED-DATE          PIC 9(8).
           05  DSP-TARGET-DATE          PIC 9(8).
           05  DSP-OWNER                PIC X(8).
           05  DSP-STATUS               PIC X(1).
               88  DSP-OPEN                     VALUE "O".
               88  DSP-RESOLVED                 VALUE "R".
           05  DSP-OUTCOME              PIC X(1).
               88  DSP-UPHELD                   VALUE "U".
               88  DSP-REJECTED                 VALUE "J".
               88  DSP-PARTIAL-CREDIT           VALUE "P".
           05  DSP-CREDIT-AMOUNT        PIC 9(10)V9(2).
           05  DSP-RESOLVED-DATE        PIC 9(8).
