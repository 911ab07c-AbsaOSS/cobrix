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
      * One entry on the relationship-manager commission ledger (COMMLOG),       *
      * appended nightly by R163 and summed monthly by R164: R a settled         *
      * receipt off SETTLE, N a renewal accepted on R060's OFFEROUT, C a         *
      * receipt R111 later reversed or R161 dishonoured, W a credit on a         *
      * contract R101 later wrote off. The base amount is what commission is     *
      * reckoned on - positive for R and N, negative for the clawbacks C and     *
      * W, which are charged to the manager who earned the original entry.       *
      * The manager is the one RMHIST shows owning the company on the event      *
      * date. CE-REFERENCE is the bank reference of a receipt, or the            *
      * generated date of a renewal offer.                                       *
      *                                                                          *
      ****************************************************************************
       01  COMMISSION-EVENT-RECORD.
           05  CE-EVENT-DATE            PIC 9(8).
           05  CE-EVENT-TYPE            PIC X(1).
               88  CE-RECEIPT                   VALUE "R".
               88  CE-RENEWAL                   VALUE "N".
               88  CE-REVERSAL                  VALUE "C".
               88  CE-WRITE-OFF                 VALUE "W".
           05  CE-CONTRACT-NUMBER       PIC X(15).
           05  CE-COMPANY-ID            PIC X(10).
           05  CE-RM-FIRST-NAME         PIC X(16).
           05  CE-RM-LAST-NAME          PIC X(16).
           05  CE-REFERENCE             PIC X(12).
           05  CE-BASE-AMOUNT           PIC S9(11)V9(2).
