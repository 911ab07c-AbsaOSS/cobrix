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
      * One suspicious-activity report extract record (SAREXT), written          *
      * by R186 the night a compliance officer escalates an AML case: the        *
      * case and what it found, who escalated it and why, and the count          *
      * and total of the receipts and refunds in the monitoring window           *
      * behind it - the contract's where the case names one, otherwise           *
      * the company's.                                                           *
      *                                                                          *
      ****************************************************************************
       01  SAR-EXTRACT-RECORD.
           05  SAR-CASE-NUMBER          PIC 9(8).
           05  SAR-COMPANY-NAME         PIC X(20).
           05  SAR-CONTRACT-NUMBER      PIC X(15).
           05  SAR-SCENARIO             PIC X(4).
           05  SAR-DETAIL               PIC X(40).
           05  SAR-OPENED-DATE          PIC 9(8).
           05  SAR-ESCALATED-DATE       PIC 9(8).
           05  SAR-ESCALATED-BY         PIC X(8).
           05  SAR-REASON               PIC X(30).
           05  SAR-RECEIPT-COUNT        PIC 9(5).
           05  SAR-RECEIPT-TOTAL        PIC 9(11)V9(2).
           05  SAR-REFUND-COUNT         PIC 9(5).
           05  SAR-REFUND-TOTAL         PIC 9(11)V9(2).
