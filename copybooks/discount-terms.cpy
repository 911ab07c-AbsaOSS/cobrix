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
      * Negotiated prompt-payment terms (DISCTERMS, maintained by credit         *
      * control): a percentage off the balance if the customer pays within       *
      * DT-WINDOW-DAYS calendar days of the invoice issue date on R156's         *
      * register. Keyed either by a single contract (type K) or by the           *
      * COMPANY-ID that owns it (type C); a contract's own terms win over        *
      * its company's.                                                           *
      *                                                                          *
      ****************************************************************************
       01  DISCOUNT-TERMS-RECORD.
           05  DT-KEY-TYPE              PIC X(1).
               88  DT-BY-COMPANY                VALUE "C".
               88  DT-BY-CONTRACT               VALUE "K".
           05  DT-KEY                   PIC X(15).
           05  DT-DISCOUNT-PCT          PIC 9(2)V9(2).
           05  DT-WINDOW-DAYS           PIC 9(3).
