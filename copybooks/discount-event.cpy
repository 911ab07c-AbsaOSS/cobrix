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
      * One prompt-payment discount event, appended by R058 to the DISCLOG       *
      * ledger as receipts are applied and read back by the monthly              *
      * discount report (R162): T a short receipt inside the window              *
      * accepted as full settlement, DE-DISCOUNT being the amount written        *
      * off to discount; L a receipt short by no more than the discount but      *
      * paid after the window closed, left as a part-payment.                    *
      *                                                                          *
      ****************************************************************************
       01  DISCOUNT-EVENT-RECORD.
           05  DE-CONTRACT-NUMBER       PIC X(15).
           05  DE-COMPANY-ID            PIC X(10).
           05  DE-EVENT-TYPE            PIC X(1).
               88  DE-TAKEN                     VALUE "T".
               88  DE-LATE-CLAIM                VALUE "L".
           05  DE-PAY-DATE              PIC 9(8).
           05  DE-INVOICE-DATE          PIC 9(8).
           05  DE-DAYS-TAKEN            PIC 9(5).
           05  DE-WINDOW-DAYS           PIC 9(3).
           05  DE-DISCOUNT-PCT          PIC 9(2)V9(2).
           05  DE-AMOUNT-DUE            PIC 9(10)V9(2).
           05  DE-AMOUNT-PAID           PIC 9(10)V9(2).
           05  DE-DISCOUNT              PIC 9(10)V9(2).
           05  DE-BANK-REF              PIC X(12).
