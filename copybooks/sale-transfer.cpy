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
      * One contract on the purchaser transfer file of a confirmed debt sale     *
      * (SALEXFER, written by R202): the tranche and purchaser, the contract     *
      * with its due date, the company's name and address, the principal,        *
      * interest and face value sold, the payment-history summary off            *
      * PAYHISTIN, and the contacts - the billing and legal role holders on      *
      * the contact-role register and the first contact on the extract, with a   *
      * phone number.                                                            *
      *                                                                          *
      ****************************************************************************
       01  SALE-TRANSFER-RECORD.
           05  SXF-TRANCHE-ID           PIC X(8).
           05  SXF-PURCHASER-ID         PIC X(10).
           05  SXF-CONTRACT-NUMBER      PIC X(15).
           05  SXF-DUE-DATE             PIC X(10).
           05  SXF-COMPANY-NAME         PIC X(20).
           05  SXF-ADDRESS              PIC X(30).
           05  SXF-PRINCIPAL            PIC S9(11)V9(2).
           05  SXF-INTEREST             PIC 9(13)V9(2).
           05  SXF-FACE-VALUE           PIC S9(13)V9(2).
           05  SXF-RECEIPT-COUNT        PIC 9(5).
           05  SXF-LATE-COUNT           PIC 9(5).
           05  SXF-LAST-PAYMENT-DATE    PIC 9(8).
           05  SXF-LARGEST-RECEIPT      PIC 9(10)V9(2).
           05  SXF-DISHONOUR-COUNT      PIC 9(5).
           05  SXF-BILLING-CONTACT.
               10  SXF-BILLING-FIRST    PIC X(16).
               10  SXF-BILLING-LAST     PIC X(16).
           05  SXF-LEGAL-CONTACT.
               10  SXF-LEGAL-FIRST      PIC X(16).
               10  SXF-LEGAL-LAST       PIC X(16).
           05  SXF-EXTRACT-CONTACT.
               10  SXF-CONTACT-FIRST    PIC X(16).
               10  SXF-CONTACT-LAST     PIC X(16).
               10  SXF-CONTACT-PHONE    PIC X(17).
