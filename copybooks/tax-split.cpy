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
      * Tax determination for one invoiced contract, written by R157 to         *
      * TAXSPLIT: the invoice and its owning COMPANY-ID, the treatment and      *
      * rate applied, and the tax-inclusive AMOUNT split into net and tax so    *
      * the two always add back to the amount billed. R032 reads it to post     *
      * the net to receivables and the tax to TXS-GL-ACCOUNT on CONTRGLAR.      *
      * TXS-ID-STATUS records whether the customer's taxpayer identifier was    *
      * valid, missing or invalid when the treatment was decided.               *
      *                                                                          *
      ****************************************************************************
       01  TAX-SPLIT-RECORD.
           05  TXS-CONTRACT-NUMBER      PIC X(15).
           05  TXS-INVOICE-NUMBER       PIC X(10).
           05  TXS-COMPANY-ID           PIC X(10).
           05  TXS-ISSUE-DATE           PIC 9(8).
           05  TXS-TREATMENT            PIC X(1).
               88  TXS-STANDARD                 VALUE "S".
               88  TXS-ZERO-RATED               VALUE "Z".
               88  TXS-EXEMPT                   VALUE "E".
           05  TXS-RATE-PCT             PIC 9(2)V9(4).
           05  TXS-GROSS-AMOUNT         PIC 9(10)V9(2).
           05  TXS-NET-AMOUNT           PIC 9(10)V9(2).
           05  TXS-TAX-AMOUNT           PIC 9(10)V9(2).
           05  TXS-GL-ACCOUNT           PIC X(20).
           05  TXS-ID-STATUS            PIC X(1).
               88  TXS-ID-VALID                 VALUE "V".
               88  TXS-ID-MISSING               VALUE "M".
               88  TXS-ID-INVALID               VALUE "I".
