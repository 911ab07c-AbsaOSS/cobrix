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
      * One invoice raised by the billing run (R156) against a CONTRACT        *
      * segment: the invoice number drawn from the invoice number-range        *
      * control (INVSEQIN to INVSEQOUT, number-range.cpy), the contract and    *
      * the COMPANY-ID that owns it, the amount billed, the date it was        *
      * issued and the contract's due date. The register is carried forward   *
      * cycle to cycle (INVREGIN to INVREGOUT) in invoice-number order and     *
      * never rewritten, so a contract is billed once and the numbers run      *
      * without a gap; dunning and the statement runs quote the number from    *
      * here.                                                                   *
      *                                                                          *
      ****************************************************************************
       01  INVOICE-REGISTER-RECORD.
           05  INV-NUMBER               PIC X(10).
           05  INV-NUMBER-PARTS REDEFINES INV-NUMBER.
               10  INV-PREFIX           PIC X(2).
               10  INV-SEQUENCE         PIC 9(8).
           05  INV-CONTRACT-NUMBER      PIC X(15).
           05  INV-COMPANY-ID           PIC X(10).
           05  INV-AMOUNT               PIC 9(10)V9(2).
           05  INV-ISSUE-DATE           PIC 9(8).
           05  INV-DUE-DATE             PIC 9(8).
