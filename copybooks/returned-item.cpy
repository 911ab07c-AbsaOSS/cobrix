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
      * One item the bank returned unpaid (RETITEMS, received daily): the        *
      * bank reference of the original credit, which is how the receipt is       *
      * traced back to SETTLE or the R113 receipt register, the contract         *
      * the bank quoted, the amount, the date it came back and the bank's        *
      * return reason code (R01 insufficient funds, R02 account closed,          *
      * R08 payment stopped and so on - carried through, not interpreted).       *
      *                                                                          *
      ****************************************************************************
       01  RETURNED-ITEM-RECORD.
           05  RTI-BANK-REF             PIC X(12).
           05  RTI-CONTRACT-NUMBER      PIC X(15).
           05  RTI-AMOUNT               PIC 9(10)V9(2).
           05  RTI-RETURN-DATE          PIC 9(8).
           05  RTI-REASON-CODE          PIC X(4).
