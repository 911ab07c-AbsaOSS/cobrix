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
      * A receipt R058 received for a contract sold to a purchaser (SALEFWD,     *
      * appended by R058 and cleared by R202 once remitted): the receipt is      *
      * not applied to our books but held for the purchaser, with the            *
      * contract, payment date, amount and the bank reference it arrived         *
      * under.                                                                   *
      *                                                                          *
      ****************************************************************************
       01  SALE-FORWARD-RECORD.
           05  SFW-CONTRACT-NUMBER      PIC X(15).
           05  SFW-PAYMENT-DATE         PIC 9(8).
           05  SFW-AMOUNT               PIC 9(10)V9(2).
           05  SFW-BANK-REF             PIC X(12).
