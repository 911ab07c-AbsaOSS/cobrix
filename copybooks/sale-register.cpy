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
      * The debt-sale register (SALEIN to SALEOUT, carried by R202): one entry   *
      * per contract offered in a tranche - the tranche and purchaser, the       *
      * contract and its company, where it came from (W written off, P           *
      * placed), the principal and interest making up its face value, the        *
      * price agreed for it, and its status - P proposed, S sold, B bought       *
      * back - with the dates it was selected and last moved, the receipts       *
      * forwarded to the purchaser since the sale and the reason the purchaser   *
      * gave for a buy-back.                                                     *
      *                                                                          *
      ****************************************************************************
       01  SALE-REGISTER-RECORD.
           05  SRG-TRANCHE-ID           PIC X(8).
           05  SRG-PURCHASER-ID         PIC X(10).
           05  SRG-CONTRACT-NUMBER      PIC X(15).
           05  SRG-COMPANY-NAME         PIC X(20).
           05  SRG-SOURCE               PIC X(1).
               88  SRG-FROM-WRITE-OFF           VALUE "W".
               88  SRG-FROM-PLACEMENT           VALUE "P".
           05  SRG-PRINCIPAL            PIC S9(11)V9(2).
           05  SRG-INTEREST             PIC 9(13)V9(2).
           05  SRG-PRICE                PIC 9(11)V9(2).
           05  SRG-STATUS               PIC X(1).
               88  SRG-PROPOSED                 VALUE "P".
               88  SRG-SOLD                     VALUE "S".
               88  SRG-BOUGHT-BACK              VALUE "B".
           05  SRG-SELECTED-DATE        PIC 9(8).
           05  SRG-STATUS-DATE          PIC 9(8).
           05  SRG-FORWARDED            PIC 9(11)V9(2).
           05  SRG-BUYBACK-REASON       PIC X(8).
