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
      * A contract's payment-history summary on a seller's payment file          *
      * delivered for an acquired-portfolio conversion (SLRPAY, read by R201):   *
      * the seller's contract number with the receipt counts, days late, last    *
      * payment date, largest receipt and dishonours in the same terms as our    *
      * payment-history master.                                                  *
      *                                                                          *
      ****************************************************************************
       01  SELLER-PAYMENT-RECORD.
           05  SPY-CONTRACT-NUMBER      PIC X(12).
           05  SPY-RECEIPT-COUNT        PIC 9(5).
           05  SPY-ONTIME-COUNT         PIC 9(5).
           05  SPY-LATE-COUNT           PIC 9(5).
           05  SPY-TOTAL-DAYS-LATE      PIC 9(7).
           05  SPY-LAST-PAYMENT-DATE    PIC 9(8).
           05  SPY-LARGEST-RECEIPT      PIC 9(10)V9(2).
           05  SPY-DISHONOUR-COUNT      PIC 9(5).
