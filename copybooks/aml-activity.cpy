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
      * One receipt or refund in the anti-money-laundering run's (R186)          *
      * rolling activity history (AMLHISTIN to AMLHISTOUT): a receipt (R)        *
      * from the night's cleaned payments file with the bank's reference,        *
      * or a refund (F) from R058's refund orders with the payee it was          *
      * paid to, each with the contract and the company that owns it.            *
      * Activity older than the AML-WINDOW-DAYS monitoring window drops          *
      * off as it is carried forward.                                            *
      *                                                                          *
      ****************************************************************************
       01  AML-ACTIVITY-RECORD.
           05  AMA-TYPE                 PIC X(1).
               88  AMA-RECEIPT                  VALUE "R".
               88  AMA-REFUND                   VALUE "F".
           05  AMA-CONTRACT-NUMBER      PIC X(15).
           05  AMA-COMPANY-NAME         PIC X(20).
           05  AMA-DATE                 PIC 9(8).
           05  AMA-AMOUNT               PIC 9(10)V9(2).
           05  AMA-BANK-REF             PIC X(12).
           05  AMA-PAYEE-NAME           PIC X(20).
