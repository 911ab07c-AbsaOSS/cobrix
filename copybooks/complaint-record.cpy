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
      * One customer complaint on the complaint register (CMPIN to CMPOUT,       *
      * maintained nightly by R194). Complaints arrive by phone or letter        *
      * against a COMPANY-ID and, where the customer names one, a                *
      * CONTRACT-NUMBER; each is numbered on receipt and carries its             *
      * category (dunning, wrong balance, refund delay, data error), the         *
      * owner working it and the regulatory final-response deadline.             *
      * Resolution records the outcome, the program the fault traced back        *
      * to (root cause, for R195's monthly report) and any redress paid.         *
      * Redress is paid as a refund order through R058 against the               *
      * contract: pending until R058 has written the order, then paid.           *
      * While a contract's complaint is open R059 sends it no letter.            *
      *                                                                          *
      ****************************************************************************
       01  COMPLAINT-RECORD.
           05  CMP-COMPLAINT-ID         PIC 9(8).
           05  CMP-COMPANY-ID           PIC X(10).
           05  CMP-CONTRACT-NUMBER      PIC X(15).
           05  CMP-CATEGORY             PIC X(1).
               88  CMP-DUNNING                  VALUE "D".
               88  CMP-WRONG-BALANCE            VALUE "B".
               88  CMP-REFUND-DELAY             VALUE "R".
               88  CMP-DATA-ERROR               VALUE "E".
           05  CMP-CHANNEL              PIC X(1).
               88  CMP-BY-PHONE                 VALUE "P".
               88  CMP-BY-LETTER                VALUE "L".
           05  CMP-RECEIVED-DATE        PIC 9(8).
           05  CMP-OWNER                PIC X(8).
           05  CMP-DEADLINE-DATE        PIC 9(8).
           05  CMP-STATUS               PIC X(1).
               88  CMP-OPEN                     VALUE "O".
               88  CMP-RESOLVED                 VALUE "R".
           05  CMP-RESOLUTION           PIC X(1).
               88  CMP-UPHELD                   VALUE "U".
               88  CMP-REJECTED                 VALUE "J".
               88  CMP-PARTLY-UPHELD            VALUE "P".
           05  CMP-ROOT-CAUSE           PIC X(4).
           05  CMP-RESOLVED-DATE        PIC 9(8).
           05  CMP-REDRESS-AMOUNT       PIC 9(10)V9(2).
           05  CMP-REDRESS-STATUS       PIC X(1).
               88  CMP-NO-REDRESS               VALUE " ".
               88  CMP-REDRESS-PENDING          VALUE "P".
               88  CMP-REDRESS-PAID             VALUE "D".
           05  CMP-REDRESS-PAID-DATE    PIC 9(8).
