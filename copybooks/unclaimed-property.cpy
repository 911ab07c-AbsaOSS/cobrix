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
      * One item of unclaimed property remitted to the regulator (UNCLREM,       *
      * written by R185): a refund credit the owner never collected within       *
      * the statutory dormancy period - the contract it stood on, the voided     *
      * cheque, the owner's name and last known address, the property type,      *
      * the amount, the date of last activity (the cheque's issue date) and      *
      * the date it was reported.                                                *
      *                                                                          *
      ****************************************************************************
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UCP-HOLDER-REF           PIC X(15).
           05  UCP-CHEQUE-NUMBER        PIC 9(10).
           05  UCP-OWNER-NAME           PIC X(20).
           05  UCP-OWNER-ADDRESS        PIC X(30).
           05  UCP-PROPERTY-TYPE        PIC X(4).
           05  UCP-AMOUNT               PIC 9(10)V9(2).
           05  UCP-LAST-ACTIVITY-DATE   PIC 9(8).
           05  UCP-REPORT-DATE          PIC 9(8).
