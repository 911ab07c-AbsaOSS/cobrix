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
      * One insolvency or business-rescue case against a customer, keyed by      *
      * COMPANY-ID and maintained by the insolvency register run (R167,          *
      * INSOLIN to INSOLOUT): liquidation or business rescue, the date the       *
      * proceedings were filed, the appointed practitioner, the last day         *
      * a claim may be lodged with the practitioner and the case status.         *
      * INS-GROUP-FLAG Y extends the case to every company below it on the       *
      * R072 hierarchy. While a case is active its contracts are frozen:         *
      * no letters, no penalty interest, no debit orders, no collector           *
      * queue and no legal placement. A closed case (finalised or set            *
      * aside) stays on the file with the date it closed.                        *
      *                                                                          *
      ****************************************************************************
       01  INSOLVENCY-CASE-RECORD.
           05  INS-COMPANY-ID           PIC X(10).
           05  INS-CASE-TYPE            PIC X(1).
               88  INS-LIQUIDATION              VALUE "L".
               88  INS-BUSINESS-RESCUE          VALUE "R".
           05  INS-FILING-DATE          PIC 9(8).
           05  INS-PRACTITIONER         PIC X(30).
           05  INS-CLAIM-DEADLINE       PIC 9(8).
           05  INS-GROUP-FLAG           PIC X(1).
               88  INS-GROUP-CASE               VALUE "Y".
           05  INS-STATUS               PIC X(1).
               88  INS-ACTIVE                   VALUE "A".
               88  INS-FINALISED                VALUE "F".
               88  INS-WITHDRAWN                VALUE "W".
           05  INS-CLOSED-DATE          PIC 9(8).
