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
      * One insolvency register transaction for R167 (INSOLTXN): open a          *
      * case (O) with its type, filing date, practitioner, claim-lodgement       *
      * deadline and group flag, amend an active case (A) or close it (C)        *
      * with outcome F finalised or W withdrawn/set aside. R197's registry       *
      * refresh writes opens in the same shape to REGINSOL for companies         *
      * the official registry shows deregistered or in liquidation.              *
      *                                                                          *
      ****************************************************************************
       01  INSOLVENCY-TXN-RECORD.
           05  ITX-COMPANY-ID           PIC X(10).
           05  ITX-ACTION               PIC X(1).
               88  ITX-OPEN                     VALUE "O".
               88  ITX-AMEND                    VALUE "A".
               88  ITX-CLOSE                    VALUE "C".
           05  ITX-CASE-TYPE            PIC X(1).
           05  ITX-FILING-DATE          PIC 9(8).
           05  ITX-PRACTITIONER         PIC X(30).
           05  ITX-CLAIM-DEADLINE       PIC 9(8).
           05  ITX-GROUP-FLAG           PIC X(1).
           05  ITX-OUTCOME              PIC X(1).
