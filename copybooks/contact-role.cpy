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
      * One role a company's CONTACT holds, on the contact-role register         *
      * R176 maintains (ROLEIN to ROLEOUT, keyed by COMPANY-ID and the           *
      * contact's FIRST-NAME/LAST-NAME as they stand on the ENTITY               *
      * extract): billing (B), legal (L), operations (O) or director (D).        *
      * One holder of each role per company is primary and is the one the        *
      * letter runs address through R177-ADDRESSEE-SERVICE. The company          *
      * name is refreshed from COMPIN every run so callers that know a           *
      * company only by name can find its contacts.                              *
      *                                                                          *
      ****************************************************************************
       01  CONTACT-ROLE-RECORD.
           05  CR-COMPANY-ID            PIC X(10).
           05  CR-COMPANY-NAME          PIC X(15).
           05  CR-FIRST-NAME            PIC X(16).
           05  CR-LAST-NAME             PIC X(16).
           05  CR-ROLE                  PIC X(1).
               88  CR-BILLING                   VALUE "B".
               88  CR-LEGAL                     VALUE "L".
               88  CR-OPERATIONS                VALUE "O".
               88  CR-DIRECTOR                  VALUE "D".
               88  CR-ROLE-VALID                VALUE "B" "L" "O" "D".
           05  CR-PRIMARY-FLAG          PIC X(1).
               88  CR-PRIMARY                   VALUE "Y".
           05  CR-ENTERED-DATE          PIC 9(8).
