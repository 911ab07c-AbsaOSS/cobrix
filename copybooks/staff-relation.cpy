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
      * The staff-relationship register (STAFFREGIN to STAFFREGOUT, carried      *
      * monthly by R203): one entry per member of staff - off HR's roster (H),   *
      * the feed's EMPLOYEE segments (E) or both (B) - found to be a customer-   *
      * side person: R CONTACT a contact of the company, C CUSTOMER the          *
      * customer name, P PAYEE a refund payee on a contract, M MANDATE the       *
      * holder of an active debit mandate. It carries the company and contract   *
      * the relationship is with, the identity grade (A corroborated, B name     *
      * only), the staff member's user ID and whether that sign-on holds         *
      * update access, the date the relationship was first found and the run     *
      * it was last seen in, and the number of accesses the user made to the     *
      * related company in the month.                                            *
      *                                                                          *
      ****************************************************************************
       01  STAFF-RELATION-RECORD.
           05  STR-STAFF-FIRST          PIC X(16).
           05  STR-STAFF-LAST           PIC X(16).
           05  STR-STAFF-SOURCE         PIC X(1).
               88  STR-FROM-ROSTER              VALUE "H".
               88  STR-FROM-FEED                VALUE "E".
               88  STR-FROM-BOTH                VALUE "B".
           05  STR-USER-ID              PIC X(8).
           05  STR-UPDATE-ACCESS        PIC X(1).
               88  STR-HAS-UPDATE               VALUE "Y".
           05  STR-RELATION             PIC X(1).
               88  STR-CONTACT                  VALUE "R".
               88  STR-CUSTOMER                 VALUE "C".
               88  STR-PAYEE                    VALUE "P".
               88  STR-MANDATE-HOLDER           VALUE "M".
           05  STR-COMPANY-NAME         PIC X(20).
           05  STR-CONTRACT-NUMBER      PIC X(15).
           05  STR-GRADE                PIC X(1).
           05  STR-FIRST-FOUND          PIC 9(8).
           05  STR-LAST-SEEN            PIC 9(8).
           05  STR-ACCESS-COUNT         PIC 9(5).
