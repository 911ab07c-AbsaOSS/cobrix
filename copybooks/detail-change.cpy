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
      * One event in the life of a change to a customer's bank or refund         *
      * payee details, appended to BANKCHG by the programs that hold such        *
      * details: R102 for a debit mandate's bank account (DCL-SOURCE "DDM")      *
      * and R058 for a refund payee's name and address (DCL-SOURCE "RFND").      *
      * A change is logged once when it is raised (C), and once more when        *
      * it is verified by call-back (V) or expires unverified (X); a             *
      * verification refused because the verifier is the user who made the       *
      * change is logged as R and leaves the change pending. R188 reads the      *
      * log to report every change, who verified it and how long it took.        *
      *                                                                          *
      ****************************************************************************
       01  DETAIL-CHANGE-RECORD.
           05  DCL-SOURCE               PIC X(4).
               88  DCL-MANDATE                  VALUE "DDM ".
               88  DCL-REFUND-PAYEE             VALUE "RFND".
           05  DCL-CONTRACT-NUMBER      PIC X(15).
           05  DCL-EVENT                PIC X(1).
               88  DCL-CHANGED                  VALUE "C".
               88  DCL-VERIFIED                 VALUE "V".
               88  DCL-EXPIRED                  VALUE "X".
               88  DCL-REFUSED                  VALUE "R".
           05  DCL-OLD-DETAILS          PIC X(50).
           05  DCL-NEW-DETAILS          PIC X(50).
           05  DCL-CHANGED-BY           PIC X(8).
           05  DCL-CHANGED-DATE         PIC 9(8).
           05  DCL-ACTIONED-BY          PIC X(8).
           05  DCL-EVENT-DATE           PIC 9(8).
