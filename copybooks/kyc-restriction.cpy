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
      * One line of the KYC restriction file R173 writes each night              *
      * (KYCRESTR): a company whose periodic review is overdue past the          *
      * grace period. Each restricted company has one line with the              *
      * contract number blank, for the programs that work by company             *
      * (R087 refuses to onboard it again, R033 keeps its customers off          *
      * the CRM push), followed by one line per contract on the ENTITY           *
      * extract for those that work by contract (R102 sets up no new             *
      * debit mandate and raises no new-term debit order).                       *
      *                                                                          *
      ****************************************************************************
       01  KYC-RESTRICTION-RECORD.
           05  KR-COMPANY-ID            PIC X(10).
           05  KR-COMPANY-NAME          PIC X(15).
           05  KR-CONTRACT-NUMBER       PIC X(15).
           05  KR-DUE-DATE              PIC 9(8).
           05  KR-RESTRICTED-DATE       PIC 9(8).
