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
      * One row of the output-tax rate table (TAXRATES), keyed by the           *
      * customer's TAXPAYER-TYPE off COMPANY-DETAILS: "N" registered number,    *
      * "S" string identifier, and a blank row for a customer whose             *
      * identifier is missing or fails the R003 checks. Each row names the      *
      * tax treatment - standard-rated, zero-rated or exempt - the rate as a    *
      * percentage, the date the row takes effect and the GL account the tax    *
      * line posts to. The row in force is the latest effective date on or      *
      * before the business date; a rate change is a new row, never an edit.    *
      *                                                                          *
      ****************************************************************************
       01  TAX-RATE-RECORD.
           05  TXR-TAXPAYER-TYPE        PIC X(1).
           05  TXR-TREATMENT            PIC X(1).
               88  TXR-STANDARD                 VALUE "S".
               88  TXR-ZERO-RATED               VALUE "Z".
               88  TXR-EXEMPT                   VALUE "E".
           05  TXR-RATE-PCT             PIC 9(2)V9(4).
           05  TXR-EFFECTIVE-DATE       PIC 9(8).
           05  TXR-GL-ACCOUNT           PIC X(20).
