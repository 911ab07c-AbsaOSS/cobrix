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
      * One alias a company is known by besides its COMPANY-NAME, held on        *
      * the alias register R175 maintains (ALIASIN to ALIASOUT, keyed by         *
      * COMPANY-ID): a former name (F), a trading-as or brand name (T) or        *
      * the name the company's payments carry on bank statements (B),            *
      * with the dates it was in use (zero to-date while it still is),           *
      * where it came from and who filed it. The same layout carries the         *
      * former names R048 and R132 file on ALIASNEW whenever a name              *
      * change is saved.                                                         *
      * R058 resolves a receipt quoting a current alias to its company.          *
      *                                                                          *
      ****************************************************************************
       01  COMPANY-ALIAS-RECORD.
           05  CA-COMPANY-ID            PIC X(10).
           05  CA-ALIAS-NAME            PIC X(30).
           05  CA-ALIAS-TYPE            PIC X(1).
               88  CA-FORMER-NAME               VALUE "F".
               88  CA-TRADING-AS                VALUE "T".
               88  CA-BANK-STATEMENT            VALUE "B".
           05  CA-EFFECTIVE-FROM        PIC 9(8).
           05  CA-EFFECTIVE-TO          PIC 9(8).
           05  CA-SOURCE                PIC X(8).
           05  CA-ENTERED-BY            PIC X(8).
           05  CA-ENTERED-DATE          PIC 9(8).
