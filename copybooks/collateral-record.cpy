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
      * One item of security lodged against a company's exposure, held on      *
      * the collateral register (R160, COLLIN to COLLOUT): a cash deposit,     *
      * a guarantee or a pledged asset, lodged for the company as a whole or   *
      * against one CONTRACT-NUMBER. The market value less the haircut is      *
      * what the item covers until its expiry date (zero when open-ended).     *
      * COL-REVALUATION-DATE is when the value is next due to be re-assessed.  *
      * A guarantee names its guarantor either as a parent COMPANY-ID from     *
      * the hierarchy master (type C) or as a named person (type P).           *
      *                                                                          *
      ****************************************************************************
       01  COLLATERAL-RECORD.
           05  COL-ID                   PIC X(10).
           05  COL-COMPANY-ID           PIC X(10).
           05  COL-CONTRACT-NUMBER      PIC X(15).
           05  COL-TYPE                 PIC X(1).
               88  COL-DEPOSIT                  VALUE "D".
               88  COL-GUARANTEE                VALUE "G".
               88  COL-PLEDGED-ASSET            VALUE "P".
           05  COL-MARKET-VALUE         PIC 9(11)V9(2).
           05  COL-HAIRCUT-PCT          PIC 9(3)V9(2).
           05  COL-REVALUATION-DATE     PIC 9(8).
           05  COL-EXPIRY-DATE          PIC 9(8).
           05  COL-GUARANTOR-TYPE       PIC X(1).
               88  COL-GUARANTOR-COMPANY        VALUE "C".
               88  COL-GUARANTOR-PERSON         VALUE "P".
           05  COL-GUARANTOR-ID         PIC X(10).
           05  COL-GUARANTOR-NAME       PIC X(30).
           05  COL-LODGED-DATE          PIC 9(8).
