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
      * One subject on the credit bureau's monthly file: the bureau's own        *
      * reference for the company (matched to COMPANY-ID through the key         *
      * cross-reference, system BUR), the name the bureau holds, the date        *
      * the bureau drew the report, its score (0 to 999, higher is               *
      * better), the default judgments recorded against the company and          *
      * their total, and the count and latest date of other adverse              *
      * events (notices, listings, defaults with other suppliers). Read          *
      * by R171.                                                                 *
      *                                                                          *
      ****************************************************************************
       01  BUREAU-FEED-RECORD.
           05  BF-BUREAU-REF            PIC X(15).
           05  BF-SUBJECT-NAME          PIC X(30).
           05  BF-REPORT-DATE           PIC 9(8).
           05  BF-SCORE                 PIC 9(3).
           05  BF-JUDGMENT-COUNT        PIC 9(3).
           05  BF-JUDGMENT-AMOUNT       PIC 9(11)V9(2).
           05  BF-ADVERSE-COUNT         PIC 9(3).
           05  BF-LAST-ADVERSE-DATE     PIC 9(8).
