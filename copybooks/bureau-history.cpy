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
      * One month's credit bureau report for one company, as loaded by           *
      * R171 from the bureau file (bureau-feed.cpy): the bureau figures          *
      * as received, the company's previous bureau score for comparison          *
      * (zero on the first report) and the date the record was loaded.           *
      * The master keeps every month (BUREAUHIN carried to BUREAUHOUT);          *
      * R116 scores from each company's latest report.                           *
      *                                                                          *
      ****************************************************************************
       01  BUREAU-HISTORY-RECORD.
           05  BH-COMPANY-ID            PIC X(10).
           05  BH-BUREAU-REF            PIC X(15).
           05  BH-REPORT-DATE           PIC 9(8).
           05  BH-SCORE                 PIC 9(3).
           05  BH-PRIOR-SCORE           PIC 9(3).
           05  BH-JUDGMENT-COUNT        PIC 9(3).
           05  BH-JUDGMENT-AMOUNT       PIC 9(11)V9(2).
           05  BH-ADVERSE-COUNT         PIC 9(3).
           05  BH-LAST-ADVERSE-DATE     PIC 9(8).
           05  BH-LOADED-DATE           PIC 9(8).
