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
      * One month of the collections management pack's measures for one          *
      * segment of the book (R214, COLHSTIN to COLHSTOUT, the newest twenty-     *
      * four months kept): the segment - T the whole book, C a currency, P a     *
      * product, G an R116 risk grade, K a collector - with the month-end        *
      * receivables, the month's credit sales and cash collected, and the        *
      * eight measures in pack order: days sales outstanding, collection         *
      * effectiveness, roll-forward, cure and write-off rates, arrangement       *
      * keep rate, legal recovery rate and promise-kept rate. A measure          *
      * without a base in the month (no sales, no live arrangements) is          *
      * carried with its MEASURED flag N.                                        *
      *                                                                          *
      ****************************************************************************
       01  COLLECTIONS-HISTORY-RECORD.
           05  CHS-PERIOD               PIC 9(6).
           05  CHS-SEGMENT-TYPE         PIC X(1).
               88  CHS-WHOLE-BOOK               VALUE "T".
               88  CHS-CURRENCY                 VALUE "C".
               88  CHS-PRODUCT                  VALUE "P".
               88  CHS-GRADE                    VALUE "G".
               88  CHS-COLLECTOR                VALUE "K".
           05  CHS-SEGMENT-KEY          PIC X(8).
           05  CHS-RECEIVABLES          PIC S9(13)V9(2).
           05  CHS-SALES                PIC 9(13)V9(2).
           05  CHS-COLLECTED            PIC 9(13)V9(2).
           05  CHS-MEASURE              OCCURS 8 TIMES.
               10  CHS-VALUE            PIC S9(5)V9(2).
               10  CHS-MEASURED         PIC X(1).
