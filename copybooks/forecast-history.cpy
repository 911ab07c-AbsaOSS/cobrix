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
      * One week and currency of the receivables cash-flow forecast (R165):      *
      * the Monday the week starts on, the weighted receipts the forecast        *
      * expected for it when the week opened - frozen on FH-FORECAST-DATE,       *
      * zero until then - and the receipts actually settled in it, added         *
      * cycle by cycle off SETTLE with FH-ACTUAL-DATE the last cycle taken.      *
      * Carried forward FCSTIN to FCSTOUT.                                       *
      *                                                                          *
      ****************************************************************************
       01  FORECAST-HISTORY-RECORD.
           05  FH-WEEK-START            PIC 9(8).
           05  FH-CURRENCY              PIC X(3).
           05  FH-FORECAST              PIC S9(13)V9(2).
           05  FH-FORECAST-DATE         PIC 9(8).
           05  FH-ACTUAL                PIC S9(13)V9(2).
           05  FH-ACTUAL-DATE           PIC 9(8).
