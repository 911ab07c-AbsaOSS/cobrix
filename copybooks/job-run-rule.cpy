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
      * One job's run rule for the dispatcher (R061, JOBRUN): how often the      *
      * job is due, judged on the cycle's business date against the R090         *
      * business-day calendar - D every night, W weekly on RR-WEEKDAY            *
      * (1 Monday .. 7 Sunday), N on the RR-NTH business day of the month,       *
      * M on the last business day of the month, Q of a calendar quarter,        *
      * Y of the year. A job with no rule is due every night.                    *
      *                                                                          *
      ****************************************************************************
       01  JOB-RUN-RULE-RECORD.
           05  RR-JOB-NAME              PIC X(15).
           05  RR-FREQUENCY             PIC X(1).
               88  RR-DAILY                     VALUE "D".
               88  RR-WEEKLY                    VALUE "W".
               88  RR-NTH-BUSDAY                VALUE "N".
               88  RR-MONTH-END                 VALUE "M".
               88  RR-QUARTER-END               VALUE "Q".
               88  RR-YEAR-END                  VALUE "Y".
           05  RR-WEEKDAY               PIC 9(1).
           05  RR-NTH                   PIC 9(2).
