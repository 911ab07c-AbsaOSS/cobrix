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
      * One business day of a multi-day catch-up run (R198), carried on          *
      * CATCHIN/CATCHOUT from pass to pass: the day, where it stands - S         *
      * started (cycle date set, chain running), C completed (its cycle          *
      * certificate came back status C for that date), F failed (no              *
      * certificate, or one uncertified or for another date) - the number        *
      * of that day's feeds on the arrival register when it was started,         *
      * and the reason behind the status.                                        *
      *                                                                          *
      ****************************************************************************
       01  CATCHUP-PROGRESS-RECORD.
           05  CU-BUSINESS-DATE         PIC 9(8).
           05  CU-STATUS                PIC X(1).
               88  CU-STARTED                   VALUE "S".
               88  CU-COMPLETED                 VALUE "C".
               88  CU-FAILED                    VALUE "F".
           05  CU-FEED-COUNT            PIC 9(3).
           05  CU-REASON                PIC X(40).
