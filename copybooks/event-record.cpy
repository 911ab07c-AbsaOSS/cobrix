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
      * One published business event on the outbox history (EVTHIN to            *
      * EVTHOUT, kept by R196): the event sequence number - one counter          *
      * across every source, never reused - the event type, the program          *
      * that detected it, the contract or company key, the cycle date and        *
      * the time it was published, and the field's value before and after        *
      * where the event changed one. The history is held for                     *
      * EVT-RETAIN-DAYS so a consumer can ask for a replay from any              *
      * sequence number still on file.                                           *
      *                                                                          *
      ****************************************************************************
       01  EVENT-RECORD.
           05  EVT-SEQ-NUM              PIC 9(9).
           05  EVT-TYPE                 PIC X(10).
           05  EVT-SOURCE               PIC X(4).
           05  EVT-KEY                  PIC X(15).
           05  EVT-DATE                 PIC 9(8).
           05  EVT-TIME                 PIC 9(6).
           05  EVT-BEFORE               PIC X(25).
           05  EVT-AFTER                PIC X(25).
