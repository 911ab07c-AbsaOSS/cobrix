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
      * Where each consumer stands on R196's outbox feed (EVTPOSIN to            *
      * EVTPOSOUT): the sequence number of the last event sent to it and         *
      * the cycle it went. Each feed line carries the consumer's previous        *
      * sequence number, so a consumer whose last-received number does not       *
      * match has missed lines and asks for a replay. The entry under            *
      * *OUTBOX* is the outbox's own: the last sequence number issued and        *
      * the cycle date of the last run, which marks where tomorrow's             *
      * pickup of source events begins.                                          *
      *                                                                          *
      ****************************************************************************
       01  EVENT-POSITION-RECORD.
           05  EPS-CONSUMER             PIC X(8).
               88  EPS-OUTBOX-CONTROL           VALUE "*OUTBOX*".
           05  EPS-LAST-SEQ-NUM         PIC 9(9).
           05  EPS-LAST-DATE            PIC 9(8).
