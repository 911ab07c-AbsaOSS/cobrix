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
      * One line of the event subscription table (EVTSUB, maintained by          *
      * hand): a downstream consumer and an event type it takes off R196's       *
      * outbox feed. A consumer takes as many types as it has lines; the         *
      * type *ALL gives it every event published.                                *
      *                                                                          *
      ****************************************************************************
       01  EVENT-SUBSCRIPTION-RECORD.
           05  ESB-CONSUMER             PIC X(8).
           05  ESB-EVENT-TYPE           PIC X(10).
               88  ESB-ALL-EVENTS               VALUE "*ALL".
