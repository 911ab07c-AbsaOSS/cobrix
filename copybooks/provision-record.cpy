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
      * One contract's expected-credit-loss provision as booked by the         *
      * month-end provisioning run (R159): the open balance, the aging         *
      * bucket (0 not yet due, 1 to 4 the R019 past-due buckets) and the       *
      * owning company's risk grade that chose the loss rate, and the          *
      * provision required at that rate. Carried forward month to month       *
      * (PROVIN to PROVOUT) so the next run books only the movement.           *
      *                                                                          *
      ****************************************************************************
       01  PROVISION-RECORD.
           05  PV-CONTRACT-NUMBER       PIC X(15).
           05  PV-COMPANY-ID            PIC X(10).
           05  PV-GRADE                 PIC X(1).
           05  PV-BUCKET                PIC 9(1).
           05  PV-BALANCE               PIC S9(11)V9(2).
           05  PV-RATE-PCT              PIC 9(3)V9(2).
           05  PV-PROVISION             PIC 9(11)V9(2).
           05  PV-PERIOD                PIC 9(6).
