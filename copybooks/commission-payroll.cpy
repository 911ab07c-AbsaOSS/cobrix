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
      * One relationship manager's commission for the month, as R164 hands       *
      * it to payroll (COMMPAY): the manager as RMHIST names them, the           *
      * month, the net collections base after clawbacks and the commission       *
      * the tiered schedule gives on it. A negative amount is a recovery         *
      * payroll deducts from the next salary run.                                *
      *                                                                          *
      ****************************************************************************
       01  COMMISSION-PAYROLL-RECORD.
           05  CPY-RECORD-TYPE          PIC X(4).
           05  CPY-PERIOD               PIC 9(6).
           05  CPY-RM-FIRST-NAME        PIC X(16).
           05  CPY-RM-LAST-NAME         PIC X(16).
           05  CPY-NET-BASE             PIC S9(11)V9(2).
           05  CPY-COMMISSION           PIC S9(9)V9(2).
