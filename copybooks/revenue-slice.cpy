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
      * One monthly slice of a contract's revenue on the revenue schedule        *
      * R181 maintains (REVSCHIN to REVSCHOUT). A contract's AMOUNT is           *
      * spread over its service term into pending slices; R182 releases          *
      * the slices of the month being closed from deferred revenue to            *
      * income. An amendment or a termination supersedes the pending             *
      * slices and spreads, or accelerates, what is left. The base amount        *
      * and due date are the contract values the spread was made from;           *
      * created and closed dates carry the roll-forward - a released slice       *
      * is closed on the last day of the month it was released into.             *
      *                                                                          *
      ****************************************************************************
       01  REVENUE-SLICE-RECORD.
           05  RVS-CONTRACT-NUMBER      PIC X(15).
           05  RVS-PERIOD               PIC 9(6).
           05  RVS-AMOUNT               PIC S9(10)V9(2).
           05  RVS-STATUS               PIC X(1).
               88  RVS-PENDING                  VALUE "P".
               88  RVS-RELEASED                 VALUE "R".
               88  RVS-SUPERSEDED               VALUE "S".
           05  RVS-REASON               PIC X(1).
               88  RVS-NEW-SPREAD               VALUE "N".
               88  RVS-AMENDED                  VALUE "A".
               88  RVS-ACCELERATED              VALUE "T".
           05  RVS-BASE-AMOUNT          PIC 9(10)V9(2).
           05  RVS-BASE-DUE-DATE        PIC X(10).
           05  RVS-CREATED-DATE         PIC 9(8).
           05  RVS-CLOSED-DATE          PIC 9(8).
