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
      * The overdraft interest history (ODIHIST, appended by R210 and R207):     *
      * one entry each time a month's debit interest is charged or               *
      * recalculated for a ledger account - the month, the rate applied, the     *
      * interest the month now stands at, the program that recorded it and the   *
      * business date. The latest entry for an account and month is the one      *
      * that stands.                                                             *
      *                                                                          *
      ****************************************************************************
       01  OD-INTEREST-HISTORY-RECORD.
           05  OIH-ACCOUNT              PIC X(8).
           05  OIH-PERIOD               PIC 9(6).
           05  OIH-RATE                 PIC 9(2)V9(4).
           05  OIH-INTEREST             PIC 9(9)V9(2).
           05  OIH-RECORDED-BY          PIC X(8).
           05  OIH-RECORDED-DATE        PIC 9(8).
