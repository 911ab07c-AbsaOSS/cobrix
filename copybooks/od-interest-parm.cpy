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
      * The parameter block passed to R211, the overdraft interest service:      *
      * the annual debit rate, the number of days in the period and the end-     *
      * of-day balance for each day. R211 returns the interest on the            *
      * overdrawn days - each negative balance at the daily rate, annual rate    *
      * over 365 - rounded to the cent, and a status: 0 calculated, 1 no         *
      * overdrawn day, 9 parameter error.                                        *
      *                                                                          *
      ****************************************************************************
       01  OD-INTEREST-PARM.
           05  OIP-RATE                 PIC 9(2)V9(4).
           05  OIP-DAY-COUNT            PIC 9(2).
           05  OIP-DAY-BALANCE          PIC S9(11)V9(2)
                                        OCCURS 31 TIMES.
           05  OIP-INTEREST             PIC 9(9)V9(2).
           05  OIP-STATUS               PIC X(1).
               88  OIP-CALCULATED               VALUE "0".
               88  OIP-NOT-OVERDRAWN            VALUE "1".
               88  OIP-PARM-ERROR               VALUE "9".
