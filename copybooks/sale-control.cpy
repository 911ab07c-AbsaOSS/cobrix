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
      * The control card for a debt sale (SALECTL, read by R202): the action -   *
      * S select a tranche, C confirm it sold, X cancel it before confirmation   *
      * - the tranche identifier, the purchaser's identifier and name, which     *
      * contracts qualify - W written off, P placed with the attorneys, B        *
      * either - the minimum age in days past due, the balance band the face     *
      * value must fall in (a zero maximum sets no ceiling) and the agreed       *
      * price as a percentage of face value. Confirmation and cancellation       *
      * need only the action and the tranche.                                    *
      *                                                                          *
      ****************************************************************************
       01  SALE-CONTROL-RECORD.
           05  SLC-ACTION               PIC X(1).
               88  SLC-SELECT                   VALUE "S".
               88  SLC-CONFIRM                  VALUE "C".
               88  SLC-CANCEL                   VALUE "X".
           05  SLC-TRANCHE-ID           PIC X(8).
           05  SLC-PURCHASER-ID         PIC X(10).
           05  SLC-PURCHASER-NAME       PIC X(20).
           05  SLC-SOURCE               PIC X(1).
               88  SLC-WRITTEN-OFF-ONLY         VALUE "W".
               88  SLC-PLACED-ONLY              VALUE "P".
               88  SLC-EITHER-SOURCE            VALUE "B" " ".
           05  SLC-MIN-AGE-DAYS         PIC 9(4).
           05  SLC-MIN-BALANCE          PIC 9(11)V9(2).
           05  SLC-MAX-BALANCE          PIC 9(11)V9(2).
           05  SLC-PRICE-PCT            PIC 9(3)V9(2).
