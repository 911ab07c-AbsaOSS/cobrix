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
      * A standing-order maintenance transaction (STORDMNT, applied by R208      *
      * before the day's orders are run): A sets up a new order under the        *
      * paying account - the sequence is allocated - C changes the amount, the   *
      * destination or the end date of an existing order, X cancels it.          *
      * Accounts are given as RECORD-A carries them, FIRST-6, ACCOUNT-MIDDLE     *
      * and LAST-4; the first date is the calendar date the first instalment     *
      * falls due and its day of month becomes the order's anchor day. On C a    *
      * zero amount, destination or end date leaves that field as it was.        *
      *                                                                          *
      ****************************************************************************
       01  STANDING-ORDER-MAINT-RECORD.
           05  SOM-ACTION               PIC X(1).
               88  SOM-ADD                      VALUE "A".
               88  SOM-CHANGE                   VALUE "C".
               88  SOM-CANCEL                   VALUE "X".
           05  SOM-SOURCE-ACCOUNT-NO.
               10  SOM-SOURCE-FIRST-6   PIC 9(6).
               10  SOM-SOURCE-MIDDLE    PIC 9(6).
               10  SOM-SOURCE-LAST-4    PIC 9(4).
           05  SOM-SEQUENCE             PIC 9(3).
           05  SOM-DEST-ACCOUNT-NO.
               10  SOM-DEST-FIRST-6     PIC 9(6).
               10  SOM-DEST-MIDDLE      PIC 9(6).
               10  SOM-DEST-LAST-4      PIC 9(4).
           05  SOM-AMOUNT               PIC 9(7)V9(2).
           05  SOM-FREQUENCY            PIC X(1).
           05  SOM-FIRST-DATE           PIC 9(8).
           05  SOM-END-DATE             PIC 9(8).
           05  SOM-USER-ID              PIC X(8).
