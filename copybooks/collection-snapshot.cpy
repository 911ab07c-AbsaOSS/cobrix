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
      * One contract's open balance at a month end, as the collections           *
      * management pack (R214, COLSNAPIN to COLSNAPOUT) found it: the month,     *
      * the R019 aging bucket on the last day of the month (0 not yet due to 4   *
      * over 90 days past due), the balance, and the currency, product and       *
      * R116 risk grade it was counted under. Next month's pack follows each     *
      * balance from the bucket it was in here to where it went - another        *
      * bucket, paid or written off - to give the roll rates.                    *
      *                                                                          *
      ****************************************************************************
       01  COLLECTION-SNAPSHOT-RECORD.
           05  CSN-CONTRACT-NUMBER      PIC X(15).
           05  CSN-PERIOD               PIC 9(6).
           05  CSN-BUCKET               PIC 9(1).
           05  CSN-BALANCE              PIC S9(11)V9(2).
           05  CSN-CURRENCY             PIC X(3).
           05  CSN-PRODUCT-CODE         PIC X(6).
           05  CSN-GRADE                PIC X(1).
