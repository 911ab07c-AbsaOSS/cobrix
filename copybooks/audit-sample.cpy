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
      * One item drawn into an external-audit sample by R191, appended to        *
      * AUDSMPLOG. Every item of a sample carries the request that drew it,      *
      * the population and period, the method and the seed the random            *
      * generator started from, and the item's ordinal in the population         *
      * as it was read, so the same population file, period, method, size        *
      * and seed reproduce the same sample item for item. ASL-STRATUM is         *
      * the amount band of a stratified sample (1 otherwise).                    *
      *                                                                          *
      ****************************************************************************
       01  AUDIT-SAMPLE-RECORD.
           05  ASL-REQUEST-ID           PIC X(8).
           05  ASL-RUN-DATE             PIC 9(8).
           05  ASL-POPULATION           PIC X(8).
           05  ASL-FROM-DATE            PIC 9(8).
           05  ASL-TO-DATE              PIC 9(8).
           05  ASL-METHOD               PIC X(1).
               88  ASL-RANDOM                   VALUE "R".
               88  ASL-MONETARY-UNIT            VALUE "M".
               88  ASL-STRATIFIED               VALUE "S".
           05  ASL-SEED                 PIC 9(10).
           05  ASL-POPULATION-COUNT     PIC 9(7).
           05  ASL-POPULATION-VALUE     PIC S9(13)V9(2).
           05  ASL-SAMPLE-SEQ           PIC 9(5).
           05  ASL-ITEM-ORDINAL         PIC 9(7).
           05  ASL-STRATUM              PIC 9(1).
           05  ASL-ITEM-KEY             PIC X(20).
           05  ASL-ITEM-DATE            PIC 9(8).
           05  ASL-ITEM-AMOUNT          PIC S9(13)V9(2).
