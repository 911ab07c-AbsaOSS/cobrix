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
      * One posting as R096 applied it to the balance master (BALMOVE, written   *
      * by R096 each cycle): the ledger account, the value date the posting      *
      * carries (the AMTNORM DATE, the day the money moved), the processing      *
      * date it reached the ledger on (the cycle's business date), the amount    *
      * signed as posted and the source marked on the AMTNORM line - RECO for    *
      * customer activity, FEE a maintenance fee, CLOS a closure settlement,     *
      * ADJ a value-date adjustment, ODI overdraft interest. R207 rebuilds the   *
      * dated balance history from it.                                           *
      *                                                                          *
      ****************************************************************************
       01  BALANCE-MOVEMENT-RECORD.
           05  BM-ACCOUNT               PIC X(8).
           05  BM-VALUE-DATE            PIC 9(8).
           05  BM-PROCESSED-DATE        PIC 9(8).
           05  BM-AMOUNT                PIC S9(9)V9(2).
           05  BM-SOURCE                PIC X(4).
               88  BM-CHARGE-SOURCE             VALUE "FEE " "CLOS"
                                                      "ADJ " "ODI ".
