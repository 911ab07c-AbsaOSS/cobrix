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
      * The dated balance history of the ledger (BALHSTIN in, BALHSTOUT out,     *
      * kept by R207): an account's closing balance at the end of each value     *
      * date on which it moved, with the processing date the entry was last      *
      * rebuilt on. The balance on any day is that of the latest entry dated     *
      * on or before it. An account's entries are held together in value-date    *
      * order; the first entry for an account is the balance it carried when     *
      * its history began.                                                       *
      *                                                                          *
      ****************************************************************************
       01  BALANCE-HISTORY-RECORD.
           05  BH-ACCOUNT               PIC X(8).
           05  BH-VALUE-DATE            PIC 9(8).
           05  BH-BALANCE               PIC S9(11)V9(2).
           05  BH-PROCESSED-DATE        PIC 9(8).
