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
      * A supervisor's approval of a debit R096 held because it took the         *
      * account beyond its overdraft limit (ODXAPPR, read by R096): the ledger   *
      * account, value date and amount exactly as they stand on the held         *
      * ODXQUEUE line, the approving user - who must be a supervisor on          *
      * USERPROF - and the reason given. An approval is used once.               *
      *                                                                          *
      ****************************************************************************
       01  EXCESS-APPROVAL-RECORD.
           05  EXA-ACCOUNT              PIC X(8).
           05  EXA-VALUE-DATE           PIC X(8).
           05  EXA-AMOUNT-TXT           PIC X(11).
           05  EXA-APPROVED-BY          PIC X(8).
           05  EXA-REASON               PIC X(30).
