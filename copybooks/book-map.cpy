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
      * The resolved book of every company and contract (BOOKMAP, rewritten by   *
      * R212 each cycle and served by R213-BOOK-SERVICE): a company row          *
      * carries the COMPANY-ID with the contract number blank; a contract row    *
      * carries the contract number and the COMPANY-ID that owns it on the       *
      * ENTITY extract. The origin says how the book was reached - A assigned    *
      * to the company itself, H inherited from the ancestor named, D the        *
      * register's default book.                                                 *
      *                                                                          *
      ****************************************************************************
       01  BOOK-MAP-RECORD.
           05  BKM-COMPANY-ID           PIC X(10).
           05  BKM-CONTRACT-NUMBER      PIC X(15).
           05  BKM-BOOK                 PIC X(2).
           05  BKM-ORIGIN               PIC X(1).
               88  BKM-ASSIGNED                 VALUE "A".
               88  BKM-INHERITED                VALUE "H".
               88  BKM-DEFAULTED                VALUE "D".
           05  BKM-FROM-COMPANY-ID      PIC X(10).
