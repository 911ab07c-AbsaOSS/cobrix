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
      * A company's explicit assignment to a booking entity, maintained by       *
      * R212 (BOOKASGNIN to BOOKASGNOUT): usually made at a group's root and     *
      * inherited by every subsidiary beneath it in the R072 hierarchy unless    *
      * a subsidiary carries an assignment of its own, with who made the         *
      * assignment and when.                                                     *
      *                                                                          *
      ****************************************************************************
       01  BOOK-ASSIGNMENT-RECORD.
           05  BA-COMPANY-ID            PIC X(10).
           05  BA-BOOK                  PIC X(2).
           05  BA-ASSIGNED-BY           PIC X(8).
           05  BA-ASSIGNED-DATE         PIC 9(8).
