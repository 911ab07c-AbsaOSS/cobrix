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
      * CALL interface of R213-BOOK-SERVICE: the caller gives a CONTRACT-        *
      * NUMBER or, with the contract blank, a COMPANY-ID and gets back the       *
      * book it is booked in. Status 0 found on the book map; 4 not on the       *
      * map, or both keys blank, and the register's default book is returned;    *
      * 8 no default book on the register either, and the book comes back        *
      * blank.                                                                   *
      *                                                                          *
      ****************************************************************************
       01  BOOK-PARM.
           05  BKP-CONTRACT-NUMBER      PIC X(15).
           05  BKP-COMPANY-ID           PIC X(10).
           05  BKP-BOOK                 PIC X(2).
           05  BKP-STATUS               PIC 9(1).
