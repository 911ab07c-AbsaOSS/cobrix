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
      * Finance's period-close request (PERIODREQ), one record: the period      *
      * (YYYYMM) to close and the book (booking-entity.cpy) closing it, blank   *
      * when every book closes together. R104 closes the period on it; R182     *
      * releases deferred revenue ahead of it, and the month-end packs (R190,   *
      * R195, R214) report the month it names.                                  *
      *                                                                          *
      ****************************************************************************
       01  PERIOD-CLOSE-REQUEST.
           05  PRQ-PERIOD               PIC 9(6).
           05  PRQ-BOOK                 PIC X(2).
