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
      * The register of booking entities (BOOKREG), one record per licensed      *
      * legal entity the group books customers through: the two-character book   *
      * code every journal line and carried-forward balance is stamped with,     *
      * the entity's name, and the flag naming the one book a company falls      *
      * into when neither it nor any parent in the R072 hierarchy is assigned    *
      * a book. R212 validates assignments against it and R213-BOOK-SERVICE      *
      * reads it for the default book.                                           *
      *                                                                          *
      ****************************************************************************
       01  BOOKING-ENTITY-RECORD.
           05  BE-BOOK                  PIC X(2).
           05  BE-NAME                  PIC X(30).
           05  BE-DEFAULT-FLAG          PIC X(1).
               88  BE-DEFAULT-BOOK              VALUE "Y".
