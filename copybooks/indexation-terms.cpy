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
      * Indexation terms of one contract (INDXIN to INDXOUT, maintained by R183  *
      * from INDXTXN): the anniversary month and day, the basis - I follows      *
      * the index rate published on the parameter master for the anniversary     *
      * month, F escalates by the contract's own fixed percentage - and an       *
      * optional cap and floor on the percentage applied. The last indexed       *
      * date stops a contract being escalated twice for one anniversary.         *
      * Percentages are held as 3.2500 for 3.25 per cent, as on the master.      *
      *                                                                          *
      ****************************************************************************
       01  INDEXATION-TERMS-RECORD.
           05  IXT-CONTRACT-NUMBER      PIC X(15).
           05  IXT-ANNIVERSARY-MMDD     PIC 9(4).
           05  IXT-BASIS                PIC X(1).
               88  IXT-INDEX-LINKED             VALUE "I".
               88  IXT-FIXED-RATE               VALUE "F".
           05  IXT-FIXED-PCT            PIC 9(3)V9(4).
           05  IXT-CAP-FLAG             PIC X(1).
               88  IXT-CAPPED                   VALUE "Y".
           05  IXT-CAP-PCT              PIC 9(3)V9(4).
           05  IXT-FLOOR-FLAG           PIC X(1).
               88  IXT-FLOORED                  VALUE "Y".
           05  IXT-FLOOR-PCT            PIC S9(3)V9(4).
           05  IXT-LAST-INDEXED-DATE    PIC 9(8).
           05  IXT-ENTERED-BY           PIC X(8).
