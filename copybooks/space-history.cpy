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
      * One night's measurement of one monitored dataset (R166): the date,       *
      * the DD name, the records on it and their size in bytes. Carried          *
      * forward SPACEHISTIN to SPACEHISTOUT, newest last; the growth rates       *
      * and the days-to-capacity projection are worked from it.                  *
      *                                                                          *
      ****************************************************************************
       01  SPACE-HISTORY-RECORD.
           05  SH-DATE                  PIC 9(8).
           05  SH-DATASET               PIC X(10).
           05  SH-RECORD-COUNT          PIC 9(9).
           05  SH-BYTES                 PIC 9(12).
