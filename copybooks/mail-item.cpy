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
      * One mail item in the night's letter output (MAILIDX): which program      *
      * wrote it, where in that program's print file it starts and how many      *
      * lines it runs to, and who it goes to. Every letter-producing program     *
      * appends one record per item it prints; R199 reads them back to fold      *
      * the night's post into envelopes. MI-ADDRESS-KEY is the company id or     *
      * name the standardised address file (ADDRSTD, R071) is keyed on. An       *
      * item marked S is a legal notice that must travel in its own              *
      * envelope; N is held from post (address undeliverable).                   *
      *                                                                          *
      ****************************************************************************
       01  MAIL-ITEM-RECORD.
           05  MI-SOURCE                PIC X(4).
           05  MI-FIRST-LINE            PIC 9(9).
           05  MI-LINE-COUNT            PIC 9(5).
           05  MI-ADDRESS-KEY           PIC X(20).
           05  MI-ADDRESSEE             PIC X(30).
           05  MI-ADDRESS               PIC X(30).
           05  MI-HANDLING              PIC X(1).
               88  MI-CONSOLIDATE               VALUE "C".
               88  MI-SEPARATE                  VALUE "S".
               88  MI-NOT-MAILED                VALUE "N".
