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
      * One company's industry classification, keyed by COMPANY-ID and           *
      * carried by the industry register run (R169, INDIN to INDOUT): the        *
      * code from the INDCODES table (industry-code.cpy), the date it was        *
      * assigned and where it came from - O at onboarding (R087, via             *
      * INDNEW) or M by maintenance transaction.                                 *
      *                                                                          *
      ****************************************************************************
       01  COMPANY-INDUSTRY-RECORD.
           05  CI-COMPANY-ID            PIC X(10).
           05  CI-INDUSTRY-CODE         PIC X(5).
           05  CI-EFFECTIVE-DATE        PIC 9(8).
           05  CI-SOURCE                PIC X(1).
               88  CI-FROM-ONBOARDING           VALUE "O".
               88  CI-FROM-MAINTENANCE          VALUE "M".
