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
      * CALL interface of R177-ADDRESSEE-SERVICE: who a letter of a given        *
      * role goes to. The caller names the company by COMPANY-ID (key type       *
      * I), by COMPANY-NAME (N) or by the ten-byte account SHORT-NAME (S)        *
      * and the role its letter type wants; status 0 returns the primary         *
      * holder of the role, 2 another holder when none is marked primary,        *
      * 4 nobody - the letter then goes to the company at its address.           *
      *                                                                          *
      ****************************************************************************
       01  ADDRESSEE-PARM.
           05  AD-KEY-TYPE              PIC X(1).
               88  AD-BY-ID                     VALUE "I".
               88  AD-BY-NAME                   VALUE "N".
               88  AD-BY-SHORT-NAME             VALUE "S".
           05  AD-COMPANY-ID            PIC X(10).
           05  AD-COMPANY-NAME          PIC X(20).
           05  AD-ROLE                  PIC X(1).
           05  AD-FIRST-NAME            PIC X(16).
           05  AD-LAST-NAME             PIC X(16).
           05  AD-STATUS                PIC 9(1).
