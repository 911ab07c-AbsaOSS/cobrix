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
      * One entry of the standard industry classification table (INDCODES):      *
      * the classification code a company is assigned, the sector it             *
      * belongs to for concentration reporting, and their descriptions.          *
      * Maintained by hand from the published standard; R087, R169 and           *
      * R170 all validate or group against it.                                   *
      *                                                                          *
      ****************************************************************************
       01  INDUSTRY-CODE-RECORD.
           05  IC-CODE                  PIC X(5).
           05  IC-SECTOR                PIC X(2).
           05  IC-SECTOR-NAME           PIC X(20).
           05  IC-DESCRIPTION           PIC X(30).
