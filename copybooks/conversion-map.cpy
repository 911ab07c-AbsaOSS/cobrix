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
      * One line of the mapping specification for an acquired-portfolio          *
      * conversion (CNVMAP, read by R201): the map type - STAT a seller          *
      * contract status, TAXT a seller taxpayer type - the seller's value and    *
      * the value it becomes on our masters (a contract STATE, or a TAXPAYER-    *
      * TYPE of N or S). A seller value with no line on the map is rejected,     *
      * never guessed.                                                           *
      *                                                                          *
      ****************************************************************************
       01  CONVERSION-MAP-RECORD.
           05  CVM-TYPE                 PIC X(4).
               88  CVM-STATUS-MAP               VALUE "STAT".
               88  CVM-TAXTYPE-MAP              VALUE "TAXT".
           05  CVM-SELLER-VALUE         PIC X(8).
           05  CVM-OUR-VALUE            PIC X(8).
