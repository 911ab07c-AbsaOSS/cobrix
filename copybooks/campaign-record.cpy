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
      * One marketing campaign on the campaign master (CAMPAIGN), kept by        *
      * marketing and read by R200: the code (also the LETTMPL letter type       *
      * its letter is rendered from), the channel, the window and the            *
      * selection criteria. A blank or zero criterion selects everyone -         *
      * grade range CPN-GRADE-FROM to CPN-GRADE-TO on R116's grades,             *
      * CPN-SECTOR on R169's register, CPN-EXPIRY-DAYS a contract falling        *
      * due within that many days, CPN-OFFER-RULE A for companies that           *
      * have accepted a renewal offer before and N for those that never          *
      * have.                                                                    *
      *                                                                          *
      ****************************************************************************
       01  CAMPAIGN-RECORD.
           05  CPN-CODE                 PIC X(8).
           05  CPN-NAME                 PIC X(30).
           05  CPN-CHANNEL              PIC X(1).
               88  CPN-BY-POST                  VALUE "P".
               88  CPN-BY-EMAIL                 VALUE "E".
               88  CPN-BY-TELEPHONE             VALUE "T".
           05  CPN-START-DATE           PIC 9(8).
           05  CPN-END-DATE             PIC 9(8).
           05  CPN-GRADE-FROM           PIC X(1).
           05  CPN-GRADE-TO             PIC X(1).
           05  CPN-SECTOR               PIC X(2).
           05  CPN-EXPIRY-DAYS          PIC 9(3).
           05  CPN-OFFER-RULE           PIC X(1).
               88  CPN-OFFER-ANY                VALUE " ".
               88  CPN-OFFER-ACCEPTED           VALUE "A".
               88  CPN-OFFER-NEVER              VALUE "N".
