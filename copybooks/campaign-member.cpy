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
      * One company's membership of one campaign (CAMPMIN to CAMPMOUT,           *
      * carried by R200): when it was selected and in which language it was      *
      * written to, how many renewal offers it had already accepted at           *
      * selection - so only a renewal accepted afterwards counts to the          *
      * campaign - and the response keyed back (I interested, D declined)        *
      * and the date a renewal was first seen accepted within the window.        *
      *                                                                          *
      ****************************************************************************
       01  CAMPAIGN-MEMBER-RECORD.
           05  CM-CAMPAIGN-CODE         PIC X(8).
           05  CM-COMPANY-ID            PIC X(10).
           05  CM-COMPANY-NAME          PIC X(15).
           05  CM-LANGUAGE              PIC X(1).
           05  CM-SELECTED-DATE         PIC 9(8).
           05  CM-PRIOR-ACCEPTED        PIC 9(3).
           05  CM-RESPONSE              PIC X(1).
               88  CM-NO-RESPONSE               VALUE " ".
               88  CM-INTERESTED                VALUE "I".
               88  CM-DECLINED                  VALUE "D".
           05  CM-RESPONSE-DATE         PIC 9(8).
           05  CM-RENEWED-DATE          PIC 9(8).
