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
      * One line of the muster-check file R178 writes for the security desk:     *
      * a person expected in the building at evacuation, by floor and room -     *
      * the floor's wardens first (MC-WARDEN, room zero), then the occupants     *
      * of each room (MC-OCCUPANT) - with a contact number and a blank           *
      * MC-ACCOUNTED byte the desk marks as people reach the assembly point.     *
      *                                                                          *
      ****************************************************************************
       01  MUSTER-CHECK-RECORD.
           05  MC-FLOOR                 PIC 9(3).
           05  MC-ROOM                  PIC 9(4).
           05  MC-TYPE                  PIC X(1).
               88  MC-WARDEN                    VALUE "W".
               88  MC-OCCUPANT                  VALUE "O".
           05  MC-COMPANY               PIC X(20).
           05  MC-DEPT                  PIC X(22).
           05  MC-FIRST-NAME            PIC X(16).
           05  MC-LAST-NAME             PIC X(16).
           05  MC-PHONE-NUM             PIC X(17).
           05  MC-ACCOUNTED             PIC X(1).
