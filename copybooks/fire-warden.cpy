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
      * One fire-warden designation on the warden master R178 maintains          *
      * (WARDIN to WARDOUT): the floor the warden sweeps and the EMPLOYEE        *
      * holding the duty, named by company and FIRST-NAME/LAST-NAME as on        *
      * the ENTITY extract so the roster can find the telephone number and       *
      * the HR roster can confirm the warden is still employed.                  *
      *                                                                          *
      ****************************************************************************
       01  FIRE-WARDEN-RECORD.
           05  FW-FLOOR                 PIC 9(3).
           05  FW-COMPANY               PIC X(20).
           05  FW-FIRST-NAME            PIC X(16).
           05  FW-LAST-NAME             PIC X(16).
           05  FW-APPOINTED-DATE        PIC 9(8).
