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
      * One company on the official companies registry's periodic bulk           *
      * file (REGBULK), as R197 reads it: the registration number the            *
      * registry files it under, its registered legal name and address,          *
      * and its status with the date the registry recorded that status -         *
      * A active, D deregistered, L in liquidation.                              *
      *                                                                          *
      ****************************************************************************
       01  REGISTRY-RECORD.
           05  RGY-REGISTRATION-NUM     PIC X(10).
           05  RGY-LEGAL-NAME           PIC X(40).
           05  RGY-ADDRESS              PIC X(40).
           05  RGY-STATUS               PIC X(1).
               88  RGY-ACTIVE                   VALUE "A".
               88  RGY-DEREGISTERED             VALUE "D".
               88  RGY-IN-LIQUIDATION           VALUE "L".
           05  RGY-STATUS-DATE          PIC 9(8).
