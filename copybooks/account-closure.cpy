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
      * One account closure or reopening transaction (ACCTCLOS, read by R206),   *
      * keyed by the full RECORD-A ACCOUNT-NO as FIRST-6, ACCOUNT-MIDDLE and     *
      * LAST-4: the action - C close, R reopen - the user keying it (a           *
      * reopening must be a supervisor's) and the reason.                        *
      *                                                                          *
      ****************************************************************************
       01  ACCOUNT-CLOSURE-RECORD.
           05  ACL-ACTION               PIC X(1).
               88  ACL-CLOSE                    VALUE "C".
               88  ACL-REOPEN                   VALUE "R".
           05  ACL-ACCOUNT-NO.
               10  ACL-FIRST-6          PIC 9(6).
               10  ACL-ACCOUNT-MIDDLE   PIC 9(6).
               10  ACL-LAST-4           PIC 9(4).
           05  ACL-USER-ID              PIC X(8).
           05  ACL-REASON               PIC X(40).
