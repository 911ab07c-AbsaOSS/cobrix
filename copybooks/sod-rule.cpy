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
      * One line of the segregation-of-duties conflict rules table               *
      * (SODRULES) read by the monthly analysis (R187). An X line names two      *
      * capabilities one user must not hold together, with the finding's         *
      * description; a T line puts a user in a team, so an approver's own        *
      * team's work can be recognised. The capabilities R187 derives are         *
      * PARM-ENTER and PARM-APPROVE (parameter master), MAST-ENTER and           *
      * MAST-APPROVE (R132's pending master changes), AMND-APPROVE               *
      * (contract amendments), WOFF-APPROVE (write-offs), COMP-UPDATE            *
      * (ACCESSLOG updates), PAY-MAINT (bank-statement names on the alias        *
      * register, which steer receipt matching), REFUND-APPR (refund             *
      * cheques stopped or released on R185's register), and SUPERVISOR          *
      * and UPDATE from the sign-on profile.                                     *
      *                                                                          *
      ****************************************************************************
       01  SOD-RULE-RECORD.
           05  SR-RULE-TYPE             PIC X(1).
               88  SR-CONFLICT-RULE             VALUE "X".
               88  SR-TEAM-MEMBER               VALUE "T".
           05  SR-CONFLICT-DATA.
               10  SR-CAPABILITY-A      PIC X(12).
               10  SR-CAPABILITY-B      PIC X(12).
               10  SR-DESCRIPTION       PIC X(30).
           05  SR-TEAM-DATA REDEFINES SR-CONFLICT-DATA.
               10  SR-USER-ID           PIC X(8).
               10  SR-TEAM              PIC X(8).
               10  FILLER               PIC X(38).
