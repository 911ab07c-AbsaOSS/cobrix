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
      * One beneficial owner of a customer company: the person's name and        *
      * identity number, the share held, how control is exercised                *
      * (shareholding, voting rights, board appointment or other control)        *
      * and the date compliance last verified the declaration (zero until        *
      * verified). The register R172 maintains (BOIN to BOOUT) holds the         *
      * direct declarations; R172 also writes every company's ultimate           *
      * owners (BOULTOUT) in the same layout, an owner declared against a        *
      * parent company carried to each subsidiary below it as an indirect        *
      * holding with the parent as the company held through. Where the           *
      * person is also an EMPLOYEE or CONTACT on the ENTITY feeds R075's         *
      * identity link is noted with its grade.                                   *
      *                                                                          *
      ****************************************************************************
       01  BENEFICIAL-OWNER-RECORD.
           05  BO-COMPANY-ID            PIC X(10).
           05  BO-ID-NUMBER             PIC X(20).
           05  BO-FIRST-NAME            PIC X(16).
           05  BO-LAST-NAME             PIC X(16).
           05  BO-OWNERSHIP-PCT         PIC 9(3)V9(2).
           05  BO-CONTROL-TYPE          PIC X(1).
               88  BO-SHAREHOLDING              VALUE "S".
               88  BO-VOTING-RIGHTS             VALUE "V".
               88  BO-BOARD-APPOINTMENT         VALUE "B".
               88  BO-OTHER-CONTROL             VALUE "O".
           05  BO-VERIFIED-DATE         PIC 9(8).
           05  BO-HOLDING               PIC X(1).
               88  BO-DIRECT                    VALUE "D".
               88  BO-INDIRECT                  VALUE "I".
           05  BO-VIA-COMPANY-ID        PIC X(10).
           05  BO-LINK-SOURCE           PIC X(8).
           05  BO-LINK-GRADE            PIC X(1).
