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
      * One segregation-of-duties finding from the monthly analysis              *
      * (R187, SODFIND), read into R085's access review: the user, the           *
      * other user where the conflict involves two (the approver's team          *
      * member, or the partner in a reciprocal approval pair), the kind of       *
      * conflict - SELF entered and approved the same item, TEAM approved        *
      * a large write-off worked by the approver's own team, CAPS holds          *
      * two capabilities the rules table makes incompatible, PAIR two            *
      * users who regularly approve each other's work - and what was seen.       *
      *                                                                          *
      ****************************************************************************
       01  SOD-FINDING-RECORD.
           05  SDF-USER-ID              PIC X(8).
           05  SDF-OTHER-USER           PIC X(8).
           05  SDF-CONFLICT             PIC X(4).
               88  SDF-SELF-APPROVAL            VALUE "SELF".
               88  SDF-TEAM-APPROVAL            VALUE "TEAM".
               88  SDF-CAPABILITY-CLASH         VALUE "CAPS".
               88  SDF-RECIPROCAL-PAIR          VALUE "PAIR".
           05  SDF-DETAIL               PIC X(50).
           05  SDF-REVIEW-DATE          PIC 9(8).
