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
      * A contract terminated ahead of its service term (REVTXN): R181           *
      * accelerates the deferred revenue still pending on the schedule into      *
      * the current month so the next close releases it in full.                 *
      *                                                                          *
      ****************************************************************************
       01  REVENUE-TERMINATION-RECORD.
           05  RVT-CONTRACT-NUMBER      PIC X(15).
           05  RVT-EFFECTIVE-DATE       PIC 9(8).
           05  RVT-ENTERED-BY           PIC X(8).
