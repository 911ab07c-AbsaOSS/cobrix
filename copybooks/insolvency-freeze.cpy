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
      * One contract frozen by an active insolvency case, written nightly        *
      * by R167 to INSOLSUPP: the contract, the company it belongs to and        *
      * the company whose case froze it - the same company unless the case       *
      * reached it through a group on the R072 hierarchy. R057, R059,            *
      * R102, R108 and R110 leave these contracts alone; R168 builds each        *
      * case's proof of claim from them.                                         *
      *                                                                          *
      ****************************************************************************
       01  INSOLVENCY-FREEZE-RECORD.
           05  IFZ-CONTRACT-NUMBER      PIC X(15).
           05  IFZ-COMPANY-ID           PIC X(10).
           05  IFZ-CASE-COMPANY-ID      PIC X(10).
