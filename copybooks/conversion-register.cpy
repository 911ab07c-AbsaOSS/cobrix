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
      * The conversion register (CNVREG, appended by R201): one entry per key    *
      * a conversion batch put on our masters - COMP a company (new, or linked   *
      * to an existing customer), CTRT a contract, HIER a hierarchy link         *
      * (parent in the key, child in the detail), NRNG the number range before   *
      * and after allocation - then LOAD when the batch is loaded and ROLL       *
      * when it is rolled back. A batch identifier is used once; the rollback    *
      * reads the register to know exactly what to withdraw.                     *
      *                                                                          *
      ****************************************************************************
       01  CONVERSION-REGISTER-RECORD.
           05  CRG-BATCH-ID             PIC X(8).
           05  CRG-ENTRY-TYPE           PIC X(4).
               88  CRG-COMPANY                  VALUE "COMP".
               88  CRG-CONTRACT                 VALUE "CTRT".
               88  CRG-HIERARCHY                VALUE "HIER".
               88  CRG-RANGE                    VALUE "NRNG".
               88  CRG-LOADED                   VALUE "LOAD".
               88  CRG-ROLLED-BACK              VALUE "ROLL".
           05  CRG-OUR-KEY              PIC X(15).
           05  CRG-SELLER-KEY           PIC X(12).
           05  CRG-DETAIL               PIC X(16).
           05  CRG-COMPANY-DETAIL REDEFINES CRG-DETAIL.
               10  CRG-LINK-FLAG        PIC X(1).
                   88  CRG-NEW-COMPANY          VALUE "N".
                   88  CRG-EXISTING-COMPANY     VALUE "E".
               10  CRG-COMPANY-NAME     PIC X(15).
           05  CRG-HIERARCHY-DETAIL REDEFINES CRG-DETAIL.
               10  CRG-CHILD-ID         PIC X(10).
               10  FILLER               PIC X(6).
           05  CRG-RANGE-DETAIL REDEFINES CRG-DETAIL.
               10  CRG-RANGE-BEFORE     PIC 9(8).
               10  CRG-RANGE-AFTER      PIC 9(8).
           05  CRG-ENTRY-DATE           PIC 9(8).
