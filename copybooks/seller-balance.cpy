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
      * An outstanding balance on a seller's balance file delivered for an       *
      * acquired-portfolio conversion (SLRBAL, read by R201), keyed by the       *
      * seller's contract number.                                                *
      *                                                                          *
      ****************************************************************************
       01  SELLER-BALANCE-RECORD.
           05  SBL-CONTRACT-NUMBER      PIC X(12).
           05  SBL-BALANCE              PIC S9(11)V9(2).
