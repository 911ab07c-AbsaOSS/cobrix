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
      * An accrual position on a seller's accrual file delivered for an          *
      * acquired-portfolio conversion (SLRACCR, read by R201): the seller's      *
      * contract number, the date interest is accrued through and the            *
      * cumulative amount accrued.                                               *
      *                                                                          *
      ****************************************************************************
       01  SELLER-ACCRUAL-RECORD.
           05  SAC-CONTRACT-NUMBER      PIC X(12).
           05  SAC-ACCRUED-THRU         PIC 9(8).
           05  SAC-CUM-AMOUNT           PIC 9(13)V9(2).
