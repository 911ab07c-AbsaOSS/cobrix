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
      * A contract on a seller's contract file delivered for an acquired-        *
      * portfolio conversion (SLRCTRT, read by R201): the seller's contract      *
      * number, the seller key of the customer it belongs to, the seller's       *
      * status code, the contract amount and the due date as YYYYMMDD.           *
      *                                                                          *
      ****************************************************************************
       01  SELLER-CONTRACT-RECORD.
           05  SCT-CONTRACT-NUMBER      PIC X(12).
           05  SCT-SELLER-KEY           PIC X(12).
           05  SCT-STATUS               PIC X(8).
           05  SCT-AMOUNT               PIC 9(10)V9(2).
           05  SCT-DUE-DATE             PIC 9(8).
