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
      * Which catalogue product a contract is sold under - the CONTRACT          *
      * segment has no product field of its own. Maintained by R179              *
      * (PASGNIN to PASGNOUT), one assignment per CONTRACT-NUMBER.               *
      *                                                                          *
      ****************************************************************************
       01  PRODUCT-ASSIGNMENT-RECORD.
           05  PA-CONTRACT-NUMBER       PIC X(15).
           05  PA-PRODUCT-CODE          PIC X(6).
           05  PA-ASSIGNED-DATE         PIC 9(8).
           05  PA-ASSIGNED-BY           PIC X(8).
