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
      * One dataset registered for space monitoring (R166, SPACEREG): the        *
      * DD name the chain allocates it under, the space it has been given        *
      * in bytes, and how many days of headroom at the current growth rate       *
      * raise a warning and a critical alert on ALERTS.                          *
      *                                                                          *
      ****************************************************************************
       01  SPACE-REGISTRY-RECORD.
           05  SR-DATASET               PIC X(10).
           05  SR-ALLOC-BYTES           PIC 9(12).
           05  SR-WARN-DAYS             PIC 9(3).
           05  SR-CRIT-DAYS             PIC 9(3).
