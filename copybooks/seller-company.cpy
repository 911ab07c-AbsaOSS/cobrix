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
      * A customer on a seller's company file delivered for an acquired-         *
      * portfolio conversion (SLRCOMP, read by R201): the seller's customer      *
      * key, name, address, taxpayer type in the seller's own coding and         *
      * identifier, and the seller key of its parent company when it belongs     *
      * to a group.                                                              *
      *                                                                          *
      ****************************************************************************
       01  SELLER-COMPANY-RECORD.
           05  SCO-SELLER-KEY           PIC X(12).
           05  SCO-COMPANY-NAME         PIC X(20).
           05  SCO-ADDRESS              PIC X(30).
           05  SCO-TAX-TYPE             PIC X(8).
           05  SCO-TAX-ID               PIC X(8).
           05  SCO-PARENT-KEY           PIC X(12).
