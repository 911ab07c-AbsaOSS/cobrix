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
      * A supervisor's release of a back-valued posting (BVAPPROV, read by       *
      * R096): the ledger account, value date and amount exactly as the          *
      * AMTNORM line carries them, the approving user and the reason. A          *
      * posting dated further back than BACKVALUE-LIMIT-DAYS is applied only     *
      * when a release names it and the approver is a supervisor who is not      *
      * locked out (USERPROF).                                                   *
      *                                                                          *
      ****************************************************************************
       01  BACKVALUE-APPROVAL-RECORD.
           05  BVA-ACCOUNT              PIC X(8).
           05  BVA-VALUE-DATE           PIC X(8).
           05  BVA-AMOUNT-TXT           PIC X(11).
           05  BVA-APPROVED-BY          PIC X(8).
           05  BVA-REASON               PIC X(40).
