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
      * Collateral cover per company, written nightly by the collateral        *
      * register run (R160) to COLLCOV for the exposure checks: the company's  *
      * gross contract exposure off ENTIN and the value of its live            *
      * collateral after haircut, never more than the exposure it secures.     *
      * CCV-GROUP-COVER leaves out guarantees given by a company of the        *
      * borrower's own group, which secure nothing once the group is viewed    *
      * as one exposure (R106's group check, R119's return).                   *
      *                                                                          *
      ****************************************************************************
       01  COLLATERAL-COVER-RECORD.
           05  CCV-COMPANY-ID           PIC X(10).
           05  CCV-EXPOSURE             PIC 9(13)V9(2).
           05  CCV-COVER                PIC 9(13)V9(2).
           05  CCV-GROUP-COVER          PIC 9(13)V9(2).
           05  CCV-COVER-DATE           PIC 9(8).
