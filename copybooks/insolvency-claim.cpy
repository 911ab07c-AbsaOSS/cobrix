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
      * The proof of claim against one insolvency case, keyed by the case        *
      * COMPANY-ID and filing date and carried by the claims run (R168,          *
      * CLAIMIN to CLAIMOUT): principal still outstanding, penalty interest      *
      * accrued, balances and interest already written off, and the total        *
      * claimed. Until the claim is lodged the figures are rebuilt every         *
      * run; once lodged they are fixed. Dividends the practitioner pays         *
      * are added up against the claim with the date of the last one.            *
      *                                                                          *
      ****************************************************************************
       01  INSOLVENCY-CLAIM-RECORD.
           05  ICL-COMPANY-ID           PIC X(10).
           05  ICL-FILING-DATE          PIC 9(8).
           05  ICL-PRINCIPAL            PIC S9(13)V9(2).
           05  ICL-INTEREST             PIC 9(13)V9(2).
           05  ICL-WRITTEN-OFF          PIC 9(13)V9(2).
           05  ICL-TOTAL-CLAIM          PIC S9(13)V9(2).
           05  ICL-CONTRACT-COUNT       PIC 9(5).
           05  ICL-LODGED-DATE          PIC 9(8).
           05  ICL-DIVIDENDS            PIC 9(13)V9(2).
           05  ICL-LAST-DIVIDEND-DATE   PIC 9(8).
           05  ICL-STATUS               PIC X(1).
               88  ICL-OPEN                     VALUE "O".
               88  ICL-LODGED                   VALUE "L".
               88  ICL-CLOSED                   VALUE "C".
