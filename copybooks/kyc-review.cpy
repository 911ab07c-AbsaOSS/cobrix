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
      * One company's periodic know-your-customer review, maintained by          *
      * R173 (KYCIN to KYCOUT): the risk tier that sets the review cycle         *
      * (H yearly - a watchlist hold or grade D/E; M every three years -         *
      * grade C or not yet graded; L every five years - grade A/B), the          *
      * last completed review and the next due date, the identity and            *
      * registration documents on file with their expiry dates (an               *
      * expired document brings the review forward), and where the               *
      * review stands. A review overdue past the grace period restricts          *
      * the company (kyc-restriction.cpy) until the review is completed.         *
      *                                                                          *
      ****************************************************************************
       01  KYC-REVIEW-RECORD.
           05  KYC-COMPANY-ID           PIC X(10).
           05  KYC-RISK-TIER            PIC X(1).
               88  KYC-HIGH-RISK                VALUE "H".
               88  KYC-MEDIUM-RISK              VALUE "M".
               88  KYC-LOW-RISK                 VALUE "L".
           05  KYC-LAST-REVIEW-DATE     PIC 9(8).
           05  KYC-NEXT-DUE-DATE        PIC 9(8).
           05  KYC-ID-DOC-REF           PIC X(20).
           05  KYC-ID-DOC-EXPIRY        PIC 9(8).
           05  KYC-REG-DOC-REF          PIC X(20).
           05  KYC-REG-DOC-EXPIRY       PIC 9(8).
           05  KYC-STATUS               PIC X(1).
               88  KYC-CURRENT                  VALUE "C".
               88  KYC-OVERDUE                  VALUE "O".
               88  KYC-RESTRICTED               VALUE "R".
           05  KYC-RESTRICTED-DATE      PIC 9(8).
