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
      * One product on the contract product catalogue R179 maintains             *
      * (PRODCATIN to PRODCAT): the terms a lease, service agreement or loan     *
      * is run on. The annual late-payment rates by aging bucket (basis          *
      * points) and the grace days before accrual starts drive R057; the         *
      * reminder and final-demand ages drive R059's dunning; eligibility,        *
      * offer horizon and term drive R060's renewals; the receivables GL         *
      * account drives R032's feed; the service term in months, when set,        *
      * is the period R181 spreads a contract's revenue over; the early          *
      * termination fee - a percentage of the principal outstanding, never       *
      * less than the minimum - is what R184 quotes. Programs read it            *
      * through R180-PRODUCT-SERVICE by CONTRACT-NUMBER.                         *
      *                                                                          *
      ****************************************************************************
       01  PRODUCT-CATALOGUE-RECORD.
           05  PC-PRODUCT-CODE          PIC X(6).
           05  PC-DESCRIPTION           PIC X(30).
           05  PC-ACCRUAL-RATES.
               10  PC-RATE-BUCKET-30    PIC 9(5).
               10  PC-RATE-BUCKET-60    PIC 9(5).
               10  PC-RATE-BUCKET-90    PIC 9(5).
               10  PC-RATE-BUCKET-OVER  PIC 9(5).
           05  PC-GRACE-DAYS            PIC 9(3).
           05  PC-REMINDER-DAYS         PIC 9(3).
           05  PC-FINAL-DEMAND-DAYS     PIC 9(3).
           05  PC-RENEWAL-FLAG          PIC X(1).
               88  PC-RENEWABLE                 VALUE "Y".
           05  PC-RENEWAL-HORIZON-DAYS  PIC 9(3).
           05  PC-RENEWAL-TERM-DAYS     PIC 9(4).
           05  PC-GL-ACCOUNT            PIC X(20).
           05  PC-SERVICE-TERM-MONTHS   PIC 9(3).
           05  PC-TERM-FEE-PCT          PIC 9(2)V9(2).
           05  PC-TERM-FEE-MINIMUM      PIC 9(7)V9(2).
