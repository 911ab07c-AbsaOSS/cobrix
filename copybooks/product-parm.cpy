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
      * CALL interface of R180-PRODUCT-SERVICE: the caller gives a               *
      * CONTRACT-NUMBER and gets back the terms of the product it is sold        *
      * under, laid out as the catalogue record. Status 0 found; 4 the           *
      * contract has no product assignment; 8 it is assigned a product that      *
      * is not on the catalogue. On 4 or 8 the caller runs its compiled          *
      * default terms and counts the contract - R179 lists it for                *
      * assignment.                                                              *
      *                                                                          *
      ****************************************************************************
       01  PRODUCT-PARM.
           05  PRP-CONTRACT-NUMBER      PIC X(15).
           05  PRP-STATUS               PIC 9(1).
           05  PRP-PRODUCT.
               10  PRP-PRODUCT-CODE         PIC X(6).
               10  PRP-DESCRIPTION          PIC X(30).
               10  PRP-RATE-BUCKET-30       PIC 9(5).
               10  PRP-RATE-BUCKET-60       PIC 9(5).
               10  PRP-RATE-BUCKET-90       PIC 9(5).
               10  PRP-RATE-BUCKET-OVER     PIC 9(5).
               10  PRP-GRACE-DAYS           PIC 9(3).
               10  PRP-REMINDER-DAYS        PIC 9(3).
               10  PRP-FINAL-DEMAND-DAYS    PIC 9(3).
               10  PRP-RENEWAL-FLAG         PIC X(1).
                   88  PRP-RENEWABLE                VALUE "Y".
               10  PRP-RENEWAL-HORIZON-DAYS PIC 9(3).
               10  PRP-RENEWAL-TERM-DAYS    PIC 9(4).
               10  PRP-GL-ACCOUNT           PIC X(20).
               10  PRP-SERVICE-TERM-MONTHS  PIC 9(3).
               10  PRP-TERM-FEE-PCT         PIC 9(2)V9(2).
               10  PRP-TERM-FEE-MINIMUM     PIC 9(7)V9(2).
