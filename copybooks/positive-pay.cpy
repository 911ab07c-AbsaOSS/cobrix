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
      * One positive-pay instruction to the bank (POSPAY, written by R185):      *
      * a refund cheque issued (I) that the bank may honour for exactly this     *
      * amount, or one voided (V) that it must now refuse.                       *
      *                                                                          *
      ****************************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PPY-ACTION               PIC X(1).
               88  PPY-ISSUE                    VALUE "I".
               88  PPY-VOID                     VALUE "V".
           05  PPY-CHEQUE-NUMBER        PIC 9(10).
           05  PPY-AMOUNT               PIC 9(10)V9(2).
           05  PPY-ISSUE-DATE           PIC 9(8).
           05  PPY-PAYEE-NAME           PIC X(20).
