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
      * One dishonoured receipt as R161 reversed it: the original receipt        *
      * (bank reference, contract, amount, payment date), the date and           *
      * reason it came back, the interest and principal reopened and the         *
      * returned-item fee charged. Written twice - DSHNRCPT carries the          *
      * day's dishonours to R115 so the bounced receipt stops counting as        *
      * paid, and the rolling register (DSHHISTIN to DSHHISTOUT) keeps           *
      * them for WS-REPEAT-DAYS so repeat offenders are recognised and a         *
      * second return of the same bank reference is refused.                     *
      *                                                                          *
      ****************************************************************************
       01  DISHONOUR-RECORD.
           05  DSH-BANK-REF             PIC X(12).
           05  DSH-CONTRACT-NUMBER      PIC X(15).
           05  DSH-AMOUNT               PIC 9(10)V9(2).
           05  DSH-PAY-DATE             PIC 9(8).
           05  DSH-RETURN-DATE          PIC 9(8).
           05  DSH-REASON-CODE          PIC X(4).
           05  DSH-INTEREST             PIC 9(10)V9(2).
           05  DSH-PRINCIPAL            PIC 9(10)V9(2).
           05  DSH-FEE                  PIC 9(7)V9(2).
