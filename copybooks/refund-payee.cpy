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
      * The verified refund payee for one contract, carried cycle to cycle       *
      * by R058 (PAYEEIN to PAYEEOUT). RPY-PAYEE-NAME and RPY-PAYEE-ADDRESS      *
      * are the details a refund is paid to. The first refund on a contract      *
      * takes the company name and address from the entity extract as the        *
      * verified payee; when a later refund finds different details on the       *
      * extract they are parked as pending (RPY-PENDING-) and the refund is      *
      * held until a call-back verification on PAYEETXN by a user other          *
      * than RPY-CHANGED-BY promotes them. A pending change left past            *
      * BANK-VERIFY-DAYS expires (RPY-EXPIRED): refunds go to the verified       *
      * details and the expired details are kept so the same extract value       *
      * is not raised again until the extract changes once more.                 *
      *                                                                          *
      ****************************************************************************
       01  REFUND-PAYEE-RECORD.
           05  RPY-CONTRACT-NUMBER      PIC X(15).
           05  RPY-PAYEE-NAME           PIC X(20).
           05  RPY-PAYEE-ADDRESS        PIC X(30).
           05  RPY-VERIFIED-BY          PIC X(8).
           05  RPY-VERIFIED-DATE        PIC 9(8).
           05  RPY-STATE                PIC X(1).
               88  RPY-VERIFIED                 VALUE "V".
               88  RPY-PENDING                  VALUE "P".
               88  RPY-EXPIRED                  VALUE "X".
           05  RPY-PENDING-NAME         PIC X(20).
           05  RPY-PENDING-ADDRESS      PIC X(30).
           05  RPY-PENDING-DATE         PIC 9(8).
           05  RPY-CHANGED-BY           PIC X(8).
