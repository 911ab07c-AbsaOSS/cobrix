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
      * The standing-order master (STORDIN in, STORDOUT out, kept by R208), in   *
      * order of the paying account's full RECORD-A ACCOUNT-NO and the order's   *
      * sequence under it. Each order pays a fixed amount to another RECORD-A    *
      * account - the customer's own or another customer's - weekly,             *
      * fortnightly, monthly, quarterly or yearly. The schedule date is the      *
      * calendar date the instalment falls due, monthly and longer frequencies   *
      * keeping to the anchor day (the last day of a shorter month when the      *
      * anchor is past it); the execution date is that date rolled forward to    *
      * a business day by R090, or the next business day while an instalment     *
      * is being retried. The retry count is the current instalment's attempts   *
      * turned down for want of funds, the fail count the instalments in a row   *
      * that failed outright. An order ends by itself when its schedule passes   *
      * the end date (zero: open-ended).                                         *
      *                                                                          *
      ****************************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-SOURCE-ACCOUNT-NO     PIC 9(16).
           05  SO-SEQUENCE              PIC 9(3).
           05  SO-DEST-ACCOUNT-NO       PIC 9(16).
           05  SO-AMOUNT                PIC 9(7)V9(2).
           05  SO-FREQUENCY             PIC X(1).
               88  SO-WEEKLY                    VALUE "W".
               88  SO-FORTNIGHTLY               VALUE "F".
               88  SO-MONTHLY                   VALUE "M".
               88  SO-QUARTERLY                 VALUE "Q".
               88  SO-YEARLY                    VALUE "Y".
               88  SO-VALID-FREQUENCY           VALUE "W" "F" "M" "Q"
                                                      "Y".
           05  SO-ANCHOR-DAY            PIC 9(2).
           05  SO-SCHEDULE-DATE         PIC 9(8).
           05  SO-NEXT-EXEC-DATE        PIC 9(8).
           05  SO-END-DATE              PIC 9(8).
           05  SO-STATUS                PIC X(1).
               88  SO-ACTIVE                    VALUE "A".
               88  SO-CANCELLED                 VALUE "C".
               88  SO-AUTO-CANCELLED            VALUE "X".
               88  SO-ENDED                     VALUE "E".
           05  SO-RETRY-COUNT           PIC 9(2).
           05  SO-FAIL-COUNT            PIC 9(2).
           05  SO-LAST-PAID-DATE        PIC 9(8).
           05  SO-CREATED-BY            PIC X(8).
           05  SO-CHANGED-DATE          PIC 9(8).
