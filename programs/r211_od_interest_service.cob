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
      * R211-OD-INTEREST-SERVICE                                                 *
      *                                                                          *
      * The one place overdraft debit interest is worked out, in the style of    *
      * R120-PARAM-SERVICE: a CALLed routine (od-interest-parm.cpy) given the    *
      * annual debit rate and the end-of-day balance of each day of a period, up *
      * to a month. Each overdrawn day accrues its negative balance at the rate  *
      * over 365; the period's interest is the sum, rounded to the cent once.    *
      * R210 charges a month with it and R207 recalculates a charged month with  *
      * it when a back-valued posting has changed the balances, so the two can   *
      * never disagree. A period with no overdrawn day returns status 1 and a    *
      * day count outside 1 to 31 returns status 9, with no interest.            *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R211-OD-INTEREST-SERVICE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DAY-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-OVERDRAWN-DAYS        PIC 9(2)   VALUE ZERO.
       01  WS-INTEREST-WORK         PIC 9(11)V9(8) VALUE ZERO.

       LINKAGE SECTION.
       COPY "od-interest-parm".

       PROCEDURE DIVISION USING OD-INTEREST-PARM.
       0000-MAIN.
           MOVE ZERO TO OIP-INTEREST
           MOVE ZERO TO WS-INTEREST-WORK
           MOVE ZERO TO WS-OVERDRAWN-DAYS
           IF OIP-DAY-COUNT < 1 OR OIP-DAY-COUNT > 31
               OR OIP-RATE IS NOT NUMERIC
               SET OIP-PARM-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > OIP-DAY-COUNT
                   IF OIP-DAY-BALANCE (WS-DAY-SUB) < ZERO
                       ADD 1 TO WS-OVERDRAWN-DAYS
                       COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK
                           - OIP-DAY-BALANCE (WS-DAY-SUB)
                             * OIP-RATE / 100 / 365
                   END-IF
               END-PERFORM
               IF WS-OVERDRAWN-DAYS = ZERO
                   SET OIP-NOT-OVERDRAWN TO TRUE
               ELSE
                   COMPUTE OIP-INTEREST ROUNDED = WS-INTEREST-WORK
                   SET OIP-CALCULATED TO TRUE
               END-IF
           END-IF
           GOBACK.
