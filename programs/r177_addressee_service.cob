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
      * R177-ADDRESSEE-SERVICE                                                   *
      *                                                                          *
      * The one place a letter's addressee is chosen, in the style of            *
      * R120-PARAM-SERVICE: a CALLed routine (addressee-parm.cpy) over           *
      * the contact-role register R176 maintains (ROLEOUT, loaded once on        *
      * the first call). The caller names the company and the role its           *
      * letter type wants - billing for statements, invoices and                 *
      * reminders, legal for final demands, operations for account               *
      * notices, director for confirmations of changed details - and gets        *
      * back the primary holder of that role, any holder when none is            *
      * marked primary, or status 4 when the company has nobody in the           *
      * role, in which case the letter goes to the company at its                *
      * address.                                                                 *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R177-ADDRESSEE-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-FILE ASSIGN TO "ROLEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-FILE.
       COPY "contact-role".

       WORKING-STORAGE SECTION.
       01  WS-ROLE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-ROLE-EOF                     VALUE "Y".
       01  WS-ROLE-STATUS           PIC XX.
           88  WS-ROLE-NOT-FOUND            VALUE "35".
       01  WS-LOADED-FLAG           PIC X      VALUE "N".
           88  WS-ROLES-LOADED                 VALUE "Y".

       01  WS-ROLE-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-ROLE-TABLE.
           05  WS-ROLE-ENTRY        OCCURS 3000 TIMES.
               10  WS-ROLE-COMPANY-ID   PIC X(10).
               10  WS-ROLE-COMPANY-NAME PIC X(15).
               10  WS-ROLE-FIRST-NAME   PIC X(16).
               10  WS-ROLE-LAST-NAME    PIC X(16).
               10  WS-ROLE-CODE         PIC X(1).
               10  WS-ROLE-PRIMARY      PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-BEST-SUB              PIC 9(4)   VALUE ZERO.
       01  WS-COMPANY-MATCH-FLAG    PIC X      VALUE "N".
           88  WS-COMPANY-MATCHES              VALUE "Y".

       LINKAGE SECTION.
       COPY "addressee-parm".

       PROCEDURE DIVISION USING ADDRESSEE-PARM.
       0000-MAIN.
           IF NOT WS-ROLES-LOADED
               PERFORM 1000-LOAD-ROLES
           END-IF
           MOVE ZERO TO WS-BEST-SUB
           MOVE 4 TO AD-STATUS
           MOVE SPACES TO AD-FIRST-NAME
           MOVE SPACES TO AD-LAST-NAME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLE-TABLE-COUNT
                      OR AD-STATUS = ZERO
               PERFORM 2000-TEST-COMPANY
               IF WS-COMPANY-MATCHES
                   AND WS-ROLE-CODE (WS-SUB) = AD-ROLE
                   IF WS-ROLE-PRIMARY (WS-SUB) = "Y"
                       MOVE WS-SUB TO WS-BEST-SUB
                       MOVE ZERO TO AD-STATUS
                   ELSE
                       IF WS-BEST-SUB = ZERO
                           MOVE WS-SUB TO WS-BEST-SUB
                           MOVE 2 TO AD-STATUS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-SUB > ZERO
               MOVE WS-ROLE-FIRST-NAME (WS-BEST-SUB) TO AD-FIRST-NAME
               MOVE WS-ROLE-LAST-NAME (WS-BEST-SUB) TO AD-LAST-NAME
           END-IF
           GOBACK.

       1000-LOAD-ROLES.
           SET WS-ROLES-LOADED TO TRUE
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-NOT-FOUND
               SET WS-ROLE-EOF TO TRUE
           ELSE
               READ ROLE-FILE
                   AT END SET WS-ROLE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ROLE-EOF
               IF WS-ROLE-TABLE-COUNT < 3000
                   ADD 1 TO WS-ROLE-TABLE-COUNT
                   MOVE CR-COMPANY-ID
                       TO WS-ROLE-COMPANY-ID (WS-ROLE-TABLE-COUNT)
                   MOVE CR-COMPANY-NAME
                       TO WS-ROLE-COMPANY-NAME (WS-ROLE-TABLE-COUNT)
                   MOVE CR-FIRST-NAME
                       TO WS-ROLE-FIRST-NAME (WS-ROLE-TABLE-COUNT)
                   MOVE CR-LAST-NAME
                       TO WS-ROLE-LAST-NAME (WS-ROLE-TABLE-COUNT)
                   MOVE CR-ROLE TO WS-ROLE-CODE (WS-ROLE-TABLE-COUNT)
                   MOVE CR-PRIMARY-FLAG
                       TO WS-ROLE-PRIMARY (WS-ROLE-TABLE-COUNT)
               END-IF
               READ ROLE-FILE
                   AT END SET WS-ROLE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ROLE-NOT-FOUND
               CLOSE ROLE-FILE
           END-IF.

      ****************************************************************************
      * Names on the ENTITY extract run to twenty bytes against the master's     *
      * fifteen; the account SHORT-NAME is the name's first ten.                 *
      ****************************************************************************
       2000-TEST-COMPANY.
           MOVE "N" TO WS-COMPANY-MATCH-FLAG
           EVALUATE TRUE
               WHEN AD-BY-ID
                   IF WS-ROLE-COMPANY-ID (WS-SUB) = AD-COMPANY-ID
                       SET WS-COMPANY-MATCHES TO TRUE
                   END-IF
               WHEN AD-BY-NAME
                   IF WS-ROLE-COMPANY-NAME (WS-SUB)
                           = AD-COMPANY-NAME (1:15)
                       SET WS-COMPANY-MATCHES TO TRUE
                   END-IF
               WHEN AD-BY-SHORT-NAME
                   IF WS-ROLE-COMPANY-NAME (WS-SUB) (1:10)
                           = AD-COMPANY-NAME (1:10)
                       SET WS-COMPANY-MATCHES TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
