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
      * R187-SOD-ANALYSIS                                                        *
      *                                                                          *
      * Monthly segregation-of-duties analysis across the maker/checker          *
      * trails the system keeps: the parameter master (PARMIN, entered and       *
      * approved by), R132's pending master changes (PENDOUT), contract          *
      * amendments (AMDOUT), write-offs (WOFFOUT), bank-statement names on       *
      * the alias register (ALIASOUT), refund cheques stopped or released        *
      * on R185's register (CHQREGOUT), company updates on ACCESSLOG and         *
      * the sign-on profiles (USERPROF). Activity dated inside the last          *
      * SOD-WINDOW-DAYS (R120, compiled 31) gives each user the                  *
      * capabilities they exercised (see sod-rule.cpy for the list), and         *
      * the profile adds SUPERVISOR or UPDATE. Four conflicts are found:         *
      * SELF - one user entered and approved the same parameter or master        *
      * change; TEAM - a write-off above SOD-WOFF-THRESHOLD (compiled            *
      * 5000.00) approved by the collector who worked it or a member of the      *
      * same team, teams coming from the T lines of the conflict rules           *
      * table (SODRULES) and the collector from COLQOUT; CAPS - a user           *
      * holding both capabilities of an X line of the rules table; PAIR -        *
      * two users each approving the other's work SOD-PAIR-COUNT (compiled       *
      * 3) or more times. Every finding goes to SODFIND (sod-finding.cpy),       *
      * which R085's access review reads, and to the SODRPT report.              *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R187-SOD-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "USERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT AMD-FILE ASSIGN TO "AMDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMD-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "COLQOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT LOG-FILE ASSIGN TO "ACCESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO "CHQREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.

           SELECT FINDING-FILE ASSIGN TO "SODFIND"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY "sod-rule".

       FD  PROFILE-FILE.
       COPY "user-profile".

       FD  PARM-FILE.
       COPY "param-record".

       FD  PEND-FILE.
       COPY "pending-change".

       FD  AMD-FILE.
       COPY "amendment-record".

       FD  QUEUE-FILE.
       COPY "collector-queue".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  LOG-FILE.
       COPY "access-log-record".

       FD  ALIAS-FILE.
       COPY "company-alias".

       FD  CHEQUE-FILE.
       COPY "refund-cheque".

       FD  FINDING-FILE.
       COPY "sod-finding".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-RULE-STATUS           PIC XX.
           88  WS-RULE-NOT-FOUND            VALUE "35".
       01  WS-PROF-STATUS           PIC XX.
           88  WS-PROF-NOT-FOUND            VALUE "35".
       01  WS-PARM-STATUS           PIC XX.
           88  WS-PARM-NOT-FOUND            VALUE "35".
       01  WS-PEND-STATUS           PIC XX.
           88  WS-PEND-NOT-FOUND            VALUE "35".
       01  WS-AMD-STATUS            PIC XX.
           88  WS-AMD-NOT-FOUND             VALUE "35".
       01  WS-QUEUE-STATUS          PIC XX.
           88  WS-QUEUE-NOT-FOUND           VALUE "35".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-LOG-STATUS            PIC XX.
           88  WS-LOG-NOT-FOUND             VALUE "35".
       01  WS-ALIAS-STATUS          PIC XX.
           88  WS-ALIAS-NOT-FOUND           VALUE "35".
       01  WS-CHEQUE-STATUS         PIC XX.
           88  WS-CHEQUE-NOT-FOUND          VALUE "35".

       01  WS-WINDOW-DAYS           PIC 9(4)   VALUE 31.
       01  WS-WOFF-THRESHOLD        PIC 9(10)V9(2) VALUE 5000.00.
       01  WS-PAIR-LIMIT            PIC 9(3)   VALUE 3.
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-WINDOW-CUTOFF         PIC 9(8)   VALUE ZERO.

       01  WS-RULE-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY        OCCURS 200 TIMES.
               10  WS-RULE-CAP-A        PIC X(12).
               10  WS-RULE-CAP-B        PIC X(12).
               10  WS-RULE-DESCRIPTION  PIC X(30).

       01  WS-TEAM-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY        OCCURS 500 TIMES.
               10  WS-TEAM-USER         PIC X(8).
               10  WS-TEAM-NAME         PIC X(8).

       01  WS-CAP-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY         OCCURS 2000 TIMES.
               10  WS-CAP-USER          PIC X(8).
               10  WS-CAP-NAME          PIC X(12).

       01  WS-PAIR-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY        OCCURS 1000 TIMES.
               10  WS-PAIR-MAKER        PIC X(8).
               10  WS-PAIR-CHECKER      PIC X(8).
               10  WS-PAIR-COUNT        PIC 9(5).

       01  WS-QUEUE-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY       OCCURS 2000 TIMES.
               10  WS-QUEUE-CONTRACT    PIC X(15).
               10  WS-QUEUE-COLLECTOR   PIC X(8).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB2                  PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-KEY-USER              PIC X(8)   VALUE SPACES.
       01  WS-KEY-CAPABILITY        PIC X(12)  VALUE SPACES.
       01  WS-KEY-MAKER             PIC X(8)   VALUE SPACES.
       01  WS-KEY-CHECKER           PIC X(8)   VALUE SPACES.
       01  WS-KEY-TEAM              PIC X(8)   VALUE SPACES.
       01  WS-APPROVER-TEAM         PIC X(8)   VALUE SPACES.
       01  WS-COLLECTOR             PIC X(8)   VALUE SPACES.
       01  WS-HOLDS-FLAG            PIC X      VALUE "N".
           88  WS-HOLDS-BOTH                   VALUE "Y".

       01  WS-F-USER                PIC X(8)   VALUE SPACES.
       01  WS-F-OTHER               PIC X(8)   VALUE SPACES.
       01  WS-F-CONFLICT            PIC X(4)   VALUE SPACES.
       01  WS-F-DETAIL              PIC X(50)  VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-COUNT-EDIT-2          PIC ZZZZ9.

       01  WS-SELF-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-TEAM-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-CAPS-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-PAIR-FOUND-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R187" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 0100-LOAD-PARAMETERS
           COMPUTE WS-WINDOW-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                - WS-WINDOW-DAYS)
           OPEN OUTPUT FINDING-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "*** SEGREGATION OF DUTIES ANALYSIS ***" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1000-LOAD-RULES
           PERFORM 1100-LOAD-PROFILES
           PERFORM 1200-SCAN-PARAMETERS
           PERFORM 1300-SCAN-PENDING-CHANGES
           PERFORM 1400-SCAN-AMENDMENTS
           PERFORM 1500-LOAD-QUEUE
           PERFORM 1600-SCAN-WRITEOFFS
           PERFORM 1700-SCAN-ACCESS-LOG
           PERFORM 1800-SCAN-ALIASES
           PERFORM 1850-SCAN-CHEQUES
           PERFORM 3000-CHECK-CAPABILITIES
           PERFORM 3100-CHECK-PAIRS
           CLOSE FINDING-FILE
           CLOSE REPORT-FILE
           DISPLAY "R187: SELF-APPROVALS         " WS-SELF-COUNT
           DISPLAY "R187: OWN-TEAM WRITE-OFFS    " WS-TEAM-COUNT
           DISPLAY "R187: CAPABILITY CONFLICTS   " WS-CAPS-COUNT
           DISPLAY "R187: RECIPROCAL PAIRS       " WS-PAIR-FOUND-COUNT
           IF WS-OVERFLOW
               DISPLAY "R187: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "SOD-WINDOW-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-WINDOW-DAYS
           END-IF
           MOVE "SOD-WOFF-THRESHOLD" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-WOFF-THRESHOLD
           END-IF
           MOVE "SOD-PAIR-COUNT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-PAIR-LIMIT
           END-IF.

       1000-LOAD-RULES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RULE-FILE
           IF WS-RULE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ RULE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               EVALUATE TRUE
                   WHEN SR-CONFLICT-RULE
                       IF WS-RULE-TABLE-COUNT >= 200
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-RULE-TABLE-COUNT
                           MOVE SR-CAPABILITY-A
                               TO WS-RULE-CAP-A (WS-RULE-TABLE-COUNT)
                           MOVE SR-CAPABILITY-B
                               TO WS-RULE-CAP-B (WS-RULE-TABLE-COUNT)
                           MOVE SR-DESCRIPTION TO
                               WS-RULE-DESCRIPTION (WS-RULE-TABLE-COUNT)
                       END-IF
                   WHEN SR-TEAM-MEMBER
                       IF WS-TEAM-TABLE-COUNT >= 500
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-TEAM-TABLE-COUNT
                           MOVE SR-USER-ID
                               TO WS-TEAM-USER (WS-TEAM-TABLE-COUNT)
                           MOVE SR-TEAM
                               TO WS-TEAM-NAME (WS-TEAM-TABLE-COUNT)
                       END-IF
               END-EVALUATE
               READ RULE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RULE-NOT-FOUND
               CLOSE RULE-FILE
           END-IF.

       1100-LOAD-PROFILES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE UP-USER-ID TO WS-KEY-USER
               IF UP-SUPERVISOR
                   MOVE "SUPERVISOR" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
               END-IF
               IF UP-SUPERVISOR OR UP-UPDATE-LEVEL
                   MOVE "UPDATE" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
               END-IF
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROF-NOT-FOUND
               CLOSE PROFILE-FILE
           END-IF.

       1200-SCAN-PARAMETERS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PARM-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PRM-EFFECTIVE-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE PRM-ENTERED-BY TO WS-KEY-USER
                   MOVE "PARM-ENTER" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
                   IF PRM-APPROVED
                       MOVE PRM-APPROVED-BY TO WS-KEY-USER
                       MOVE "PARM-APPROVE" TO WS-KEY-CAPABILITY
                       PERFORM 1900-ADD-CAPABILITY
                       MOVE PRM-ENTERED-BY TO WS-KEY-MAKER
                       MOVE PRM-APPROVED-BY TO WS-KEY-CHECKER
                       PERFORM 1950-ADD-PAIR
                       IF PRM-ENTERED-BY = PRM-APPROVED-BY
                           MOVE SPACES TO WS-F-DETAIL
                           STRING "PARAMETER " DELIMITED BY SIZE
                               PRM-NAME DELIMITED BY SIZE
                               " EFFECTIVE " DELIMITED BY SIZE
                               PRM-EFFECTIVE-DATE DELIMITED BY SIZE
                               INTO WS-F-DETAIL
                           PERFORM 2000-SELF-APPROVAL
                       END-IF
                   END-IF
               END-IF
               READ PARM-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PARM-NOT-FOUND
               CLOSE PARM-FILE
           END-IF.

       1300-SCAN-PENDING-CHANGES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF WS-PEND-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PEND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PND-ENTERED-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE PND-ENTERED-BY TO WS-KEY-USER
                   MOVE "MAST-ENTER" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
                   IF PND-APPROVED
                       MOVE PND-ACTIONED-BY TO WS-KEY-USER
                       MOVE "MAST-APPROVE" TO WS-KEY-CAPABILITY
                       PERFORM 1900-ADD-CAPABILITY
                       MOVE PND-ENTERED-BY TO WS-KEY-MAKER
                       MOVE PND-ACTIONED-BY TO WS-KEY-CHECKER
                       PERFORM 1950-ADD-PAIR
                       IF PND-ENTERED-BY = PND-ACTIONED-BY
                           MOVE SPACES TO WS-F-DETAIL
                           STRING "MASTER CHANGE " DELIMITED BY SIZE
                               PND-COMPANY-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PND-FIELD-NAME DELIMITED BY SIZE
                               INTO WS-F-DETAIL
                           PERFORM 2000-SELF-APPROVAL
                       END-IF
                   END-IF
               END-IF
               READ PEND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PEND-NOT-FOUND
               CLOSE PEND-FILE
           END-IF.

       1400-SCAN-AMENDMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT AMD-FILE
           IF WS-AMD-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ AMD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF AMD-APPROVED-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE AMD-APPROVED-BY TO WS-KEY-USER
                   MOVE "AMND-APPROVE" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
               END-IF
               READ AMD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AMD-NOT-FOUND
               CLOSE AMD-FILE
           END-IF.

       1500-LOAD-QUEUE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ QUEUE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-QUEUE-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-QUEUE-TABLE-COUNT
                   MOVE CQ-CONTRACT-NUMBER
                       TO WS-QUEUE-CONTRACT (WS-QUEUE-TABLE-COUNT)
                   MOVE CQ-COLLECTOR
                       TO WS-QUEUE-COLLECTOR (WS-QUEUE-TABLE-COUNT)
               END-IF
               READ QUEUE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-QUEUE-NOT-FOUND
               CLOSE QUEUE-FILE
           END-IF.

      ****************************************************************************
      * A large write-off approved by the collector who worked the contract,     *
      * or by someone on that collector's team, is approving one's own team's    *
      * work.                                                                    *
      ****************************************************************************
       1600-SCAN-WRITEOFFS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WOF-WRITTEN-OFF
                   AND WOF-ACTIONED-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE WOF-APPROVED-BY TO WS-KEY-USER
                   MOVE "WOFF-APPROVE" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
                   IF WOF-BALANCE > WS-WOFF-THRESHOLD
                       PERFORM 1650-CHECK-WRITEOFF-TEAM
                   END-IF
               END-IF
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

       1650-CHECK-WRITEOFF-TEAM.
           MOVE SPACES TO WS-COLLECTOR
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QUEUE-TABLE-COUNT
               IF WS-QUEUE-CONTRACT (WS-SUB) = WOF-CONTRACT-NUMBER
                   MOVE WS-QUEUE-COLLECTOR (WS-SUB) TO WS-COLLECTOR
               END-IF
           END-PERFORM
           MOVE WOF-APPROVED-BY TO WS-KEY-USER
           PERFORM 1970-FIND-TEAM
           MOVE WS-KEY-TEAM TO WS-APPROVER-TEAM
           MOVE WS-COLLECTOR TO WS-KEY-USER
           PERFORM 1970-FIND-TEAM
           IF WS-COLLECTOR NOT = SPACES
               AND WOF-APPROVED-BY NOT = SPACES
               AND (WS-COLLECTOR = WOF-APPROVED-BY
                    OR (WS-KEY-TEAM NOT = SPACES
                        AND WS-KEY-TEAM = WS-APPROVER-TEAM))
               ADD 1 TO WS-TEAM-COUNT
               MOVE WOF-APPROVED-BY TO WS-F-USER
               MOVE WS-COLLECTOR TO WS-F-OTHER
               MOVE "TEAM" TO WS-F-CONFLICT
               MOVE WOF-BALANCE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-F-DETAIL
               STRING "WRITE-OFF " DELIMITED BY SIZE
                   WOF-CONTRACT-NUMBER DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " TEAM " DELIMITED BY SIZE
                   WS-KEY-TEAM DELIMITED BY SIZE
                   INTO WS-F-DETAIL
               PERFORM 2900-WRITE-FINDING
           END-IF.

       1700-SCAN-ACCESS-LOG.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT LOG-FILE
           IF WS-LOG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ LOG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF ALG-FUNCTION = "UPDATE"
                   AND ALG-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE ALG-USER TO WS-KEY-USER
                   MOVE "COMP-UPDATE" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
               END-IF
               READ LOG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LOG-NOT-FOUND
               CLOSE LOG-FILE
           END-IF.

       1800-SCAN-ALIASES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ALIAS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CA-BANK-STATEMENT
                   AND CA-ENTERED-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE CA-ENTERED-BY TO WS-KEY-USER
                   MOVE "PAY-MAINT" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
               END-IF
               READ ALIAS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-NOT-FOUND
               CLOSE ALIAS-FILE
           END-IF.

       1850-SCAN-CHEQUES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CHEQUE-FILE
           IF WS-CHEQUE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CHEQUE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF RCQ-ACTIONED-BY NOT = SPACES
                   AND RCQ-ACTIONED-BY NOT = "SYSSTALE"
                   AND RCQ-STATUS-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE RCQ-ACTIONED-BY TO WS-KEY-USER
                   MOVE "REFUND-APPR" TO WS-KEY-CAPABILITY
                   PERFORM 1900-ADD-CAPABILITY
               END-IF
               READ CHEQUE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CHEQUE-NOT-FOUND
               CLOSE CHEQUE-FILE
           END-IF.

       1900-ADD-CAPABILITY.
           IF WS-KEY-USER NOT = SPACES
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CAP-TABLE-COUNT
                          OR WS-HIT-SUB > ZERO
                   IF WS-CAP-USER (WS-SUB) = WS-KEY-USER
                       AND WS-CAP-NAME (WS-SUB) = WS-KEY-CAPABILITY
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   IF WS-CAP-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CAP-TABLE-COUNT
                       MOVE WS-KEY-USER
                           TO WS-CAP-USER (WS-CAP-TABLE-COUNT)
                       MOVE WS-KEY-CAPABILITY
                           TO WS-CAP-NAME (WS-CAP-TABLE-COUNT)
                   END-IF
               END-IF
           END-IF.

       1950-ADD-PAIR.
           IF WS-KEY-MAKER NOT = SPACES
               AND WS-KEY-CHECKER NOT = SPACES
               AND WS-KEY-MAKER NOT = WS-KEY-CHECKER
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PAIR-TABLE-COUNT
                          OR WS-HIT-SUB > ZERO
                   IF WS-PAIR-MAKER (WS-SUB) = WS-KEY-MAKER
                       AND WS-PAIR-CHECKER (WS-SUB) = WS-KEY-CHECKER
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   IF WS-PAIR-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-PAIR-TABLE-COUNT
                       MOVE WS-PAIR-TABLE-COUNT TO WS-HIT-SUB
                       MOVE WS-KEY-MAKER
                           TO WS-PAIR-MAKER (WS-HIT-SUB)
                       MOVE WS-KEY-CHECKER
                           TO WS-PAIR-CHECKER (WS-HIT-SUB)
                       MOVE ZERO TO WS-PAIR-COUNT (WS-HIT-SUB)
                   END-IF
               END-IF
               IF WS-HIT-SUB > ZERO
                   ADD 1 TO WS-PAIR-COUNT (WS-HIT-SUB)
               END-IF
           END-IF.

       1970-FIND-TEAM.
           MOVE SPACES TO WS-KEY-TEAM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TEAM-TABLE-COUNT
               IF WS-TEAM-USER (WS-SUB) = WS-KEY-USER
                   MOVE WS-TEAM-NAME (WS-SUB) TO WS-KEY-TEAM
               END-IF
           END-PERFORM.

       2000-SELF-APPROVAL.
           ADD 1 TO WS-SELF-COUNT
           MOVE WS-KEY-CHECKER TO WS-F-USER
           MOVE SPACES TO WS-F-OTHER
           MOVE "SELF" TO WS-F-CONFLICT
           PERFORM 2900-WRITE-FINDING.

       2900-WRITE-FINDING.
           MOVE WS-F-USER TO SDF-USER-ID
           MOVE WS-F-OTHER TO SDF-OTHER-USER
           MOVE WS-F-CONFLICT TO SDF-CONFLICT
           MOVE WS-F-DETAIL TO SDF-DETAIL
           MOVE WS-CURRENT-DATE-NUM TO SDF-REVIEW-DATE
           WRITE SOD-FINDING-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING WS-F-CONFLICT DELIMITED BY SIZE
               " USER=" DELIMITED BY SIZE
               WS-F-USER DELIMITED BY SIZE
               " OTHER=" DELIMITED BY SIZE
               WS-F-OTHER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-F-DETAIL DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Each X line of the rules table against every user holding its first      *
      * capability.                                                              *
      ****************************************************************************
       3000-CHECK-CAPABILITIES.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-RULE-TABLE-COUNT
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > WS-CAP-TABLE-COUNT
                   IF WS-CAP-NAME (WS-SUB2) = WS-RULE-CAP-A (WS-HIT-SUB)
                       PERFORM 3050-CHECK-SECOND-CAPABILITY
                   END-IF
               END-PERFORM
           END-PERFORM.

       3050-CHECK-SECOND-CAPABILITY.
           MOVE "N" TO WS-HOLDS-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAP-TABLE-COUNT
               IF WS-CAP-USER (WS-SUB) = WS-CAP-USER (WS-SUB2)
                   AND WS-CAP-NAME (WS-SUB) = WS-RULE-CAP-B (WS-HIT-SUB)
                   SET WS-HOLDS-BOTH TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOLDS-BOTH
               ADD 1 TO WS-CAPS-COUNT
               MOVE WS-CAP-USER (WS-SUB2) TO WS-F-USER
               MOVE SPACES TO WS-F-OTHER
               MOVE "CAPS" TO WS-F-CONFLICT
               MOVE SPACES TO WS-F-DETAIL
               STRING WS-RULE-CAP-A (WS-HIT-SUB) DELIMITED BY SPACE
                   "+" DELIMITED BY SIZE
                   WS-RULE-CAP-B (WS-HIT-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-RULE-DESCRIPTION (WS-HIT-SUB) DELIMITED BY SIZE
                   INTO WS-F-DETAIL
               PERFORM 2900-WRITE-FINDING
           END-IF.

      ****************************************************************************
      * A pair is reported once, from the side whose user ID sorts first.        *
      ****************************************************************************
       3100-CHECK-PAIRS.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-PAIR-TABLE-COUNT
               IF WS-PAIR-LIMIT > ZERO
                   AND WS-PAIR-COUNT (WS-SUB2) NOT < WS-PAIR-LIMIT
                   AND WS-PAIR-MAKER (WS-SUB2)
                       < WS-PAIR-CHECKER (WS-SUB2)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-PAIR-TABLE-COUNT
                       IF WS-PAIR-MAKER (WS-SUB)
                               = WS-PAIR-CHECKER (WS-SUB2)
                           AND WS-PAIR-CHECKER (WS-SUB)
                               = WS-PAIR-MAKER (WS-SUB2)
                           AND WS-PAIR-COUNT (WS-SUB)
                               NOT < WS-PAIR-LIMIT
                           PERFORM 3150-REPORT-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3150-REPORT-PAIR.
           ADD 1 TO WS-PAIR-FOUND-COUNT
           MOVE WS-PAIR-CHECKER (WS-SUB2) TO WS-F-USER
           MOVE WS-PAIR-MAKER (WS-SUB2) TO WS-F-OTHER
           MOVE "PAIR" TO WS-F-CONFLICT
           MOVE WS-PAIR-COUNT (WS-SUB2) TO WS-COUNT-EDIT
           MOVE WS-PAIR-COUNT (WS-SUB) TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-F-DETAIL
           STRING "APPROVED THEIRS" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " TIMES, THEY APPROVED" DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-F-DETAIL
           PERFORM 2900-WRITE-FINDING.
