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
      * R203-STAFF-CONFLICT                                                      *
      *                                                                          *
      * Monthly staff-as-customer conflict monitoring. The staff population is   *
      * HR's roster (HRROSTER, as R091 reconciles it) and the feed's EMPLOYEE    *
      * segments (ENTIN), held once per person. Each is matched, on R075's       *
      * identity rules, against the customer side: every company's CONTACT       *
      * persons and CUSTOMER names, the payees of refunds R058 ordered inside    *
      * the last STAFF-WINDOW-DAYS (R120, compiled 31) and the companies holding *
      * an active debit mandate (DDMNDOUT). The upper-cased name must match; a   *
      * phone (digits compared) or the 20-byte address prefix that agrees grades *
      * it A, a name alone grades it B, and two phones that differ are reported  *
      * for review and not registered. Matches are carried on the staff-         *
      * relationship register (staff-relation.cpy, STAFFREGIN to STAFFREGOUT)    *
      * with the staff member's user ID from the security office's USERMAP and   *
      * whether USERPROF gives that sign-on update access; relationships no      *
      * longer found are reported ended and dropped. ACCESSLOG inside the window *
      * is then traced back to companies - R048's inquiries and updates by       *
      * company ID (KEYXREFIN), R107's contract inquiries by company name,       *
      * R109's collection calls by contract number - and every access by a       *
      * matched user to the company they are related to is reported to           *
      * compliance on STAFFRPT.                                                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R203-STAFF-CONFLICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ROSTER-FILE ASSIGN TO "HRROSTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT MAP-FILE ASSIGN TO "USERMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "USERPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

           SELECT XREF-FILE ASSIGN TO "KEYXREFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REFUND-FILE ASSIGN TO "REFUND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT MAND-FILE ASSIGN TO "DDMNDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAND-STATUS.

           SELECT LOG-FILE ASSIGN TO "ACCESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REG-IN-FILE ASSIGN TO "STAFFREGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REG-OUT-FILE ASSIGN TO "STAFFREGOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "STAFFRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  ROSTER-FILE.
       COPY "hr-roster".

       FD  MAP-FILE.
       01  USER-MAP-RECORD.
           05  UM-USER-ID               PIC X(8).
           05  UM-FIRST-NAME            PIC X(16).
           05  UM-LAST-NAME             PIC X(16).

       FD  PROFILE-FILE.
       COPY "user-profile".

       FD  XREF-FILE.
       COPY "key-xref".

       FD  REFUND-FILE.
       COPY "refund-record".

       FD  MAND-FILE.
       COPY "debit-mandate".

       FD  LOG-FILE.
       COPY "access-log-record".

       FD  REG-IN-FILE.
       01  REG-IN-LINE                  PIC X(100).

       FD  REG-OUT-FILE.
       01  REG-OUT-LINE                 PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-ROSTER-STATUS         PIC XX.
           88  WS-ROSTER-NOT-FOUND          VALUE "35".
       01  WS-MAP-STATUS            PIC XX.
           88  WS-MAP-NOT-FOUND             VALUE "35".
       01  WS-PROF-STATUS           PIC XX.
           88  WS-PROF-NOT-FOUND            VALUE "35".
       01  WS-XREF-STATUS           PIC XX.
           88  WS-XREF-NOT-FOUND            VALUE "35".
       01  WS-REFUND-STATUS         PIC XX.
           88  WS-REFUND-NOT-FOUND          VALUE "35".
       01  WS-MAND-STATUS           PIC XX.
           88  WS-MAND-NOT-FOUND            VALUE "35".
       01  WS-LOG-STATUS            PIC XX.
           88  WS-LOG-NOT-FOUND             VALUE "35".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".

       01  WS-WINDOW-DAYS           PIC 9(4)   VALUE 31.
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-WINDOW-CUTOFF         PIC 9(8)   VALUE ZERO.

       01  WS-STAFF-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-STAFF-TABLE.
           05  WS-STAFF-ENTRY       OCCURS 1000 TIMES.
               10  WS-STF-FIRST         PIC X(16).
               10  WS-STF-LAST          PIC X(16).
               10  WS-STF-FULL-NAME     PIC X(33).
               10  WS-STF-ADDRESS       PIC X(20).
               10  WS-STF-PHONE-DIGITS  PIC X(11).
               10  WS-STF-SOURCE        PIC X(1).
               10  WS-STF-USER-ID       PIC X(8).
               10  WS-STF-UPDATE-FLAG   PIC X(1).

       01  WS-COMPANY-TABLE-COUNT   PIC 9(4)   VALUE ZERO.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY     OCCURS 2000 TIMES.
               10  WS-CMP-NAME          PIC X(20).
               10  WS-CMP-ADDRESS       PIC X(20).

       01  WS-CONTRACT-TABLE-COUNT  PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY    OCCURS 5000 TIMES.
               10  WS-CTR-NUMBER        PIC X(15).
               10  WS-CTR-COMPANY-SUB   PIC 9(4).

       01  WS-XREF-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY        OCCURS 3000 TIMES.
               10  WS-XRF-COMPANY-ID    PIC X(10).
               10  WS-XRF-COMPANY-NAME  PIC X(20).

       01  WS-REG-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 2000 TIMES.
               10  WS-REG-FIRST         PIC X(16).
               10  WS-REG-LAST          PIC X(16).
               10  WS-REG-SOURCE        PIC X(1).
               10  WS-REG-USER-ID       PIC X(8).
               10  WS-REG-UPDATE-FLAG   PIC X(1).
               10  WS-REG-RELATION      PIC X(1).
               10  WS-REG-COMPANY-NAME  PIC X(20).
               10  WS-REG-CONTRACT      PIC X(15).
               10  WS-REG-GRADE         PIC X(1).
               10  WS-REG-FIRST-FOUND   PIC 9(8).
               10  WS-REG-LAST-SEEN     PIC 9(8).
               10  WS-REG-ACCESS-COUNT  PIC 9(5).
               10  WS-REG-SEEN-FLAG     PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB2                  PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-SUB   PIC 9(4)   VALUE ZERO.

       01  WS-PHONE-WORK            PIC X(17).
       01  WS-DIGITS-WORK           PIC X(11).
       01  WS-DIGIT-COUNT           PIC 9(2)   VALUE ZERO.
       01  WS-CHAR-SUB              PIC 9(2)   VALUE ZERO.
       01  WS-CHAR                  PIC X.

       01  WS-KEY-FIRST             PIC X(16)  VALUE SPACES.
       01  WS-KEY-LAST              PIC X(16)  VALUE SPACES.
       01  WS-KEY-ADDRESS           PIC X(20)  VALUE SPACES.
       01  WS-KEY-PHONE-DIGITS      PIC X(11)  VALUE SPACES.
       01  WS-KEY-SOURCE            PIC X(1)   VALUE SPACES.

       01  WS-CAND-KIND             PIC X(1)   VALUE SPACES.
           88  WS-CAND-IS-PERSON               VALUE "P".
           88  WS-CAND-IS-NAME                 VALUE "N".
       01  WS-CAND-FIRST            PIC X(16)  VALUE SPACES.
       01  WS-CAND-LAST             PIC X(16)  VALUE SPACES.
       01  WS-CAND-NAME             PIC X(20)  VALUE SPACES.
       01  WS-CAND-ADDRESS          PIC X(20)  VALUE SPACES.
       01  WS-CAND-PHONE-DIGITS     PIC X(11)  VALUE SPACES.
       01  WS-CAND-RELATION         PIC X(1)   VALUE SPACES.
       01  WS-CAND-COMPANY          PIC X(20)  VALUE SPACES.
       01  WS-CAND-CONTRACT         PIC X(15)  VALUE SPACES.
       01  WS-CAND-GRADE            PIC X(1)   VALUE SPACES.

       01  WS-NAME-MATCH-FLAG       PIC X      VALUE "N".
           88  WS-NAME-MATCH                   VALUE "Y".
       01  WS-ACCESS-HIT-FLAG       PIC X      VALUE "N".
           88  WS-ACCESS-HIT                   VALUE "Y".
       01  WS-LOG-COMPANY           PIC X(20)  VALUE SPACES.
       01  WS-LOG-PREFIX-FLAG       PIC X      VALUE "N".
           88  WS-LOG-BY-PREFIX                VALUE "Y".
       01  WS-RELATION-WORD         PIC X(8)   VALUE SPACES.

       01  WS-STAFF-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-MAPPED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-NEW-COUNT             PIC 9(9)   VALUE ZERO.
       01  WS-CONTINUING-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-ENDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-UPDATE-REL-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-ACCESS-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "staff-relation".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R203" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 0100-LOAD-PARAMETERS
           COMPUTE WS-WINDOW-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                - WS-WINDOW-DAYS)
           OPEN OUTPUT REPORT-FILE
           MOVE "*** STAFF RELATIONSHIP AND ACCESS REVIEW ***"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1000-LOAD-REGISTER
           PERFORM 1100-LOAD-ROSTER
           PERFORM 1200-LOAD-ENTITY
           PERFORM 1300-LOAD-USER-MAP
           PERFORM 1400-LOAD-PROFILES
           PERFORM 1500-LOAD-XREF
           PERFORM 2000-MATCH-ENTITY-PEOPLE
           PERFORM 2100-MATCH-REFUND-PAYEES
           PERFORM 2200-MATCH-MANDATE-HOLDERS
           PERFORM 4000-SCAN-ACCESS-LOG
           PERFORM 6000-WRITE-REGISTER
           CLOSE REPORT-FILE
           DISPLAY "R203: STAFF CHECKED          " WS-STAFF-COUNT
           DISPLAY "R203: STAFF WITH USER IDS    " WS-MAPPED-COUNT
           DISPLAY "R203: NEW RELATIONSHIPS      " WS-NEW-COUNT
           DISPLAY "R203: CONTINUING             " WS-CONTINUING-COUNT
           DISPLAY "R203: ENDED                  " WS-ENDED-COUNT
           DISPLAY "R203: HELD WITH UPDATE       " WS-UPDATE-REL-COUNT
           DISPLAY "R203: FOR REVIEW             " WS-REVIEW-COUNT
           DISPLAY "R203: ACCESSES REPORTED      " WS-ACCESS-COUNT
           IF WS-OVERFLOW
               DISPLAY "R203: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "STAFF-WINDOW-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-WINDOW-DAYS
           END-IF.

      ****************************************************************************
      * Last month's register: every entry starts unseen, and keeps its          *
      * first-found date if this run finds the relationship again.               *
      ****************************************************************************
       1000-LOAD-REGISTER.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REG-IN-FILE
           IF WS-REG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REG-IN-FILE INTO STAFF-RELATION-RECORD
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-REG-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REG-TABLE-COUNT
                   MOVE WS-REG-TABLE-COUNT TO WS-SUB
                   MOVE STR-STAFF-FIRST TO WS-REG-FIRST (WS-SUB)
                   MOVE STR-STAFF-LAST TO WS-REG-LAST (WS-SUB)
                   MOVE STR-STAFF-SOURCE TO WS-REG-SOURCE (WS-SUB)
                   MOVE STR-USER-ID TO WS-REG-USER-ID (WS-SUB)
                   MOVE STR-UPDATE-ACCESS
                       TO WS-REG-UPDATE-FLAG (WS-SUB)
                   MOVE STR-RELATION TO WS-REG-RELATION (WS-SUB)
                   MOVE STR-COMPANY-NAME
                       TO WS-REG-COMPANY-NAME (WS-SUB)
                   MOVE STR-CONTRACT-NUMBER
                       TO WS-REG-CONTRACT (WS-SUB)
                   MOVE STR-GRADE TO WS-REG-GRADE (WS-SUB)
                   MOVE STR-FIRST-FOUND TO WS-REG-FIRST-FOUND (WS-SUB)
                   MOVE STR-LAST-SEEN TO WS-REG-LAST-SEEN (WS-SUB)
                   MOVE ZERO TO WS-REG-ACCESS-COUNT (WS-SUB)
                   MOVE "N" TO WS-REG-SEEN-FLAG (WS-SUB)
               END-IF
               READ REG-IN-FILE INTO STAFF-RELATION-RECORD
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REG-IN-FILE
           END-IF.

       1100-LOAD-ROSTER.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ROSTER-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE FUNCTION UPPER-CASE (HR-FIRST-NAME) TO WS-KEY-FIRST
               MOVE FUNCTION UPPER-CASE (HR-LAST-NAME) TO WS-KEY-LAST
               MOVE HR-HOME-ADDRESS (1:20) TO WS-KEY-ADDRESS
               MOVE HR-PHONE-NUM TO WS-PHONE-WORK
               PERFORM 5000-EXTRACT-PHONE-DIGITS
               MOVE WS-DIGITS-WORK TO WS-KEY-PHONE-DIGITS
               MOVE "H" TO WS-KEY-SOURCE
               PERFORM 1900-ADD-STAFF
               READ ROSTER-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ROSTER-NOT-FOUND
               CLOSE ROSTER-FILE
           END-IF.

      ****************************************************************************
      * First pass of the feed: our EMPLOYEE segments join the roster, and       *
      * every company and contract is tabled so payees and mandate holders       *
      * can be traced to the company their contract belongs to.                  *
      ****************************************************************************
       1200-LOAD-ENTITY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           MOVE ZERO TO WS-CURRENT-COMPANY-SUB
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       IF WS-COMPANY-TABLE-COUNT >= 2000
                           SET WS-OVERFLOW TO TRUE
                           MOVE ZERO TO WS-CURRENT-COMPANY-SUB
                       ELSE
                           ADD 1 TO WS-COMPANY-TABLE-COUNT
                           MOVE WS-COMPANY-TABLE-COUNT
                               TO WS-CURRENT-COMPANY-SUB
                           MOVE COMPANY-NAME OF COMPANY TO
                               WS-CMP-NAME (WS-CURRENT-COMPANY-SUB)
                           MOVE ADDRESS OF COMPANY (1:20) TO
                               WS-CMP-ADDRESS (WS-CURRENT-COMPANY-SUB)
                       END-IF
                   WHEN 3
                       MOVE FUNCTION UPPER-CASE
                           (FIRST-NAME OF EMPLOYEE) TO WS-KEY-FIRST
                       MOVE FUNCTION UPPER-CASE
                           (LAST-NAME OF EMPLOYEE) TO WS-KEY-LAST
                       MOVE HOME-ADDRESS OF EMPLOYEE (1:20)
                           TO WS-KEY-ADDRESS
                       MOVE PHONE-NUM OF EMPLOYEE TO WS-PHONE-WORK
                       PERFORM 5000-EXTRACT-PHONE-DIGITS
                       MOVE WS-DIGITS-WORK TO WS-KEY-PHONE-DIGITS
                       MOVE "E" TO WS-KEY-SOURCE
                       PERFORM 1900-ADD-STAFF
                   WHEN 7
                       IF WS-CURRENT-COMPANY-SUB > ZERO
                           IF WS-CONTRACT-TABLE-COUNT >= 5000
                               SET WS-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-CONTRACT-TABLE-COUNT
                               MOVE CONTRACT-NUMBER OF CONTRACT TO
                                   WS-CTR-NUMBER
                                   (WS-CONTRACT-TABLE-COUNT)
                               MOVE WS-CURRENT-COMPANY-SUB TO
                                   WS-CTR-COMPANY-SUB
                                   (WS-CONTRACT-TABLE-COUNT)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1300-LOAD-USER-MAP.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT MAP-FILE
           IF WS-MAP-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ MAP-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE FUNCTION UPPER-CASE (UM-FIRST-NAME) TO WS-KEY-FIRST
               MOVE FUNCTION UPPER-CASE (UM-LAST-NAME) TO WS-KEY-LAST
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-STAFF-TABLE-COUNT
                   IF WS-STF-FIRST (WS-SUB) = WS-KEY-FIRST
                       AND WS-STF-LAST (WS-SUB) = WS-KEY-LAST
                       AND WS-STF-USER-ID (WS-SUB) = SPACES
                       MOVE UM-USER-ID TO WS-STF-USER-ID (WS-SUB)
                       ADD 1 TO WS-MAPPED-COUNT
                   END-IF
               END-PERFORM
               READ MAP-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAP-NOT-FOUND
               CLOSE MAP-FILE
           END-IF.

       1400-LOAD-PROFILES.
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
               IF UP-SUPERVISOR OR UP-UPDATE-LEVEL
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-STAFF-TABLE-COUNT
                       IF WS-STF-USER-ID (WS-SUB) = UP-USER-ID
                           MOVE "Y" TO WS-STF-UPDATE-FLAG (WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ PROFILE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROF-NOT-FOUND
               CLOSE PROFILE-FILE
           END-IF.

       1500-LOAD-XREF.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT XREF-FILE
           IF WS-XREF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ XREF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-XREF-TABLE-COUNT
                          OR WS-HIT-SUB > ZERO
                   IF WS-XRF-COMPANY-ID (WS-SUB) = KX-COMPANY-ID
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = ZERO
                   IF WS-XREF-TABLE-COUNT >= 3000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-XREF-TABLE-COUNT
                       MOVE KX-COMPANY-ID
                           TO WS-XRF-COMPANY-ID (WS-XREF-TABLE-COUNT)
                       MOVE KX-COMPANY-NAME
                           TO WS-XRF-COMPANY-NAME (WS-XREF-TABLE-COUNT)
                   END-IF
               END-IF
               READ XREF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-XREF-NOT-FOUND
               CLOSE XREF-FILE
           END-IF.

      ****************************************************************************
      * A person on both the roster and the feed is held once, marked B; the     *
      * feed fills a phone or address the roster left blank.                     *
      ****************************************************************************
       1900-ADD-STAFF.
           MOVE ZERO TO WS-HIT-SUB
           IF WS-KEY-LAST NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-STAFF-TABLE-COUNT
                          OR WS-HIT-SUB > ZERO
                   IF WS-STF-FIRST (WS-SUB) = WS-KEY-FIRST
                       AND WS-STF-LAST (WS-SUB) = WS-KEY-LAST
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB > ZERO
                   IF WS-STF-SOURCE (WS-HIT-SUB) NOT = WS-KEY-SOURCE
                       MOVE "B" TO WS-STF-SOURCE (WS-HIT-SUB)
                   END-IF
                   IF WS-STF-ADDRESS (WS-HIT-SUB) = SPACES
                       MOVE WS-KEY-ADDRESS
                           TO WS-STF-ADDRESS (WS-HIT-SUB)
                   END-IF
                   IF WS-STF-PHONE-DIGITS (WS-HIT-SUB) = SPACES
                       MOVE WS-KEY-PHONE-DIGITS
                           TO WS-STF-PHONE-DIGITS (WS-HIT-SUB)
                   END-IF
               ELSE
                   IF WS-STAFF-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-STAFF-TABLE-COUNT
                       ADD 1 TO WS-STAFF-COUNT
                       MOVE WS-STAFF-TABLE-COUNT TO WS-SUB
                       MOVE WS-KEY-FIRST TO WS-STF-FIRST (WS-SUB)
                       MOVE WS-KEY-LAST TO WS-STF-LAST (WS-SUB)
                       MOVE SPACES TO WS-STF-FULL-NAME (WS-SUB)
                       STRING FUNCTION TRIM (WS-KEY-FIRST)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-KEY-LAST)
                               DELIMITED BY SIZE
                           INTO WS-STF-FULL-NAME (WS-SUB)
                       MOVE WS-KEY-ADDRESS TO WS-STF-ADDRESS (WS-SUB)
                       MOVE WS-KEY-PHONE-DIGITS
                           TO WS-STF-PHONE-DIGITS (WS-SUB)
                       MOVE WS-KEY-SOURCE TO WS-STF-SOURCE (WS-SUB)
                       MOVE SPACES TO WS-STF-USER-ID (WS-SUB)
                       MOVE "N" TO WS-STF-UPDATE-FLAG (WS-SUB)
                   END-IF
               END-IF
           END-IF.

      ****************************************************************************
      * Second pass of the feed: each company's CONTACT persons and              *
      * CUSTOMER names against the staff table.                                  *
      ****************************************************************************
       2000-MATCH-ENTITY-PEOPLE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           MOVE SPACES TO WS-CAND-COMPANY
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY TO WS-CAND-COMPANY
                   WHEN 5
                       MOVE "N" TO WS-CAND-KIND
                       MOVE FUNCTION UPPER-CASE
                           (CUSTOMER-NAME OF CUSTOMER) TO WS-CAND-NAME
                       MOVE POSTAL-ADDRESS OF CUSTOMER (1:20)
                           TO WS-CAND-ADDRESS
                       MOVE SPACES TO WS-CAND-PHONE-DIGITS
                       MOVE "C" TO WS-CAND-RELATION
                       MOVE SPACES TO WS-CAND-CONTRACT
                       PERFORM 3000-MATCH-CANDIDATE
                   WHEN 6
                       MOVE "P" TO WS-CAND-KIND
                       MOVE FUNCTION UPPER-CASE
                           (FIRST-NAME OF CONTACT) TO WS-CAND-FIRST
                       MOVE FUNCTION UPPER-CASE
                           (LAST-NAME OF CONTACT) TO WS-CAND-LAST
                       MOVE SPACES TO WS-CAND-ADDRESS
                       MOVE PHONE-NUM OF CONTACT TO WS-PHONE-WORK
                       PERFORM 5000-EXTRACT-PHONE-DIGITS
                       MOVE WS-DIGITS-WORK TO WS-CAND-PHONE-DIGITS
                       MOVE "R" TO WS-CAND-RELATION
                       MOVE SPACES TO WS-CAND-CONTRACT
                       PERFORM 3000-MATCH-CANDIDATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

      ****************************************************************************
      * Refunds paid inside the window: the payee named on R058's order.         *
      ****************************************************************************
       2100-MATCH-REFUND-PAYEES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REFUND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF REF-DATE NOT < WS-WINDOW-CUTOFF
                   MOVE REF-CONTRACT-NUMBER TO WS-CAND-CONTRACT
                   PERFORM 3400-FIND-CONTRACT
                   MOVE "N" TO WS-CAND-KIND
                   MOVE FUNCTION UPPER-CASE (REF-PAYEE-NAME)
                       TO WS-CAND-NAME
                   MOVE REF-PAYEE-ADDRESS (1:20) TO WS-CAND-ADDRESS
                   MOVE SPACES TO WS-CAND-PHONE-DIGITS
                   MOVE "P" TO WS-CAND-RELATION
                   PERFORM 3000-MATCH-CANDIDATE
               END-IF
               READ REFUND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REFUND-NOT-FOUND
               CLOSE REFUND-FILE
           END-IF.

      ****************************************************************************
      * Active debit mandates: the holder is the company that owns the           *
      * contract, matched on its name and address.                               *
      ****************************************************************************
       2200-MATCH-MANDATE-HOLDERS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT MAND-FILE
           IF WS-MAND-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ MAND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF DDM-ACTIVE
                   MOVE DDM-CONTRACT-NUMBER TO WS-CAND-CONTRACT
                   PERFORM 3400-FIND-CONTRACT
                   IF WS-HIT-SUB > ZERO
                       MOVE "N" TO WS-CAND-KIND
                       MOVE FUNCTION UPPER-CASE (WS-CAND-COMPANY)
                           TO WS-CAND-NAME
                       MOVE WS-CMP-ADDRESS
                           (WS-CTR-COMPANY-SUB (WS-HIT-SUB))
                           TO WS-CAND-ADDRESS
                       MOVE SPACES TO WS-CAND-PHONE-DIGITS
                       MOVE "M" TO WS-CAND-RELATION
                       PERFORM 3000-MATCH-CANDIDATE
                   END-IF
               END-IF
               READ MAND-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAND-NOT-FOUND
               CLOSE MAND-FILE
           END-IF.

      ****************************************************************************
      * R075's identity rules: the upper-cased name must match - first and       *
      * last for a person, the full name against a 20-byte name field - and      *
      * the phone or address then grades it.                                     *
      ****************************************************************************
       3000-MATCH-CANDIDATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STAFF-TABLE-COUNT
               MOVE "N" TO WS-NAME-MATCH-FLAG
               IF WS-CAND-IS-PERSON
                   IF WS-CAND-LAST NOT = SPACES
                       AND WS-STF-FIRST (WS-SUB) = WS-CAND-FIRST
                       AND WS-STF-LAST (WS-SUB) = WS-CAND-LAST
                       SET WS-NAME-MATCH TO TRUE
                   END-IF
               ELSE
                   IF WS-CAND-NAME NOT = SPACES
                       AND WS-STF-FULL-NAME (WS-SUB) (21:13) = SPACES
                       AND WS-STF-FULL-NAME (WS-SUB) (1:20)
                           = WS-CAND-NAME
                       SET WS-NAME-MATCH TO TRUE
                   END-IF
               END-IF
               IF WS-NAME-MATCH
                   PERFORM 3100-JUDGE-EVIDENCE
               END-IF
           END-PERFORM.

       3100-JUDGE-EVIDENCE.
           EVALUATE TRUE
               WHEN WS-STF-PHONE-DIGITS (WS-SUB) NOT = SPACES
                   AND WS-CAND-PHONE-DIGITS NOT = SPACES
                   AND WS-STF-PHONE-DIGITS (WS-SUB)
                       = WS-CAND-PHONE-DIGITS
                   MOVE "A" TO WS-CAND-GRADE
                   PERFORM 3200-RECORD-RELATION
               WHEN WS-STF-PHONE-DIGITS (WS-SUB) NOT = SPACES
                   AND WS-CAND-PHONE-DIGITS NOT = SPACES
                   ADD 1 TO WS-REVIEW-COUNT
                   PERFORM 3300-REPORT-CONFLICT
               WHEN WS-CAND-ADDRESS NOT = SPACES
                   AND WS-STF-ADDRESS (WS-SUB) = WS-CAND-ADDRESS
                   MOVE "A" TO WS-CAND-GRADE
                   PERFORM 3200-RECORD-RELATION
               WHEN OTHER
                   MOVE "B" TO WS-CAND-GRADE
                   PERFORM 3200-RECORD-RELATION
           END-EVALUATE.

      ****************************************************************************
      * A relationship already on the register is carried with its first-       *
      * found date; a new one is added and reported. Seen twice in one run       *
      * (two refunds to the same payee) it is counted once.                      *
      ****************************************************************************
       3200-RECORD-RELATION.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-REG-TABLE-COUNT
                      OR WS-HIT-SUB > ZERO
               IF WS-REG-FIRST (WS-SUB2) = WS-STF-FIRST (WS-SUB)
                   AND WS-REG-LAST (WS-SUB2) = WS-STF-LAST (WS-SUB)
                   AND WS-REG-RELATION (WS-SUB2) = WS-CAND-RELATION
                   AND WS-REG-COMPANY-NAME (WS-SUB2) = WS-CAND-COMPANY
                   AND WS-REG-CONTRACT (WS-SUB2) = WS-CAND-CONTRACT
                   MOVE WS-SUB2 TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-REG-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REG-TABLE-COUNT
                   MOVE WS-REG-TABLE-COUNT TO WS-HIT-SUB
                   MOVE WS-STF-FIRST (WS-SUB)
                       TO WS-REG-FIRST (WS-HIT-SUB)
                   MOVE WS-STF-LAST (WS-SUB) TO WS-REG-LAST (WS-HIT-SUB)
                   MOVE WS-CAND-RELATION
                       TO WS-REG-RELATION (WS-HIT-SUB)
                   MOVE WS-CAND-COMPANY
                       TO WS-REG-COMPANY-NAME (WS-HIT-SUB)
                   MOVE WS-CAND-CONTRACT
                       TO WS-REG-CONTRACT (WS-HIT-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-REG-FIRST-FOUND (WS-HIT-SUB)
                   MOVE ZERO TO WS-REG-ACCESS-COUNT (WS-HIT-SUB)
                   MOVE "N" TO WS-REG-SEEN-FLAG (WS-HIT-SUB)
                   MOVE "*" TO WS-REG-GRADE (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               IF WS-REG-SEEN-FLAG (WS-HIT-SUB) = "N"
                   MOVE "Y" TO WS-REG-SEEN-FLAG (WS-HIT-SUB)
                   MOVE WS-STF-SOURCE (WS-SUB)
                       TO WS-REG-SOURCE (WS-HIT-SUB)
                   MOVE WS-STF-USER-ID (WS-SUB)
                       TO WS-REG-USER-ID (WS-HIT-SUB)
                   MOVE WS-STF-UPDATE-FLAG (WS-SUB)
                       TO WS-REG-UPDATE-FLAG (WS-HIT-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-REG-LAST-SEEN (WS-HIT-SUB)
                   IF WS-STF-UPDATE-FLAG (WS-SUB) = "Y"
                       ADD 1 TO WS-UPDATE-REL-COUNT
                   END-IF
                   IF WS-REG-GRADE (WS-HIT-SUB) = "*"
                       MOVE WS-CAND-GRADE TO WS-REG-GRADE (WS-HIT-SUB)
                       ADD 1 TO WS-NEW-COUNT
                       MOVE "NEW" TO REPORT-LINE
                       PERFORM 3500-REPORT-RELATION
                   ELSE
                       MOVE WS-CAND-GRADE TO WS-REG-GRADE (WS-HIT-SUB)
                       ADD 1 TO WS-CONTINUING-COUNT
                   END-IF
               ELSE
                   IF WS-CAND-GRADE < WS-REG-GRADE (WS-HIT-SUB)
                       MOVE WS-CAND-GRADE TO WS-REG-GRADE (WS-HIT-SUB)
                   END-IF
               END-IF
           END-IF.

       3300-REPORT-CONFLICT.
           PERFORM 6100-SET-RELATION-WORD
           MOVE SPACES TO REPORT-LINE
           STRING "REVIEW   SAME NAME '" DELIMITED BY SIZE
               WS-STF-FULL-NAME (WS-SUB) DELIMITED BY "  "
               "' PHONES DIFFER STAFF=" DELIMITED BY SIZE
               WS-STF-PHONE-DIGITS (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RELATION-WORD DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               WS-CAND-PHONE-DIGITS DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-CAND-COMPANY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3400-FIND-CONTRACT.
           MOVE ZERO TO WS-HIT-SUB
           MOVE SPACES TO WS-CAND-COMPANY
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-CONTRACT-TABLE-COUNT
                      OR WS-HIT-SUB > ZERO
               IF WS-CTR-NUMBER (WS-SUB2) = WS-CAND-CONTRACT
                   MOVE WS-SUB2 TO WS-HIT-SUB
                   MOVE WS-CMP-NAME (WS-CTR-COMPANY-SUB (WS-SUB2))
                       TO WS-CAND-COMPANY
               END-IF
           END-PERFORM.

      ****************************************************************************
      * One register entry on the report; the caller moves the heading word      *
      * (NEW, ENDED) into the line first.                                        *
      ****************************************************************************
       3500-REPORT-RELATION.
           MOVE WS-REG-RELATION (WS-HIT-SUB) TO WS-CAND-RELATION
           PERFORM 6100-SET-RELATION-WORD
           STRING WS-REG-FIRST (WS-HIT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REG-LAST (WS-HIT-SUB) DELIMITED BY SIZE
               " USER=" DELIMITED BY SIZE
               WS-REG-USER-ID (WS-HIT-SUB) DELIMITED BY SIZE
               " UPD=" DELIMITED BY SIZE
               WS-REG-UPDATE-FLAG (WS-HIT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RELATION-WORD DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-REG-COMPANY-NAME (WS-HIT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REG-CONTRACT (WS-HIT-SUB) DELIMITED BY SIZE
               " GRADE " DELIMITED BY SIZE
               WS-REG-GRADE (WS-HIT-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE (10:)
           WRITE REPORT-LINE.

      ****************************************************************************
      * Every company inquiry or update (R048, logged by company ID), contract   *
      * inquiry (R107, by the first 10 bytes of the company name) and            *
      * collection call (R109, by the first 10 bytes of the contract number)     *
      * inside the window is traced to its company; when the user holds a       *
      * relationship with that company the access goes to compliance.            *
      ****************************************************************************
       4000-SCAN-ACCESS-LOG.
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
               IF ALG-DATE NOT < WS-WINDOW-CUTOFF
                   AND ALG-USER NOT = SPACES
                   PERFORM 4100-CHECK-ACCESS
               END-IF
               READ LOG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LOG-NOT-FOUND
               CLOSE LOG-FILE
           END-IF.

       4100-CHECK-ACCESS.
           MOVE SPACES TO WS-LOG-COMPANY
           MOVE "N" TO WS-LOG-PREFIX-FLAG
           EVALUATE ALG-FUNCTION
               WHEN "INQUIRY"
               WHEN "UPDATE"
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > WS-XREF-TABLE-COUNT
                              OR WS-LOG-COMPANY NOT = SPACES
                       IF WS-XRF-COMPANY-ID (WS-SUB2) = ALG-COMPANY-ID
                           MOVE WS-XRF-COMPANY-NAME (WS-SUB2)
                               TO WS-LOG-COMPANY
                       END-IF
                   END-PERFORM
               WHEN "CONTRINQ"
                   MOVE ALG-COMPANY-ID TO WS-LOG-COMPANY
                   SET WS-LOG-BY-PREFIX TO TRUE
               WHEN "COLLECT"
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > WS-CONTRACT-TABLE-COUNT
                              OR WS-LOG-COMPANY NOT = SPACES
                       IF WS-CTR-NUMBER (WS-SUB2) (1:10)
                           = ALG-COMPANY-ID
                           MOVE WS-CMP-NAME
                               (WS-CTR-COMPANY-SUB (WS-SUB2))
                               TO WS-LOG-COMPANY
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LOG-COMPANY NOT = SPACES
               MOVE "N" TO WS-ACCESS-HIT-FLAG
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > WS-REG-TABLE-COUNT
                          OR WS-ACCESS-HIT
                   IF WS-REG-SEEN-FLAG (WS-HIT-SUB) = "Y"
                       AND WS-REG-USER-ID (WS-HIT-SUB) = ALG-USER
                       IF WS-LOG-BY-PREFIX
                           IF WS-REG-COMPANY-NAME (WS-HIT-SUB) (1:10)
                               = WS-LOG-COMPANY (1:10)
                               SET WS-ACCESS-HIT TO TRUE
                           END-IF
                       ELSE
                           IF WS-REG-COMPANY-NAME (WS-HIT-SUB)
                               = WS-LOG-COMPANY
                               SET WS-ACCESS-HIT TO TRUE
                           END-IF
                       END-IF
                       IF WS-ACCESS-HIT
                           PERFORM 4200-REPORT-ACCESS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       4200-REPORT-ACCESS.
           ADD 1 TO WS-ACCESS-COUNT
           ADD 1 TO WS-REG-ACCESS-COUNT (WS-HIT-SUB)
           MOVE WS-REG-RELATION (WS-HIT-SUB) TO WS-CAND-RELATION
           PERFORM 6100-SET-RELATION-WORD
           MOVE SPACES TO REPORT-LINE
           STRING "ACCESS   USER=" DELIMITED BY SIZE
               ALG-USER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALG-FUNCTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALG-COMPANY-ID DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ALG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALG-TIME DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-REG-FIRST (WS-HIT-SUB) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-REG-LAST (WS-HIT-SUB) DELIMITED BY SPACE
               " UPD=" DELIMITED BY SIZE
               WS-REG-UPDATE-FLAG (WS-HIT-SUB) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-RELATION-WORD DELIMITED BY SPACE
               " OF " DELIMITED BY SIZE
               WS-REG-COMPANY-NAME (WS-HIT-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-EXTRACT-PHONE-DIGITS.
           MOVE SPACES TO WS-DIGITS-WORK
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 17
               MOVE WS-PHONE-WORK (WS-CHAR-SUB:1) TO WS-CHAR
               IF WS-CHAR >= "0" AND WS-CHAR <= "9"
                   AND WS-DIGIT-COUNT < 11
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE WS-CHAR TO WS-DIGITS-WORK (WS-DIGIT-COUNT:1)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Relationships found this run are carried forward; those on last         *
      * month's register and not found again are reported ended and dropped.    *
      ****************************************************************************
       6000-WRITE-REGISTER.
           OPEN OUTPUT REG-OUT-FILE
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-REG-TABLE-COUNT
               IF WS-REG-SEEN-FLAG (WS-HIT-SUB) = "Y"
                   MOVE WS-REG-FIRST (WS-HIT-SUB) TO STR-STAFF-FIRST
                   MOVE WS-REG-LAST (WS-HIT-SUB) TO STR-STAFF-LAST
                   MOVE WS-REG-SOURCE (WS-HIT-SUB) TO STR-STAFF-SOURCE
                   MOVE WS-REG-USER-ID (WS-HIT-SUB) TO STR-USER-ID
                   MOVE WS-REG-UPDATE-FLAG (WS-HIT-SUB)
                       TO STR-UPDATE-ACCESS
                   MOVE WS-REG-RELATION (WS-HIT-SUB) TO STR-RELATION
                   MOVE WS-REG-COMPANY-NAME (WS-HIT-SUB)
                       TO STR-COMPANY-NAME
                   MOVE WS-REG-CONTRACT (WS-HIT-SUB)
                       TO STR-CONTRACT-NUMBER
                   MOVE WS-REG-GRADE (WS-HIT-SUB) TO STR-GRADE
                   MOVE WS-REG-FIRST-FOUND (WS-HIT-SUB)
                       TO STR-FIRST-FOUND
                   MOVE WS-REG-LAST-SEEN (WS-HIT-SUB) TO STR-LAST-SEEN
                   MOVE WS-REG-ACCESS-COUNT (WS-HIT-SUB)
                       TO STR-ACCESS-COUNT
                   WRITE REG-OUT-LINE FROM STAFF-RELATION-RECORD
               ELSE
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE "ENDED" TO REPORT-LINE
                   PERFORM 3500-REPORT-RELATION
               END-IF
           END-PERFORM
           CLOSE REG-OUT-FILE.

       6100-SET-RELATION-WORD.
           EVALUATE WS-CAND-RELATION
               WHEN "R"
                   MOVE "CONTACT" TO WS-RELATION-WORD
               WHEN "C"
                   MOVE "CUSTOMER" TO WS-RELATION-WORD
               WHEN "P"
                   MOVE "PAYEE" TO WS-RELATION-WORD
               WHEN "M"
                   MOVE "MANDATE" TO WS-RELATION-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RELATION-WORD
           END-EVALUATE.
