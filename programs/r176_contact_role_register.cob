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
      * R176-CONTACT-ROLE-REGISTER                                               *
      *                                                                          *
      * Maintains the contact-role register (contact-role.cpy, ROLEIN to         *
      * ROLEOUT) from which R177-ADDRESSEE-SERVICE picks the addressee of        *
      * each letter. Role transactions on ROLETXN add a role to a CONTACT        *
      * of the company (A), remove it (R) or make the holder the primary         *
      * for that role (P). The contact is named as on the ENTITY extract         *
      * (basis C) or, basis L, by the person's names on the test16-layout        *
      * feed, resolved through the identity links R075 writes (IDLINK) to        *
      * the CONTACT they were matched to. The first holder of a role is          *
      * its primary, a new primary displaces the old, and removing the           *
      * primary promotes the next holder. A transaction for a company not        *
      * on COMPIN, a person with no identity link, someone who is not a          *
      * contact of the company on ENTIN, an unknown role, a role already         *
      * held or one not on the register is refused on ROLERPT. Each run          *
      * refreshes the company names on the register from COMPIN, notes           *
      * roles whose contact has left the ENTITY extract, and lists every         *
      * company with no billing contact or no legal contact.                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R176-CONTACT-ROLE-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LINK-FILE ASSIGN TO "IDLINK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT ROLE-IN-FILE ASSIGN TO "ROLEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLE-IN-STATUS.

           SELECT ROLE-OUT-FILE ASSIGN TO "ROLEOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "ROLETXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ROLERPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  LINK-FILE.
       COPY "identity-link".

       FD  ROLE-IN-FILE.
       COPY "contact-role" REPLACING CONTACT-ROLE-RECORD
           BY ROLE-IN-RECORD.

       FD  ROLE-OUT-FILE.
       COPY "contact-role".

       FD  TXN-FILE.
       01  ROLE-TXN-RECORD.
           05  RTX-ACTION               PIC X(1).
               88  RTX-ADD                      VALUE "A".
               88  RTX-REMOVE                   VALUE "R".
               88  RTX-MAKE-PRIMARY             VALUE "P".
           05  RTX-COMPANY-ID           PIC X(10).
           05  RTX-NAME-BASIS           PIC X(1).
               88  RTX-BY-LINK                  VALUE "L".
           05  RTX-FIRST-NAME           PIC X(16).
           05  RTX-LAST-NAME            PIC X(16).
           05  RTX-ROLE                 PIC X(1).
           05  RTX-PRIMARY-FLAG         PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-LINK-EOF-FLAG         PIC X      VALUE "N".
           88  WS-LINK-EOF                     VALUE "Y".
       01  WS-LINK-STATUS           PIC XX.
           88  WS-LINK-NOT-FOUND            VALUE "35".
       01  WS-ROLE-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-ROLE-IN-EOF                  VALUE "Y".
       01  WS-ROLE-IN-STATUS        PIC XX.
           88  WS-ROLE-IN-NOT-FOUND         VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-CONTACT-TABLE-COUNT   PIC 9(4)   VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-ENTRY     OCCURS 5000 TIMES.
               10  WS-CONTACT-COMPANY   PIC X(15).
               10  WS-CONTACT-FIRST     PIC X(16).
               10  WS-CONTACT-LAST      PIC X(16).

       01  WS-LINK-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 2000 TIMES.
               10  WS-LINK-T16-FIRST    PIC X(16).
               10  WS-LINK-T16-LAST     PIC X(16).
               10  WS-LINK-T18-FIRST    PIC X(16).
               10  WS-LINK-T18-LAST     PIC X(16).

       01  WS-ROLE-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-ROLE-TABLE.
           05  WS-ROLE-ENTRY        OCCURS 3000 TIMES.
               10  WS-ROLE-DATA.
                   15  WS-ROLE-COMPANY-ID   PIC X(10).
                   15  WS-ROLE-COMPANY-NAME PIC X(15).
                   15  WS-ROLE-FIRST        PIC X(16).
                   15  WS-ROLE-LAST         PIC X(16).
                   15  WS-ROLE-CODE         PIC X(1).
                   15  WS-ROLE-PRIMARY      PIC X(1).
                   15  WS-ROLE-ENTERED      PIC 9(8).
               10  WS-ROLE-DELETED      PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-CONTACT-HIT           PIC 9(4)   VALUE ZERO.
       01  WS-LINK-HIT              PIC 9(4)   VALUE ZERO.
       01  WS-ROLE-HIT              PIC 9(4)   VALUE ZERO.
       01  WS-HOLDER-HIT            PIC 9(4)   VALUE ZERO.

       01  WS-KEY-COMPANY           PIC X(10)  VALUE SPACES.
       01  WS-KEY-COMPANY-NAME      PIC X(15)  VALUE SPACES.
       01  WS-KEY-FIRST             PIC X(16)  VALUE SPACES.
       01  WS-KEY-LAST              PIC X(16)  VALUE SPACES.
       01  WS-KEY-ROLE              PIC X(1)   VALUE SPACE.

       01  WS-BILLING-FLAG          PIC X      VALUE "N".
           88  WS-HAS-BILLING                  VALUE "Y".
       01  WS-LEGAL-FLAG            PIC X      VALUE "N".
           88  WS-HAS-LEGAL                    VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-CARRIED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-RENAMED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-DEPARTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-PRIMARY-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-NO-BILLING-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-NO-LEGAL-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R176" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-CONTACTS
           PERFORM 1200-LOAD-LINKS
           PERFORM 1300-LOAD-ROLES
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTACT ROLE REGISTER AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-REFRESH-REGISTER
           PERFORM 3000-APPLY-TRANSACTIONS
           PERFORM 4000-WRITE-REGISTER
           PERFORM 5000-REPORT-COVERAGE
           CLOSE REPORT-FILE
           DISPLAY "R176: ROLES CARRIED          " WS-CARRIED-COUNT
           DISPLAY "R176: COMPANY NAMES REFRESHED" WS-RENAMED-COUNT
           DISPLAY "R176: CONTACTS NOT ON ENTITY " WS-DEPARTED-COUNT
           DISPLAY "R176: ROLES ADDED            " WS-ADDED-COUNT
           DISPLAY "R176: ROLES REMOVED          " WS-REMOVED-COUNT
           DISPLAY "R176: PRIMARIES CHANGED      " WS-PRIMARY-COUNT
           DISPLAY "R176: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R176: ROLES ON REGISTER      " WS-WRITTEN-COUNT
           DISPLAY "R176: COMPANIES NO BILLING   " WS-NO-BILLING-COUNT
           DISPLAY "R176: COMPANIES NO LEGAL     " WS-NO-LEGAL-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R176: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

      ****************************************************************************
      * A CONTACT belongs to the COMPANY segment it follows on the extract.      *
      ****************************************************************************
       1100-LOAD-CONTACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY (1:15)
                           TO WS-CURRENT-COMPANY-NAME
                   WHEN 6
                       IF WS-CONTACT-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CONTACT-TABLE-COUNT
                           MOVE WS-CURRENT-COMPANY-NAME TO
                               WS-CONTACT-COMPANY
                                   (WS-CONTACT-TABLE-COUNT)
                           MOVE FIRST-NAME OF CONTACT TO
                               WS-CONTACT-FIRST (WS-CONTACT-TABLE-COUNT)
                           MOVE LAST-NAME OF CONTACT TO
                               WS-CONTACT-LAST (WS-CONTACT-TABLE-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1200-LOAD-LINKS.
           OPEN INPUT LINK-FILE
           IF WS-LINK-NOT-FOUND
               SET WS-LINK-EOF TO TRUE
           ELSE
               READ LINK-FILE
                   AT END SET WS-LINK-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LINK-EOF
               IF IL-T18-SOURCE = "CONTACT"
                   IF WS-LINK-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-LINK-TABLE-COUNT
                       MOVE IL-T16-FIRST-NAME
                           TO WS-LINK-T16-FIRST (WS-LINK-TABLE-COUNT)
                       MOVE IL-T16-LAST-NAME
                           TO WS-LINK-T16-LAST (WS-LINK-TABLE-COUNT)
                       MOVE IL-T18-FIRST-NAME
                           TO WS-LINK-T18-FIRST (WS-LINK-TABLE-COUNT)
                       MOVE IL-T18-LAST-NAME
                           TO WS-LINK-T18-LAST (WS-LINK-TABLE-COUNT)
                   END-IF
               END-IF
               READ LINK-FILE
                   AT END SET WS-LINK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LINK-NOT-FOUND
               CLOSE LINK-FILE
           END-IF.

       1300-LOAD-ROLES.
           OPEN INPUT ROLE-IN-FILE
           IF WS-ROLE-IN-NOT-FOUND
               SET WS-ROLE-IN-EOF TO TRUE
           ELSE
               READ ROLE-IN-FILE
                   AT END SET WS-ROLE-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ROLE-IN-EOF
               IF WS-ROLE-TABLE-COUNT >= 3000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CARRIED-COUNT
                   ADD 1 TO WS-ROLE-TABLE-COUNT
                   MOVE ROLE-IN-RECORD
                       TO WS-ROLE-DATA (WS-ROLE-TABLE-COUNT)
                   MOVE "N" TO WS-ROLE-DELETED (WS-ROLE-TABLE-COUNT)
               END-IF
               READ ROLE-IN-FILE
                   AT END SET WS-ROLE-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ROLE-IN-NOT-FOUND
               CLOSE ROLE-IN-FILE
           END-IF.

       1900-FIND-ROLE.
           MOVE ZERO TO WS-ROLE-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLE-TABLE-COUNT
                      OR WS-ROLE-HIT > ZERO
               IF WS-ROLE-COMPANY-ID (WS-SUB) = WS-KEY-COMPANY
                   AND WS-ROLE-FIRST (WS-SUB) = WS-KEY-FIRST
                   AND WS-ROLE-LAST (WS-SUB) = WS-KEY-LAST
                   AND WS-ROLE-CODE (WS-SUB) = WS-KEY-ROLE
                   AND WS-ROLE-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-ROLE-HIT
               END-IF
           END-PERFORM.

       1950-FIND-COMPANY.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                      OR WS-COMP-HIT > ZERO
               IF WS-COMP-ID (WS-SUB) = WS-KEY-COMPANY
                   MOVE WS-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM.

       1960-FIND-CONTACT.
           MOVE ZERO TO WS-CONTACT-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONTACT-TABLE-COUNT
                      OR WS-CONTACT-HIT > ZERO
               IF WS-CONTACT-COMPANY (WS-SUB) = WS-KEY-COMPANY-NAME
                   AND WS-CONTACT-FIRST (WS-SUB) = WS-KEY-FIRST
                   AND WS-CONTACT-LAST (WS-SUB) = WS-KEY-LAST
                   MOVE WS-SUB TO WS-CONTACT-HIT
               END-IF
           END-PERFORM.

       1970-FIND-LINK.
           MOVE ZERO TO WS-LINK-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINK-TABLE-COUNT
                      OR WS-LINK-HIT > ZERO
               IF WS-LINK-T16-FIRST (WS-SUB) = RTX-FIRST-NAME
                   AND WS-LINK-T16-LAST (WS-SUB) = RTX-LAST-NAME
                   MOVE WS-SUB TO WS-LINK-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * First live holder of the company's role other than the entry at          *
      * WS-ROLE-HIT, for promotion when the primary goes.                        *
      ****************************************************************************
       1980-FIND-OTHER-HOLDER.
           MOVE ZERO TO WS-HOLDER-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLE-TABLE-COUNT
                      OR WS-HOLDER-HIT > ZERO
               IF WS-SUB NOT = WS-ROLE-HIT
                   AND WS-ROLE-COMPANY-ID (WS-SUB) = WS-KEY-COMPANY
                   AND WS-ROLE-CODE (WS-SUB) = WS-KEY-ROLE
                   AND WS-ROLE-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-HOLDER-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A role is kept when its company or contact has gone, so a returning      *
      * contact keeps it; it is listed here for the owner to remove.             *
      ****************************************************************************
       2000-REFRESH-REGISTER.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ROLE-TABLE-COUNT
               MOVE WS-ROLE-COMPANY-ID (WS-SUB-2) TO WS-KEY-COMPANY
               PERFORM 1950-FIND-COMPANY
               MOVE SPACES TO WS-REASON
               IF WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON FILE" TO WS-REASON
               ELSE
                   IF WS-COMP-NAME (WS-COMP-HIT)
                           NOT = WS-ROLE-COMPANY-NAME (WS-SUB-2)
                       ADD 1 TO WS-RENAMED-COUNT
                       MOVE WS-COMP-NAME (WS-COMP-HIT)
                           TO WS-ROLE-COMPANY-NAME (WS-SUB-2)
                   END-IF
                   MOVE WS-COMP-NAME (WS-COMP-HIT)
                       TO WS-KEY-COMPANY-NAME
                   MOVE WS-ROLE-FIRST (WS-SUB-2) TO WS-KEY-FIRST
                   MOVE WS-ROLE-LAST (WS-SUB-2) TO WS-KEY-LAST
                   PERFORM 1960-FIND-CONTACT
                   IF WS-CONTACT-HIT = ZERO
                       MOVE "CONTACT NOT ON ENTITY FILE" TO WS-REASON
                   END-IF
               END-IF
               IF WS-REASON NOT = SPACES
                   ADD 1 TO WS-DEPARTED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "REVIEW    " DELIMITED BY SIZE
                       WS-ROLE-COMPANY-ID (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROLE-CODE (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROLE-FIRST (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROLE-LAST (WS-SUB-2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       3000-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 3100-APPLY-ONE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       3100-APPLY-ONE.
           MOVE SPACES TO WS-REASON
           MOVE RTX-COMPANY-ID TO WS-KEY-COMPANY
           MOVE RTX-ROLE TO WS-KEY-ROLE
           MOVE RTX-FIRST-NAME TO WS-KEY-FIRST
           MOVE RTX-LAST-NAME TO WS-KEY-LAST
           MOVE ZERO TO WS-LINK-HIT
           IF RTX-BY-LINK
               PERFORM 1970-FIND-LINK
               IF WS-LINK-HIT > ZERO
                   MOVE WS-LINK-T18-FIRST (WS-LINK-HIT) TO WS-KEY-FIRST
                   MOVE WS-LINK-T18-LAST (WS-LINK-HIT) TO WS-KEY-LAST
               END-IF
           END-IF
           PERFORM 1950-FIND-COMPANY
           MOVE ZERO TO WS-CONTACT-HIT
           IF WS-COMP-HIT > ZERO
               MOVE WS-COMP-NAME (WS-COMP-HIT) TO WS-KEY-COMPANY-NAME
               PERFORM 1960-FIND-CONTACT
           END-IF
           PERFORM 1900-FIND-ROLE
           EVALUATE TRUE
               WHEN WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON FILE" TO WS-REASON
               WHEN RTX-BY-LINK AND WS-LINK-HIT = ZERO
                   MOVE "NO IDENTITY LINK TO A CONTACT" TO WS-REASON
               WHEN RTX-ROLE NOT = "B" AND RTX-ROLE NOT = "L"
                   AND RTX-ROLE NOT = "O" AND RTX-ROLE NOT = "D"
                   MOVE "UNKNOWN ROLE" TO WS-REASON
               WHEN (RTX-ADD OR RTX-MAKE-PRIMARY)
                   AND WS-CONTACT-HIT = ZERO
                   MOVE "NOT A CONTACT OF THE COMPANY" TO WS-REASON
               WHEN RTX-ADD AND WS-ROLE-HIT > ZERO
                   MOVE "ROLE ALREADY HELD" TO WS-REASON
               WHEN (RTX-REMOVE OR RTX-MAKE-PRIMARY)
                   AND WS-ROLE-HIT = ZERO
                   MOVE "ROLE NOT ON REGISTER" TO WS-REASON
               WHEN NOT RTX-ADD AND NOT RTX-REMOVE
                   AND NOT RTX-MAKE-PRIMARY
                   MOVE "UNKNOWN ACTION" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   RTX-COMPANY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RTX-ACTION DELIMITED BY SIZE
                   RTX-ROLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RTX-FIRST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RTX-LAST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN RTX-ADD
                       PERFORM 3200-ADD-ROLE
                   WHEN RTX-REMOVE
                       PERFORM 3300-REMOVE-ROLE
                   WHEN OTHER
                       ADD 1 TO WS-PRIMARY-COUNT
                       PERFORM 3400-MAKE-PRIMARY
                       MOVE "PRIMARY   " TO REPORT-LINE
                       PERFORM 3900-REPORT-APPLIED
               END-EVALUATE
           END-IF.

       3200-ADD-ROLE.
           IF WS-ROLE-TABLE-COUNT >= 3000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               ADD 1 TO WS-ROLE-TABLE-COUNT
               MOVE WS-ROLE-TABLE-COUNT TO WS-ROLE-HIT
               MOVE WS-KEY-COMPANY TO WS-ROLE-COMPANY-ID (WS-ROLE-HIT)
               MOVE WS-KEY-COMPANY-NAME
                   TO WS-ROLE-COMPANY-NAME (WS-ROLE-HIT)
               MOVE WS-KEY-FIRST TO WS-ROLE-FIRST (WS-ROLE-HIT)
               MOVE WS-KEY-LAST TO WS-ROLE-LAST (WS-ROLE-HIT)
               MOVE WS-KEY-ROLE TO WS-ROLE-CODE (WS-ROLE-HIT)
               MOVE "N" TO WS-ROLE-PRIMARY (WS-ROLE-HIT)
               MOVE WS-CURRENT-DATE-NUM TO WS-ROLE-ENTERED (WS-ROLE-HIT)
               MOVE "N" TO WS-ROLE-DELETED (WS-ROLE-HIT)
               PERFORM 1980-FIND-OTHER-HOLDER
               IF RTX-PRIMARY-FLAG = "Y" OR WS-HOLDER-HIT = ZERO
                   PERFORM 3400-MAKE-PRIMARY
               END-IF
               MOVE "ADDED     " TO REPORT-LINE
               PERFORM 3900-REPORT-APPLIED
           END-IF.

       3300-REMOVE-ROLE.
           ADD 1 TO WS-REMOVED-COUNT
           MOVE "Y" TO WS-ROLE-DELETED (WS-ROLE-HIT)
           MOVE "REMOVED   " TO REPORT-LINE
           PERFORM 3900-REPORT-APPLIED
           IF WS-ROLE-PRIMARY (WS-ROLE-HIT) = "Y"
               MOVE "N" TO WS-ROLE-PRIMARY (WS-ROLE-HIT)
               PERFORM 1980-FIND-OTHER-HOLDER
               IF WS-HOLDER-HIT > ZERO
                   ADD 1 TO WS-PRIMARY-COUNT
                   MOVE WS-HOLDER-HIT TO WS-ROLE-HIT
                   PERFORM 3400-MAKE-PRIMARY
                   MOVE WS-ROLE-FIRST (WS-ROLE-HIT) TO WS-KEY-FIRST
                   MOVE WS-ROLE-LAST (WS-ROLE-HIT) TO WS-KEY-LAST
                   MOVE "PROMOTED  " TO REPORT-LINE
                   PERFORM 3900-REPORT-APPLIED
               END-IF
           END-IF.

       3400-MAKE-PRIMARY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLE-TABLE-COUNT
               IF WS-ROLE-COMPANY-ID (WS-SUB) = WS-KEY-COMPANY
                   AND WS-ROLE-CODE (WS-SUB) = WS-KEY-ROLE
                   MOVE "N" TO WS-ROLE-PRIMARY (WS-SUB)
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-ROLE-PRIMARY (WS-ROLE-HIT).

       3900-REPORT-APPLIED.
           MOVE SPACES TO REPORT-LINE (11:)
           STRING WS-KEY-COMPANY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KEY-ROLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KEY-FIRST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KEY-LAST DELIMITED BY SIZE
               INTO REPORT-LINE (11:)
           WRITE REPORT-LINE.

       4000-WRITE-REGISTER.
           OPEN OUTPUT ROLE-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLE-TABLE-COUNT
               IF WS-ROLE-DELETED (WS-SUB) = "N"
                   MOVE WS-ROLE-DATA (WS-SUB) TO CONTACT-ROLE-RECORD
                   WRITE CONTACT-ROLE-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE ROLE-OUT-FILE.

      ****************************************************************************
      * Companies whose statements and final demands can only go to the          *
      * company address.                                                         *
      ****************************************************************************
       5000-REPORT-COVERAGE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COMPANIES WITHOUT A BILLING OR LEGAL CONTACT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
               MOVE "N" TO WS-BILLING-FLAG
               MOVE "N" TO WS-LEGAL-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ROLE-TABLE-COUNT
                   IF WS-ROLE-COMPANY-ID (WS-SUB)
                           = WS-COMP-ID (WS-SUB-2)
                       AND WS-ROLE-DELETED (WS-SUB) = "N"
                       IF WS-ROLE-CODE (WS-SUB) = "B"
                           SET WS-HAS-BILLING TO TRUE
                       END-IF
                       IF WS-ROLE-CODE (WS-SUB) = "L"
                           SET WS-HAS-LEGAL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-HAS-BILLING
                   ADD 1 TO WS-NO-BILLING-COUNT
                   MOVE "NO BILLING CONTACT" TO WS-REASON
                   PERFORM 5100-WRITE-GAP
               END-IF
               IF NOT WS-HAS-LEGAL
                   ADD 1 TO WS-NO-LEGAL-COUNT
                   MOVE "NO LEGAL CONTACT" TO WS-REASON
                   PERFORM 5100-WRITE-GAP
               END-IF
           END-PERFORM.

       5100-WRITE-GAP.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-COMP-ID (WS-SUB-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMP-NAME (WS-SUB-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
