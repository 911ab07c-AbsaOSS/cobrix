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
      * R172-BENEFICIAL-OWNERS                                                   *
      *                                                                          *
      * Nightly maintenance of the beneficial ownership register                 *
      * (beneficial-owner.cpy, BOIN to BOOUT), keyed by COMPANY-ID and the       *
      * owner's identity number. Transactions on BOTXN add or amend an           *
      * owner's declaration (A - an amended share or control type needs          *
      * verifying again), remove one (R) or record compliance's                  *
      * verification (V); a company not on COMPIN, a share over 100%, an         *
      * unknown control type or a change to an owner not on file is              *
      * refused on BORPT. Each owner is linked to R075's identity links          *
      * (IDLINK) where the same person appears on the ENTITY feeds. The          *
      * ultimate owners of every company go to BOULTOUT for R073 to              *
      * screen: the company's own declarations, and the declarations of          *
      * its nearest parent up R072's hierarchy (HIERIN) that has any, as         *
      * indirect holdings. BOEXC lists every company whose declared              *
      * ownership does not total 100% (a subsidiary only when it exceeds         *
      * 100%, its group holding the rest), that has no owner at all, or          *
      * none of whose owners has been verified.                                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R172-BENEFICIAL-OWNERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BO-IN-FILE ASSIGN TO "BOIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BO-IN-STATUS.

           SELECT BO-OUT-FILE ASSIGN TO "BOOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ULT-FILE ASSIGN TO "BOULTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "BOTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT LINK-FILE ASSIGN TO "IDLINK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BORPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "BOEXC"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BO-IN-FILE.
       COPY "beneficial-owner" REPLACING BENEFICIAL-OWNER-RECORD
           BY BO-IN-RECORD.

       FD  BO-OUT-FILE.
       COPY "beneficial-owner".

       FD  ULT-FILE.
       COPY "beneficial-owner" REPLACING BENEFICIAL-OWNER-RECORD
           BY ULT-OWNER-RECORD.

       FD  TXN-FILE.
       01  BENEFICIAL-OWNER-TXN-RECORD.
           05  BTX-COMPANY-ID           PIC X(10).
           05  BTX-ACTION               PIC X(1).
               88  BTX-ADD-AMEND                VALUE "A".
               88  BTX-REMOVE                   VALUE "R".
               88  BTX-VERIFY                   VALUE "V".
           05  BTX-ID-NUMBER            PIC X(20).
           05  BTX-FIRST-NAME           PIC X(16).
           05  BTX-LAST-NAME            PIC X(16).
           05  BTX-OWNERSHIP-PCT        PIC 9(3)V9(2).
           05  BTX-CONTROL-TYPE         PIC X(1).
               88  BTX-CONTROL-VALID            VALUE "S" "V" "B" "O".
           05  BTX-VERIFIED-DATE        PIC 9(8).

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  LINK-FILE.
       COPY "identity-link".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BO-IN-EOF-FLAG        PIC X      VALUE "N".
           88  WS-BO-IN-EOF                    VALUE "Y".
       01  WS-BO-IN-STATUS          PIC XX.
           88  WS-BO-IN-NOT-FOUND           VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-LINK-EOF-FLAG         PIC X      VALUE "N".
           88  WS-LINK-EOF                     VALUE "Y".
       01  WS-LINK-STATUS           PIC XX.
           88  WS-LINK-NOT-FOUND            VALUE "35".

       01  WS-BO-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY          OCCURS 2000 TIMES.
               10  WS-BO-COMPANY        PIC X(10).
               10  WS-BO-ID-NUMBER      PIC X(20).
               10  WS-BO-FIRST-NAME     PIC X(16).
               10  WS-BO-LAST-NAME      PIC X(16).
               10  WS-BO-PCT            PIC 9(3)V9(2).
               10  WS-BO-CONTROL        PIC X(1).
               10  WS-BO-VERIFIED       PIC 9(8).
               10  WS-BO-LINK-SOURCE    PIC X(8).
               10  WS-BO-LINK-GRADE     PIC X(1).
               10  WS-BO-REMOVED        PIC X(1).

       01  WS-COMP-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 1000 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).

       01  WS-IDL-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-IDL-TABLE.
           05  WS-IDL-ENTRY         OCCURS 1000 TIMES.
               10  WS-IDL-T16-NAME      PIC X(33).
               10  WS-IDL-T18-NAME      PIC X(33).
               10  WS-IDL-SOURCE        PIC X(8).
               10  WS-IDL-GRADE         PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-COMP-HIT-FLAG         PIC X      VALUE "N".
           88  WS-COMP-HIT                     VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-OWNER-NAME            PIC X(33)  VALUE SPACES.
       01  WS-PCT-EDIT              PIC ZZ9.99.

       01  WS-CHECK-COMPANY         PIC X(10)  VALUE SPACES.
       01  WS-WALK-ID               PIC X(10)  VALUE SPACES.
       01  WS-PARENT-ID             PIC X(10)  VALUE SPACES.
       01  WS-OWNER-COMPANY         PIC X(10)  VALUE SPACES.
       01  WS-LEVEL                 PIC 9(2)   VALUE ZERO.
       01  WS-DIRECT-COUNT          PIC 9(4)   VALUE ZERO.
       01  WS-DIRECT-TOTAL          PIC 9(5)V9(2) VALUE ZERO.
       01  WS-ULT-COUNT             PIC 9(4)   VALUE ZERO.
       01  WS-ULT-BEFORE            PIC 9(4)   VALUE ZERO.
       01  WS-VERIFIED-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-HAS-PARENT-FLAG       PIC X      VALUE "N".
           88  WS-HAS-PARENT                   VALUE "Y".

       01  WS-ADDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-AMENDED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-VERIFIED-TXN-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-LINKED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-INDIRECT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R172" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-REGISTER
           PERFORM 1100-LOAD-COMPANIES
           PERFORM 1200-LOAD-HIERARCHY
           PERFORM 1300-LOAD-IDENTITY-LINKS
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-APPLY-TRANSACTIONS
           CLOSE REPORT-FILE
           PERFORM 3000-LINK-IDENTITIES
           OPEN OUTPUT BO-OUT-FILE
           OPEN OUTPUT ULT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 4000-WRITE-REGISTER
           PERFORM 5000-RESOLVE-EVERY-COMPANY
           CLOSE BO-OUT-FILE
           CLOSE ULT-FILE
           CLOSE EXCEPTION-FILE
           DISPLAY "R172: OWNERS ADDED           " WS-ADDED-COUNT
           DISPLAY "R172: OWNERS AMENDED         " WS-AMENDED-COUNT
           DISPLAY "R172: OWNERS REMOVED         " WS-REMOVED-COUNT
           DISPLAY "R172: OWNERS VERIFIED        " WS-VERIFIED-TXN-COUNT
           DISPLAY "R172: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R172: OWNERS IDENTITY-LINKED " WS-LINKED-COUNT
           DISPLAY "R172: INDIRECT HOLDINGS      " WS-INDIRECT-COUNT
           DISPLAY "R172: OWNERSHIP EXCEPTIONS   " WS-EXCEPTION-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R172: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-REGISTER.
           OPEN INPUT BO-IN-FILE
           IF WS-BO-IN-NOT-FOUND
               SET WS-BO-IN-EOF TO TRUE
           ELSE
               READ BO-IN-FILE
                   AT END SET WS-BO-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-BO-IN-EOF
               IF WS-BO-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BO-TABLE-COUNT
                   MOVE BO-COMPANY-ID OF BO-IN-RECORD
                       TO WS-BO-COMPANY (WS-BO-TABLE-COUNT)
                   MOVE BO-ID-NUMBER OF BO-IN-RECORD
                       TO WS-BO-ID-NUMBER (WS-BO-TABLE-COUNT)
                   MOVE BO-FIRST-NAME OF BO-IN-RECORD
                       TO WS-BO-FIRST-NAME (WS-BO-TABLE-COUNT)
                   MOVE BO-LAST-NAME OF BO-IN-RECORD
                       TO WS-BO-LAST-NAME (WS-BO-TABLE-COUNT)
                   MOVE BO-OWNERSHIP-PCT OF BO-IN-RECORD
                       TO WS-BO-PCT (WS-BO-TABLE-COUNT)
                   MOVE BO-CONTROL-TYPE OF BO-IN-RECORD
                       TO WS-BO-CONTROL (WS-BO-TABLE-COUNT)
                   MOVE BO-VERIFIED-DATE OF BO-IN-RECORD
                       TO WS-BO-VERIFIED (WS-BO-TABLE-COUNT)
                   MOVE "N" TO WS-BO-REMOVED (WS-BO-TABLE-COUNT)
               END-IF
               READ BO-IN-FILE
                   AT END SET WS-BO-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-BO-IN-NOT-FOUND
               CLOSE BO-IN-FILE
           END-IF.

       1100-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 1000
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

       1200-LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-NOT-FOUND
               SET WS-HIER-EOF TO TRUE
           ELSE
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIER-EOF
               IF WS-LINK-TABLE-COUNT < 200
                   ADD 1 TO WS-LINK-TABLE-COUNT
                   MOVE HL-PARENT-ID
                       TO WS-LINK-PARENT (WS-LINK-TABLE-COUNT)
                   MOVE HL-CHILD-ID
                       TO WS-LINK-CHILD (WS-LINK-TABLE-COUNT)
               END-IF
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIER-NOT-FOUND
               CLOSE HIER-FILE
           END-IF.

      ****************************************************************************
      * Both sides of each link are held as upper-cased "FIRST LAST" so an       *
      * owner can be found on either feed's spelling.                            *
      ****************************************************************************
       1300-LOAD-IDENTITY-LINKS.
           OPEN INPUT LINK-FILE
           IF WS-LINK-NOT-FOUND
               SET WS-LINK-EOF TO TRUE
           ELSE
               READ LINK-FILE
                   AT END SET WS-LINK-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LINK-EOF
               IF WS-IDL-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-IDL-TABLE-COUNT
                   MOVE SPACES TO WS-OWNER-NAME
                   STRING IL-T16-FIRST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       IL-T16-LAST-NAME DELIMITED BY "  "
                       INTO WS-OWNER-NAME
                   MOVE FUNCTION UPPER-CASE (WS-OWNER-NAME)
                       TO WS-IDL-T16-NAME (WS-IDL-TABLE-COUNT)
                   MOVE SPACES TO WS-OWNER-NAME
                   STRING IL-T18-FIRST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       IL-T18-LAST-NAME DELIMITED BY "  "
                       INTO WS-OWNER-NAME
                   MOVE FUNCTION UPPER-CASE (WS-OWNER-NAME)
                       TO WS-IDL-T18-NAME (WS-IDL-TABLE-COUNT)
                   MOVE IL-T18-SOURCE
                       TO WS-IDL-SOURCE (WS-IDL-TABLE-COUNT)
                   MOVE IL-GRADE TO WS-IDL-GRADE (WS-IDL-TABLE-COUNT)
               END-IF
               READ LINK-FILE
                   AT END SET WS-LINK-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LINK-NOT-FOUND
               CLOSE LINK-FILE
           END-IF.

       2000-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BO-TABLE-COUNT
                   IF WS-BO-COMPANY (WS-SUB) = BTX-COMPANY-ID
                       AND WS-BO-ID-NUMBER (WS-SUB) = BTX-ID-NUMBER
                       AND WS-BO-REMOVED (WS-SUB) = "N"
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-COMP-HIT-FLAG
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = BTX-COMPANY-ID
                       SET WS-COMP-HIT TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-COMP-HIT
                       MOVE "COMPANY NOT ON COMPANY FILE" TO WS-REASON
                       PERFORM 2900-REFUSE
                   WHEN BTX-ID-NUMBER = SPACES
                       MOVE "NO IDENTITY NUMBER" TO WS-REASON
                       PERFORM 2900-REFUSE
                   WHEN BTX-ADD-AMEND
                       PERFORM 2100-ADD-AMEND-OWNER
                   WHEN BTX-REMOVE
                       PERFORM 2200-REMOVE-OWNER
                   WHEN BTX-VERIFY
                       PERFORM 2300-VERIFY-OWNER
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                       PERFORM 2900-REFUSE
               END-EVALUATE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

      ****************************************************************************
      * A changed share or control type stands unverified until                  *
      * compliance verifies the new declaration.                                 *
      ****************************************************************************
       2100-ADD-AMEND-OWNER.
           EVALUATE TRUE
               WHEN BTX-OWNERSHIP-PCT > 100
                   MOVE "OWNERSHIP OVER 100 PERCENT" TO WS-REASON
                   PERFORM 2900-REFUSE
               WHEN NOT BTX-CONTROL-VALID
                   MOVE "UNKNOWN CONTROL TYPE" TO WS-REASON
                   PERFORM 2900-REFUSE
               WHEN WS-HIT-SUB > ZERO
                   ADD 1 TO WS-AMENDED-COUNT
                   IF BTX-OWNERSHIP-PCT NOT = WS-BO-PCT (WS-HIT-SUB)
                       OR BTX-CONTROL-TYPE
                           NOT = WS-BO-CONTROL (WS-HIT-SUB)
                       MOVE ZERO TO WS-BO-VERIFIED (WS-HIT-SUB)
                   END-IF
                   PERFORM 2150-MOVE-DECLARATION
                   MOVE "AMENDED " TO WS-REASON
                   PERFORM 2800-REPORT-MOVEMENT
               WHEN WS-BO-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ADDED-COUNT
                   ADD 1 TO WS-BO-TABLE-COUNT
                   MOVE WS-BO-TABLE-COUNT TO WS-HIT-SUB
                   MOVE BTX-COMPANY-ID TO WS-BO-COMPANY (WS-HIT-SUB)
                   MOVE BTX-ID-NUMBER TO WS-BO-ID-NUMBER (WS-HIT-SUB)
                   MOVE ZERO TO WS-BO-VERIFIED (WS-HIT-SUB)
                   MOVE "N" TO WS-BO-REMOVED (WS-HIT-SUB)
                   PERFORM 2150-MOVE-DECLARATION
                   MOVE "ADDED   " TO WS-REASON
                   PERFORM 2800-REPORT-MOVEMENT
           END-EVALUATE.

       2150-MOVE-DECLARATION.
           MOVE BTX-FIRST-NAME TO WS-BO-FIRST-NAME (WS-HIT-SUB)
           MOVE BTX-LAST-NAME TO WS-BO-LAST-NAME (WS-HIT-SUB)
           MOVE BTX-OWNERSHIP-PCT TO WS-BO-PCT (WS-HIT-SUB)
           MOVE BTX-CONTROL-TYPE TO WS-BO-CONTROL (WS-HIT-SUB).

       2200-REMOVE-OWNER.
           IF WS-HIT-SUB = ZERO
               MOVE "OWNER NOT ON REGISTER" TO WS-REASON
               PERFORM 2900-REFUSE
           ELSE
               ADD 1 TO WS-REMOVED-COUNT
               MOVE "Y" TO WS-BO-REMOVED (WS-HIT-SUB)
               MOVE "REMOVED " TO WS-REASON
               PERFORM 2800-REPORT-MOVEMENT
           END-IF.

       2300-VERIFY-OWNER.
           IF WS-HIT-SUB = ZERO
               MOVE "OWNER NOT ON REGISTER" TO WS-REASON
               PERFORM 2900-REFUSE
           ELSE
               ADD 1 TO WS-VERIFIED-TXN-COUNT
               IF BTX-VERIFIED-DATE = ZERO
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-BO-VERIFIED (WS-HIT-SUB)
               ELSE
                   MOVE BTX-VERIFIED-DATE
                       TO WS-BO-VERIFIED (WS-HIT-SUB)
               END-IF
               MOVE "VERIFIED" TO WS-REASON
               PERFORM 2800-REPORT-MOVEMENT
           END-IF.

       2800-REPORT-MOVEMENT.
           MOVE WS-BO-PCT (WS-HIT-SUB) TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-REASON (1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BO-COMPANY (WS-HIT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BO-ID-NUMBER (WS-HIT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BO-LAST-NAME (WS-HIT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "% CONTROL=" DELIMITED BY SIZE
               WS-BO-CONTROL (WS-HIT-SUB) DELIMITED BY SIZE
               " VERIFIED=" DELIMITED BY SIZE
               WS-BO-VERIFIED (WS-HIT-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       2900-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED  " DELIMITED BY SIZE
               BTX-COMPANY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BTX-ID-NUMBER DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               BTX-ACTION DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * A grade A link is preferred to a grade B one for the same name.          *
      ****************************************************************************
       3000-LINK-IDENTITIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BO-TABLE-COUNT
               MOVE SPACES TO WS-BO-LINK-SOURCE (WS-SUB)
               MOVE SPACE TO WS-BO-LINK-GRADE (WS-SUB)
               MOVE SPACES TO WS-OWNER-NAME
               STRING WS-BO-FIRST-NAME (WS-SUB) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-BO-LAST-NAME (WS-SUB) DELIMITED BY "  "
                   INTO WS-OWNER-NAME
               MOVE FUNCTION UPPER-CASE (WS-OWNER-NAME)
                   TO WS-OWNER-NAME
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-IDL-TABLE-COUNT
                   IF (WS-IDL-T16-NAME (WS-SUB-2) = WS-OWNER-NAME
                       OR WS-IDL-T18-NAME (WS-SUB-2) = WS-OWNER-NAME)
                       AND (WS-BO-LINK-GRADE (WS-SUB) = SPACE
                       OR WS-IDL-GRADE (WS-SUB-2) = "A")
                       MOVE WS-IDL-SOURCE (WS-SUB-2)
                           TO WS-BO-LINK-SOURCE (WS-SUB)
                       MOVE WS-IDL-GRADE (WS-SUB-2)
                           TO WS-BO-LINK-GRADE (WS-SUB)
                   END-IF
               END-PERFORM
               IF WS-BO-LINK-GRADE (WS-SUB) NOT = SPACE
                   AND WS-BO-REMOVED (WS-SUB) = "N"
                   ADD 1 TO WS-LINKED-COUNT
               END-IF
           END-PERFORM.

       4000-WRITE-REGISTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BO-TABLE-COUNT
               IF WS-BO-REMOVED (WS-SUB) = "N"
                   PERFORM 4100-BUILD-OWNER-RECORD
                   MOVE "D" TO BO-HOLDING OF BENEFICIAL-OWNER-RECORD
                   MOVE SPACES
                       TO BO-VIA-COMPANY-ID OF BENEFICIAL-OWNER-RECORD
                   WRITE BENEFICIAL-OWNER-RECORD
               END-IF
           END-PERFORM.

       4100-BUILD-OWNER-RECORD.
           MOVE WS-BO-COMPANY (WS-SUB)
               TO BO-COMPANY-ID OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-ID-NUMBER (WS-SUB)
               TO BO-ID-NUMBER OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-FIRST-NAME (WS-SUB)
               TO BO-FIRST-NAME OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-LAST-NAME (WS-SUB)
               TO BO-LAST-NAME OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-PCT (WS-SUB)
               TO BO-OWNERSHIP-PCT OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-CONTROL (WS-SUB)
               TO BO-CONTROL-TYPE OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-VERIFIED (WS-SUB)
               TO BO-VERIFIED-DATE OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-LINK-SOURCE (WS-SUB)
               TO BO-LINK-SOURCE OF BENEFICIAL-OWNER-RECORD
           MOVE WS-BO-LINK-GRADE (WS-SUB)
               TO BO-LINK-GRADE OF BENEFICIAL-OWNER-RECORD.

      ****************************************************************************
      * Per company on the master: its own owners, then those of the             *
      * nearest parent that has declared any (a parent wholly owns its           *
      * subsidiaries on the hierarchy, so the parent's owners hold the           *
      * child indirectly in the same shares). The climb stops after 20           *
      * levels should the links ever loop.                                       *
      ****************************************************************************
       5000-RESOLVE-EVERY-COMPANY.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-ID (WS-SUB-2) TO WS-CHECK-COMPANY
               MOVE ZERO TO WS-DIRECT-COUNT
               MOVE ZERO TO WS-DIRECT-TOTAL
               MOVE ZERO TO WS-ULT-COUNT
               MOVE ZERO TO WS-VERIFIED-COUNT
               MOVE WS-CHECK-COMPANY TO WS-OWNER-COMPANY
               PERFORM 5100-WRITE-OWNERS-OF
               MOVE WS-ULT-COUNT TO WS-DIRECT-COUNT
               MOVE "N" TO WS-HAS-PARENT-FLAG
               MOVE WS-CHECK-COMPANY TO WS-WALK-ID
               MOVE ZERO TO WS-LEVEL
               PERFORM 5200-CLIMB-ONE-LEVEL
                   UNTIL WS-WALK-ID = SPACES
                      OR WS-LEVEL >= 20
               PERFORM 5300-CHECK-COMPANY
           END-PERFORM.

       5100-WRITE-OWNERS-OF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BO-TABLE-COUNT
               IF WS-BO-COMPANY (WS-SUB) = WS-OWNER-COMPANY
                   AND WS-BO-REMOVED (WS-SUB) = "N"
                   ADD 1 TO WS-ULT-COUNT
                   IF WS-BO-VERIFIED (WS-SUB) > ZERO
                       ADD 1 TO WS-VERIFIED-COUNT
                   END-IF
                   PERFORM 4100-BUILD-OWNER-RECORD
                   MOVE BENEFICIAL-OWNER-RECORD TO ULT-OWNER-RECORD
                   MOVE WS-CHECK-COMPANY
                       TO BO-COMPANY-ID OF ULT-OWNER-RECORD
                   IF WS-OWNER-COMPANY = WS-CHECK-COMPANY
                       ADD WS-BO-PCT (WS-SUB) TO WS-DIRECT-TOTAL
                       MOVE "D" TO BO-HOLDING OF ULT-OWNER-RECORD
                       MOVE SPACES TO BO-VIA-COMPANY-ID
                           OF ULT-OWNER-RECORD
                   ELSE
                       ADD 1 TO WS-INDIRECT-COUNT
                       MOVE "I" TO BO-HOLDING OF ULT-OWNER-RECORD
                       MOVE WS-OWNER-COMPANY TO BO-VIA-COMPANY-ID
                           OF ULT-OWNER-RECORD
                   END-IF
                   WRITE ULT-OWNER-RECORD
               END-IF
           END-PERFORM.

       5200-CLIMB-ONE-LEVEL.
           ADD 1 TO WS-LEVEL
           MOVE SPACES TO WS-PARENT-ID
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINK-TABLE-COUNT
                      OR WS-PARENT-ID NOT = SPACES
               IF WS-LINK-CHILD (WS-SUB) = WS-WALK-ID
                   MOVE WS-LINK-PARENT (WS-SUB) TO WS-PARENT-ID
               END-IF
           END-PERFORM
           MOVE WS-PARENT-ID TO WS-WALK-ID
           IF WS-WALK-ID NOT = SPACES
               SET WS-HAS-PARENT TO TRUE
               MOVE WS-WALK-ID TO WS-OWNER-COMPANY
               MOVE WS-ULT-COUNT TO WS-ULT-BEFORE
               PERFORM 5100-WRITE-OWNERS-OF
               IF WS-ULT-COUNT > WS-ULT-BEFORE
                   MOVE SPACES TO WS-WALK-ID
               END-IF
           END-IF.

       5300-CHECK-COMPANY.
           EVALUATE TRUE
               WHEN WS-ULT-COUNT = ZERO
                   MOVE "NO OWNERS DECLARED" TO WS-REASON
                   PERFORM 5900-WRITE-EXCEPTION
               WHEN WS-DIRECT-COUNT > ZERO
                   AND WS-DIRECT-TOTAL NOT = 100
                   AND (NOT WS-HAS-PARENT OR WS-DIRECT-TOTAL > 100)
                   MOVE WS-DIRECT-TOTAL TO WS-PCT-EDIT
                   MOVE SPACES TO WS-REASON
                   STRING "DECLARED OWNERSHIP TOTALS " DELIMITED BY SIZE
                       WS-PCT-EDIT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-REASON
                   PERFORM 5900-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ULT-COUNT > ZERO
               AND WS-VERIFIED-COUNT = ZERO
               MOVE "NO OWNER VERIFIED" TO WS-REASON
               PERFORM 5900-WRITE-EXCEPTION
           END-IF.

       5900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-CHECK-COMPANY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMP-NAME (WS-SUB-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.
