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
      * R170-SECTOR-CONCENTRATION                                                *
      *                                                                          *
      * Month-end concentration of the book by industry sector. Each             *
      * company on COMPIN takes the sector of its code on R169's register        *
      * (INDOUT, sector off INDCODES); a company with no code of its own         *
      * takes the sector of its nearest classified parent up R072's              *
      * hierarchy (HIERIN), and one with neither falls to UNCLASSIFIED.          *
      * Open balances (R101's OUTSTFIN, contract to company off ENTIN),          *
      * credit limits (CRLIMOUT) and R116's risk grades (GRADEOUT) are           *
      * then totalled by sector. SECTRPT shows per sector the companies,         *
      * open balance, limits, share of the portfolio balance and the             *
      * spread of grades A to E. A sector whose share exceeds parameter          *
      * SECTOR-CONC-MAX-PCT (default 20) is marked OVER LIMIT and raises a       *
      * warning on ALERTS.                                                       *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R170-SECTOR-CONCENTRATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT INDCODE-FILE ASSIGN TO "INDCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDCODE-STATUS.

           SELECT IND-FILE ASSIGN TO "INDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.

           SELECT OUTST-FILE ASSIGN TO "OUTSTFIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIMIT-FILE ASSIGN TO "CRLIMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SECTRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  INDCODE-FILE.
       COPY "industry-code".

       FD  IND-FILE.
       COPY "company-industry".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  LIMIT-FILE.
       COPY "credit-limit".

       FD  GRADE-FILE.
       COPY "risk-grade".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-INDCODE-EOF-FLAG      PIC X      VALUE "N".
           88  WS-INDCODE-EOF                  VALUE "Y".
       01  WS-INDCODE-STATUS        PIC XX.
           88  WS-INDCODE-NOT-FOUND         VALUE "35".
       01  WS-IND-EOF-FLAG          PIC X      VALUE "N".
           88  WS-IND-EOF                      VALUE "Y".
       01  WS-IND-STATUS            PIC XX.
           88  WS-IND-NOT-FOUND             VALUE "35".
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-LIMIT-EOF-FLAG        PIC X      VALUE "N".
           88  WS-LIMIT-EOF                    VALUE "Y".
       01  WS-LIMIT-STATUS          PIC XX.
           88  WS-LIMIT-NOT-FOUND           VALUE "35".
       01  WS-GRADE-EOF-FLAG        PIC X      VALUE "N".
           88  WS-GRADE-EOF                    VALUE "Y".
       01  WS-GRADE-STATUS          PIC XX.
           88  WS-GRADE-NOT-FOUND           VALUE "35".

       01  WS-COMP-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 1000 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-OWN-SECTOR   PIC X(2).
               10  WS-COMP-SECTOR       PIC X(2).
               10  WS-COMP-BALANCE      PIC S9(13)V9(2).
               10  WS-COMP-LIMIT        PIC 9(13)V9(2).
               10  WS-COMP-GRADE        PIC X(1).

       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-COMP-SUB      PIC 9(4).

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).

       01  WS-CODE-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY        OCCURS 1000 TIMES.
               10  WS-CODE-CODE         PIC X(5).
               10  WS-CODE-SECTOR       PIC X(2).
               10  WS-CODE-SECTOR-NAME  PIC X(20).

       01  WS-SECT-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-SECT-TABLE.
           05  WS-SECT-ENTRY        OCCURS 100 TIMES.
               10  WS-SECT-CODE         PIC X(2).
               10  WS-SECT-NAME         PIC X(20).
               10  WS-SECT-COMPANIES    PIC 9(5).
               10  WS-SECT-BALANCE      PIC S9(13)V9(2).
               10  WS-SECT-LIMIT        PIC 9(13)V9(2).
               10  WS-SECT-GRADE-COUNT  PIC 9(5)   OCCURS 6 TIMES.

       01  WS-UNCLASSIFIED-SECTOR   PIC X(2)   VALUE "??".
       01  WS-GRADE-LETTERS         PIC X(5)   VALUE "ABCDE".

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-COMP-SUB              PIC 9(4)   VALUE ZERO.
       01  WS-SECT-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-GRADE-SUB             PIC 9(1)   VALUE ZERO.
       01  WS-LEVEL                 PIC 9(2)   VALUE ZERO.
       01  WS-WALK-ID               PIC X(10)  VALUE SPACES.
       01  WS-PARENT-ID             PIC X(10)  VALUE SPACES.
       01  WS-FIND-ID               PIC X(10)  VALUE SPACES.
       01  WS-FIND-SECTOR           PIC X(2)   VALUE SPACES.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-CURRENT-COMP-SUB      PIC 9(4)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-MAX-PCT               PIC 9(3)V9(2) VALUE 20.
       01  WS-SHARE-PCT             PIC 9(3)V9(2) VALUE ZERO.
       01  WS-FLAG-TEXT             PIC X(10)  VALUE SPACES.

       01  WS-TOTAL-BALANCE         PIC S9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-LIMIT           PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOTAL-COMPANIES       PIC 9(5)   VALUE ZERO.
       01  WS-INHERITED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-UNCLASSIFIED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-OVER-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       01  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-AMOUNT-EDIT           PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-2         PIC Z(12)9.99.
       01  WS-PCT-EDIT              PIC ZZ9.99.
       01  WS-MAX-PCT-EDIT          PIC ZZ9.99.
       01  WS-GRADE-EDIT            PIC ZZZZ9  OCCURS 6 TIMES.

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R170" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "SECTOR-CONC-MAX-PCT" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-MAX-PCT
           END-IF
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-CONTRACTS
           PERFORM 1200-LOAD-HIERARCHY
           PERFORM 1300-LOAD-INDUSTRY-CODES
           PERFORM 1400-LOAD-REGISTER
           PERFORM 1500-LOAD-OUTSTANDING
           PERFORM 1600-LOAD-LIMITS
           PERFORM 1700-LOAD-GRADES
           PERFORM 2000-RESOLVE-SECTORS
           PERFORM 3000-ACCUMULATE-SECTORS
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           PERFORM 4000-REPORT-SECTORS
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "R170: COMPANIES REPORTED     " WS-TOTAL-COMPANIES
           DISPLAY "R170: SECTOR FROM PARENT     " WS-INHERITED-COUNT
           DISPLAY "R170: COMPANIES UNCLASSIFIED " WS-UNCLASSIFIED-COUNT
           DISPLAY "R170: SECTORS OVER LIMIT     " WS-OVER-COUNT
           DISPLAY "R170: CONCENTRATION ALERTS   " WS-ALERT-COUNT
           IF WS-OVERFLOW
               DISPLAY "R170: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-COMPANIES.
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
                   MOVE SPACES
                       TO WS-COMP-OWN-SECTOR (WS-COMP-TABLE-COUNT)
                   MOVE SPACES TO WS-COMP-SECTOR (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-BALANCE (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-LIMIT (WS-COMP-TABLE-COUNT)
                   MOVE SPACE TO WS-COMP-GRADE (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1100-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
                   MOVE ZERO TO WS-CURRENT-COMP-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           MOVE WS-SUB TO WS-CURRENT-COMP-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   AND WS-CURRENT-COMP-SUB > ZERO
                   IF WS-CON-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CON-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT
                           TO WS-CON-CONTRACT (WS-CON-TABLE-COUNT)
                       MOVE WS-CURRENT-COMP-SUB
                           TO WS-CON-COMP-SUB (WS-CON-TABLE-COUNT)
                   END-IF
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

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

       1300-LOAD-INDUSTRY-CODES.
           OPEN INPUT INDCODE-FILE
           IF WS-INDCODE-NOT-FOUND
               SET WS-INDCODE-EOF TO TRUE
           ELSE
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INDCODE-EOF
               IF WS-CODE-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CODE-TABLE-COUNT
                   MOVE IC-CODE TO WS-CODE-CODE (WS-CODE-TABLE-COUNT)
                   MOVE IC-SECTOR
                       TO WS-CODE-SECTOR (WS-CODE-TABLE-COUNT)
                   MOVE IC-SECTOR-NAME
                       TO WS-CODE-SECTOR-NAME (WS-CODE-TABLE-COUNT)
               END-IF
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INDCODE-NOT-FOUND
               CLOSE INDCODE-FILE
           END-IF.

      ****************************************************************************
      * A code that has left INDCODES gives no sector; R169 lists those          *
      * companies for recoding.                                                  *
      ****************************************************************************
       1400-LOAD-REGISTER.
           OPEN INPUT IND-FILE
           IF WS-IND-NOT-FOUND
               SET WS-IND-EOF TO TRUE
           ELSE
               READ IND-FILE
                   AT END SET WS-IND-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-IND-EOF
               MOVE CI-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CODE-TABLE-COUNT
                       IF WS-CODE-CODE (WS-SUB) = CI-INDUSTRY-CODE
                           MOVE WS-CODE-SECTOR (WS-SUB)
                               TO WS-COMP-OWN-SECTOR (WS-COMP-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ IND-FILE
                   AT END SET WS-IND-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-IND-NOT-FOUND
               CLOSE IND-FILE
           END-IF.

       1500-LOAD-OUTSTANDING.
           OPEN INPUT OUTST-FILE
           READ OUTST-FILE
               AT END SET WS-OUTST-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-OUTST-EOF
               IF OUT-BALANCE > ZERO
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CON-TABLE-COUNT
                       IF WS-CON-CONTRACT (WS-SUB) = OUT-CONTRACT-NUMBER
                           MOVE WS-CON-COMP-SUB (WS-SUB) TO WS-COMP-SUB
                           ADD OUT-BALANCE
                               TO WS-COMP-BALANCE (WS-COMP-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OUTST-FILE.

       1600-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-NOT-FOUND
               SET WS-LIMIT-EOF TO TRUE
           ELSE
               READ LIMIT-FILE
                   AT END SET WS-LIMIT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-LIMIT-EOF
               MOVE CL-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   MOVE CL-LIMIT-AMOUNT TO WS-COMP-LIMIT (WS-COMP-SUB)
               END-IF
               READ LIMIT-FILE
                   AT END SET WS-LIMIT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LIMIT-NOT-FOUND
               CLOSE LIMIT-FILE
           END-IF.

       1700-LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-NOT-FOUND
               SET WS-GRADE-EOF TO TRUE
           ELSE
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-GRADE-EOF
               MOVE RG-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   MOVE RG-GRADE TO WS-COMP-GRADE (WS-COMP-SUB)
               END-IF
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-GRADE-NOT-FOUND
               CLOSE GRADE-FILE
           END-IF.

       1900-FIND-COMPANY.
           MOVE ZERO TO WS-COMP-SUB
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
                      OR WS-COMP-SUB > ZERO
               IF WS-COMP-ID (WS-SUB-2) = WS-FIND-ID
                   MOVE WS-SUB-2 TO WS-COMP-SUB
               END-IF
           END-PERFORM.

      ****************************************************************************
      * An unclassified company climbs its parents one level at a time           *
      * until one carries a sector of its own. The climb stops at the top        *
      * of the group, or after 20 levels should the links ever loop.             *
      ****************************************************************************
       2000-RESOLVE-SECTORS.
           PERFORM VARYING WS-CURRENT-COMP-SUB FROM 1 BY 1
                   UNTIL WS-CURRENT-COMP-SUB > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-OWN-SECTOR (WS-CURRENT-COMP-SUB)
                   TO WS-FIND-SECTOR
               IF WS-FIND-SECTOR = SPACES
                   MOVE WS-COMP-ID (WS-CURRENT-COMP-SUB) TO WS-WALK-ID
                   MOVE ZERO TO WS-LEVEL
                   PERFORM 2100-CLIMB-ONE-LEVEL
                       UNTIL WS-FIND-SECTOR NOT = SPACES
                          OR WS-WALK-ID = SPACES
                          OR WS-LEVEL >= 20
                   IF WS-FIND-SECTOR = SPACES
                       MOVE WS-UNCLASSIFIED-SECTOR TO WS-FIND-SECTOR
                       ADD 1 TO WS-UNCLASSIFIED-COUNT
                   ELSE
                       ADD 1 TO WS-INHERITED-COUNT
                   END-IF
               END-IF
               MOVE WS-FIND-SECTOR
                   TO WS-COMP-SECTOR (WS-CURRENT-COMP-SUB)
           END-PERFORM.

       2100-CLIMB-ONE-LEVEL.
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
               MOVE WS-WALK-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   MOVE WS-COMP-OWN-SECTOR (WS-COMP-SUB)
                       TO WS-FIND-SECTOR
               END-IF
           END-IF.

       3000-ACCUMULATE-SECTORS.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-SECTOR (WS-COMP-SUB) TO WS-FIND-SECTOR
               PERFORM 3100-FIND-SECTOR
               IF WS-SECT-SUB > ZERO
                   ADD 1 TO WS-SECT-COMPANIES (WS-SECT-SUB)
                   ADD WS-COMP-BALANCE (WS-COMP-SUB)
                       TO WS-SECT-BALANCE (WS-SECT-SUB)
                   ADD WS-COMP-LIMIT (WS-COMP-SUB)
                       TO WS-SECT-LIMIT (WS-SECT-SUB)
                   MOVE 6 TO WS-GRADE-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                       IF WS-GRADE-LETTERS (WS-SUB:1)
                               = WS-COMP-GRADE (WS-COMP-SUB)
                           MOVE WS-SUB TO WS-GRADE-SUB
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-SECT-GRADE-COUNT (WS-SECT-SUB,
                       WS-GRADE-SUB)
               END-IF
               ADD 1 TO WS-TOTAL-COMPANIES
               ADD WS-COMP-BALANCE (WS-COMP-SUB) TO WS-TOTAL-BALANCE
               ADD WS-COMP-LIMIT (WS-COMP-SUB) TO WS-TOTAL-LIMIT
           END-PERFORM.

       3100-FIND-SECTOR.
           MOVE ZERO TO WS-SECT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SECT-TABLE-COUNT
                      OR WS-SECT-SUB > ZERO
               IF WS-SECT-CODE (WS-SUB) = WS-FIND-SECTOR
                   MOVE WS-SUB TO WS-SECT-SUB
               END-IF
           END-PERFORM
           IF WS-SECT-SUB = ZERO
               IF WS-SECT-TABLE-COUNT >= 100
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SECT-TABLE-COUNT
                   MOVE WS-SECT-TABLE-COUNT TO WS-SECT-SUB
                   INITIALIZE WS-SECT-ENTRY (WS-SECT-SUB)
                   MOVE WS-FIND-SECTOR TO WS-SECT-CODE (WS-SECT-SUB)
                   MOVE "UNCLASSIFIED" TO WS-SECT-NAME (WS-SECT-SUB)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CODE-TABLE-COUNT
                       IF WS-CODE-SECTOR (WS-SUB) = WS-FIND-SECTOR
                           MOVE WS-CODE-SECTOR-NAME (WS-SUB)
                               TO WS-SECT-NAME (WS-SECT-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       4000-REPORT-SECTORS.
           MOVE WS-MAX-PCT TO WS-MAX-PCT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SECTOR CONCENTRATION AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               "  MAXIMUM SHARE " DELIMITED BY SIZE
               WS-MAX-PCT-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SC SECTOR               COS     OPEN BALANCE"
               DELIMITED BY SIZE
               "       CREDIT LIMITS  SHARE%" DELIMITED BY SIZE
               "     A     B     C     D     E  NONE" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECT-TABLE-COUNT
               PERFORM 4100-REPORT-ONE-SECTOR
           END-PERFORM
           MOVE WS-TOTAL-COMPANIES TO WS-COUNT-EDIT
           MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-TOTAL-LIMIT TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "   PORTFOLIO          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-REPORT-ONE-SECTOR.
           MOVE ZERO TO WS-SHARE-PCT
           IF WS-TOTAL-BALANCE > ZERO
               AND WS-SECT-BALANCE (WS-SECT-SUB) > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SECT-BALANCE (WS-SECT-SUB) * 100
                   / WS-TOTAL-BALANCE
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-SHARE-PCT > WS-MAX-PCT
               MOVE "OVER LIMIT" TO WS-FLAG-TEXT
               ADD 1 TO WS-OVER-COUNT
               PERFORM 4200-CONCENTRATION-ALERT
           END-IF
           MOVE WS-SECT-COMPANIES (WS-SECT-SUB) TO WS-COUNT-EDIT
           MOVE WS-SECT-BALANCE (WS-SECT-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-SECT-LIMIT (WS-SECT-SUB) TO WS-AMOUNT-EDIT-2
           MOVE WS-SHARE-PCT TO WS-PCT-EDIT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE WS-SECT-GRADE-COUNT (WS-SECT-SUB, WS-SUB)
                   TO WS-GRADE-EDIT (WS-SUB)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING WS-SECT-CODE (WS-SECT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SECT-NAME (WS-SECT-SUB) DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRADE-EDIT (1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRADE-EDIT (2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRADE-EDIT (3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRADE-EDIT (4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRADE-EDIT (5) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRADE-EDIT (6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-CONCENTRATION-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "R170" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE "W" TO AL-SEVERITY
           MOVE SPACES TO AL-KEY
           STRING "SECTOR " DELIMITED BY SIZE
               WS-SECT-CODE (WS-SECT-SUB) DELIMITED BY SIZE
               INTO AL-KEY
           MOVE WS-SHARE-PCT TO WS-PCT-EDIT
           MOVE SPACES TO AL-MESSAGE
           STRING WS-SECT-NAME (WS-SECT-SUB) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "% OF BOOK, LIMIT " DELIMITED BY SIZE
               WS-MAX-PCT-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO AL-MESSAGE
           MOVE "N" TO AL-ACK-FLAG
           WRITE ALERT-RECORD.
