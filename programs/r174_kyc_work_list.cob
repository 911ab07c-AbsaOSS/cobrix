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
      * R174-KYC-WORK-LIST                                                       *
      *                                                                          *
      * Monthly KYC review work lists. Reads the review master R173 keeps        *
      * (KYCOUT) and picks every company whose review is overdue or              *
      * restricted, falls due before the end of next month, or has an            *
      * identity or registration document expiring by then. The picks            *
      * are grouped on KYCWORK by the relationship manager R128 assigns          *
      * (RMASGOUT), a section per manager, with the company name from            *
      * COMPIN, the risk tier, the due date, the standing and the                *
      * documents that need replacing; companies with no manager are             *
      * listed last under NO RELATIONSHIP MANAGER so that compliance can         *
      * pick them up.                                                            *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R174-KYC-WORK-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT KYC-FILE ASSIGN TO "KYCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.

           SELECT ASG-FILE ASSIGN TO "RMASGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.

           SELECT WORK-FILE ASSIGN TO "KYCWORK"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  KYC-FILE.
       COPY "kyc-review".

       FD  ASG-FILE.
       COPY "rm-assignment".

       FD  WORK-FILE.
       01  WORK-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-KYC-EOF-FLAG          PIC X      VALUE "N".
           88  WS-KYC-EOF                      VALUE "Y".
       01  WS-KYC-STATUS            PIC XX.
           88  WS-KYC-NOT-FOUND             VALUE "35".
       01  WS-ASG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ASG-EOF                      VALUE "Y".
       01  WS-ASG-STATUS            PIC XX.
           88  WS-ASG-NOT-FOUND             VALUE "35".

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-ASG-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY         OCCURS 500 TIMES.
               10  WS-ASG-COMPANY       PIC X(10).
               10  WS-ASG-MANAGER       PIC X(32).

       01  WS-ITEM-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY        OCCURS 500 TIMES.
               10  WS-ITEM-COMPANY      PIC X(10).
               10  WS-ITEM-NAME         PIC X(15).
               10  WS-ITEM-TIER         PIC X(1).
               10  WS-ITEM-DUE          PIC 9(8).
               10  WS-ITEM-STATE        PIC X(1).
               10  WS-ITEM-ID-EXPIRY    PIC 9(8).
               10  WS-ITEM-REG-EXPIRY   PIC 9(8).
               10  WS-ITEM-MANAGER      PIC X(32).
               10  WS-ITEM-LISTED       PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-CURRENT-MANAGER       PIC X(32)  VALUE SPACES.
       01  WS-MANAGER-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-UNASSIGNED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-STANDING              PIC X(10)  VALUE SPACES.
       01  WS-DOCUMENTS             PIC X(40)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-WINDOW-END            PIC 9(8)   VALUE ZERO.
       01  WS-WINDOW-END-R REDEFINES WS-WINDOW-END.
           05  WS-WINDOW-YYYY       PIC 9(4).
           05  WS-WINDOW-MM         PIC 9(2).
           05  WS-WINDOW-DD         PIC 9(2).

       01  WS-REVIEW-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R174" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO WS-WINDOW-END
           ADD 1 TO WS-WINDOW-MM
           IF WS-WINDOW-MM > 12
               MOVE 1 TO WS-WINDOW-MM
               ADD 1 TO WS-WINDOW-YYYY
           END-IF
           MOVE 31 TO WS-WINDOW-DD
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-ASSIGNMENTS
           PERFORM 2000-SELECT-REVIEWS
           OPEN OUTPUT WORK-FILE
           PERFORM 3000-PRINT-MANAGERS
           PERFORM 4000-PRINT-UNASSIGNED
           CLOSE WORK-FILE
           DISPLAY "R174: REVIEWS ON WORK LISTS  " WS-REVIEW-COUNT
           DISPLAY "R174: MANAGERS WITH REVIEWS  " WS-MANAGER-COUNT
           DISPLAY "R174: REVIEWS WITH NO MANAGER" WS-UNASSIGNED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R174: TABLE FULL - RUN INCOMPLETE"
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

       1100-LOAD-ASSIGNMENTS.
           OPEN INPUT ASG-FILE
           IF WS-ASG-NOT-FOUND
               SET WS-ASG-EOF TO TRUE
           ELSE
               READ ASG-FILE
                   AT END SET WS-ASG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ASG-EOF
               IF WS-ASG-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ASG-TABLE-COUNT
                   MOVE RM-COMPANY-ID
                       TO WS-ASG-COMPANY (WS-ASG-TABLE-COUNT)
                   MOVE SPACES TO WS-ASG-MANAGER (WS-ASG-TABLE-COUNT)
                   STRING RM-FIRST-NAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       RM-LAST-NAME DELIMITED BY SIZE
                       INTO WS-ASG-MANAGER (WS-ASG-TABLE-COUNT)
               END-IF
               READ ASG-FILE
                   AT END SET WS-ASG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASG-NOT-FOUND
               CLOSE ASG-FILE
           END-IF.

      ****************************************************************************
      * Everything not current, everything falling due by the end of next        *
      * month, and everything whose documents run out by then.                   *
      ****************************************************************************
       2000-SELECT-REVIEWS.
           OPEN INPUT KYC-FILE
           IF WS-KYC-NOT-FOUND
               SET WS-KYC-EOF TO TRUE
           ELSE
               READ KYC-FILE
                   AT END SET WS-KYC-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-KYC-EOF
               IF NOT KYC-CURRENT
                   OR KYC-NEXT-DUE-DATE <= WS-WINDOW-END
                   OR (KYC-ID-DOC-EXPIRY > ZERO
                       AND KYC-ID-DOC-EXPIRY <= WS-WINDOW-END)
                   OR (KYC-REG-DOC-EXPIRY > ZERO
                       AND KYC-REG-DOC-EXPIRY <= WS-WINDOW-END)
                   PERFORM 2100-ADD-ITEM
               END-IF
               READ KYC-FILE
                   AT END SET WS-KYC-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-KYC-NOT-FOUND
               CLOSE KYC-FILE
           END-IF.

       2100-ADD-ITEM.
           IF WS-ITEM-TABLE-COUNT >= 500
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-TABLE-COUNT
               MOVE KYC-COMPANY-ID
                   TO WS-ITEM-COMPANY (WS-ITEM-TABLE-COUNT)
               MOVE SPACES TO WS-ITEM-NAME (WS-ITEM-TABLE-COUNT)
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-SUB) = KYC-COMPANY-ID
                       MOVE WS-COMP-NAME (WS-SUB)
                           TO WS-ITEM-NAME (WS-ITEM-TABLE-COUNT)
                   END-IF
               END-PERFORM
               MOVE KYC-RISK-TIER TO WS-ITEM-TIER (WS-ITEM-TABLE-COUNT)
               MOVE KYC-NEXT-DUE-DATE
                   TO WS-ITEM-DUE (WS-ITEM-TABLE-COUNT)
               MOVE KYC-STATUS TO WS-ITEM-STATE (WS-ITEM-TABLE-COUNT)
               MOVE ZERO TO WS-ITEM-ID-EXPIRY (WS-ITEM-TABLE-COUNT)
               MOVE ZERO TO WS-ITEM-REG-EXPIRY (WS-ITEM-TABLE-COUNT)
               IF KYC-ID-DOC-EXPIRY > ZERO
                   AND KYC-ID-DOC-EXPIRY <= WS-WINDOW-END
                   MOVE KYC-ID-DOC-EXPIRY
                       TO WS-ITEM-ID-EXPIRY (WS-ITEM-TABLE-COUNT)
               END-IF
               IF KYC-REG-DOC-EXPIRY > ZERO
                   AND KYC-REG-DOC-EXPIRY <= WS-WINDOW-END
                   MOVE KYC-REG-DOC-EXPIRY
                       TO WS-ITEM-REG-EXPIRY (WS-ITEM-TABLE-COUNT)
               END-IF
               MOVE SPACES TO WS-ITEM-MANAGER (WS-ITEM-TABLE-COUNT)
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ASG-TABLE-COUNT
                   IF WS-ASG-COMPANY (WS-SUB) = KYC-COMPANY-ID
                       MOVE WS-ASG-MANAGER (WS-SUB)
                           TO WS-ITEM-MANAGER (WS-ITEM-TABLE-COUNT)
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-ITEM-LISTED (WS-ITEM-TABLE-COUNT)
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.

      ****************************************************************************
      * The first unlisted item starts a manager's list; every later item        *
      * for the same manager is printed with it.                                 *
      ****************************************************************************
       3000-PRINT-MANAGERS.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ITEM-TABLE-COUNT
               IF WS-ITEM-LISTED (WS-SUB-2) = "N"
                   AND WS-ITEM-MANAGER (WS-SUB-2) NOT = SPACES
                   ADD 1 TO WS-MANAGER-COUNT
                   MOVE WS-ITEM-MANAGER (WS-SUB-2)
                       TO WS-CURRENT-MANAGER
                   PERFORM 3100-PRINT-HEADING
                   PERFORM VARYING WS-SUB FROM WS-SUB-2 BY 1
                           UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
                       IF WS-ITEM-MANAGER (WS-SUB) = WS-CURRENT-MANAGER
                           PERFORM 3200-PRINT-ITEM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3100-PRINT-HEADING.
           MOVE SPACES TO WORK-LINE
           WRITE WORK-LINE
           STRING "KYC REVIEW WORK LIST FOR " DELIMITED BY SIZE
               WS-CURRENT-MANAGER DELIMITED BY SIZE
               " DUE BY " DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO WORK-LINE
           WRITE WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "COMPANY    NAME            TIER DUE DATE "
                   DELIMITED BY SIZE
               "STANDING   DOCUMENTS TO REPLACE" DELIMITED BY SIZE
               INTO WORK-LINE
           WRITE WORK-LINE.

       3200-PRINT-ITEM.
           MOVE "Y" TO WS-ITEM-LISTED (WS-SUB)
           EVALUATE WS-ITEM-STATE (WS-SUB)
               WHEN "R"
                   MOVE "RESTRICTED" TO WS-STANDING
               WHEN "O"
                   MOVE "OVERDUE" TO WS-STANDING
               WHEN OTHER
                   MOVE "DUE" TO WS-STANDING
           END-EVALUATE
           MOVE SPACES TO WS-DOCUMENTS
           IF WS-ITEM-ID-EXPIRY (WS-SUB) > ZERO
               STRING "ID " DELIMITED BY SIZE
                   WS-ITEM-ID-EXPIRY (WS-SUB) DELIMITED BY SIZE
                   INTO WS-DOCUMENTS (1:20)
           END-IF
           IF WS-ITEM-REG-EXPIRY (WS-SUB) > ZERO
               STRING "REG " DELIMITED BY SIZE
                   WS-ITEM-REG-EXPIRY (WS-SUB) DELIMITED BY SIZE
                   INTO WS-DOCUMENTS (21:20)
           END-IF
           MOVE SPACES TO WORK-LINE
           STRING WS-ITEM-COMPANY (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-NAME (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-TIER (WS-SUB) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-ITEM-DUE (WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STANDING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DOCUMENTS DELIMITED BY SIZE
               INTO WORK-LINE
           WRITE WORK-LINE.

       4000-PRINT-UNASSIGNED.
           MOVE SPACES TO WS-CURRENT-MANAGER
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
               IF WS-ITEM-MANAGER (WS-SUB) = SPACES
                   IF WS-UNASSIGNED-COUNT = ZERO
                       MOVE "NO RELATIONSHIP MANAGER"
                           TO WS-CURRENT-MANAGER
                       PERFORM 3100-PRINT-HEADING
                   END-IF
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   PERFORM 3200-PRINT-ITEM
               END-IF
           END-PERFORM.
