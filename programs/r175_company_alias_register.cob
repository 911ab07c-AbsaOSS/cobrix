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
      * R175-COMPANY-ALIAS-REGISTER                                              *
      *                                                                          *
      * Maintains the company alias register (company-alias.cpy, ALIASIN         *
      * to ALIASOUT, keyed by COMPANY-ID) that R152's name search, R073's        *
      * watchlist screening and R074's duplicate detection read alongside        *
      * COMPANY-NAME. The former names R048 and R132 file on ALIASNEW            *
      * when a name change is saved are merged first; one already on the         *
      * register is not filed twice, so ALIASNEW may be re-read safely.          *
      * Alias transactions on ALIASTXN then add an alias (A, with its            *
      * type - F former name, T trading-as, B bank-statement name - its          *
      * dates and source), end one that is no longer in use (E, the              *
      * to-date defaulting to today) or delete one filed in error (D). A         *
      * transaction for a company not on COMPIN, with an unknown type or         *
      * blank alias, adding an alias already on file or the company's own        *
      * current name, or ending or deleting an alias that is not on file,        *
      * is refused on ALIASRPT. An alias that is some other company's            *
      * current name is accepted but noted on the report for review.             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R175-COMPANY-ALIAS-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALIAS-IN-FILE ASSIGN TO "ALIASIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-IN-STATUS.

           SELECT ALIAS-NEW-FILE ASSIGN TO "ALIASNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-NEW-STATUS.

           SELECT ALIAS-OUT-FILE ASSIGN TO "ALIASOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "ALIASTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ALIASRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ALIAS-IN-FILE.
       COPY "company-alias" REPLACING COMPANY-ALIAS-RECORD
           BY ALIAS-IN-RECORD.

       FD  ALIAS-NEW-FILE.
       COPY "company-alias" REPLACING COMPANY-ALIAS-RECORD
           BY ALIAS-NEW-RECORD.

       FD  ALIAS-OUT-FILE.
       COPY "company-alias".

       FD  TXN-FILE.
       01  ALIAS-TXN-RECORD.
           05  ATX-ACTION               PIC X(1).
               88  ATX-ADD                      VALUE "A".
               88  ATX-END                      VALUE "E".
               88  ATX-DELETE                   VALUE "D".
           05  ATX-COMPANY-ID           PIC X(10).
           05  ATX-ALIAS-NAME           PIC X(30).
           05  ATX-ALIAS-TYPE           PIC X(1).
           05  ATX-EFFECTIVE-FROM       PIC 9(8).
           05  ATX-EFFECTIVE-TO         PIC 9(8).
           05  ATX-SOURCE               PIC X(8).
           05  ATX-ENTERED-BY           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ALIAS-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-ALIAS-IN-EOF                 VALUE "Y".
       01  WS-ALIAS-IN-STATUS       PIC XX.
           88  WS-ALIAS-IN-NOT-FOUND        VALUE "35".
       01  WS-ALIAS-NEW-EOF-FLAG    PIC X      VALUE "N".
           88  WS-ALIAS-NEW-EOF                VALUE "Y".
       01  WS-ALIAS-NEW-STATUS      PIC XX.
           88  WS-ALIAS-NEW-NOT-FOUND       VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).

       01  WS-ALIAS-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-ENTRY       OCCURS 2000 TIMES.
               10  WS-ALIAS-DATA.
                   15  WS-ALIAS-COMPANY     PIC X(10).
                   15  WS-ALIAS-NAME        PIC X(30).
                   15  WS-ALIAS-TYPE        PIC X(1).
                   15  WS-ALIAS-FROM        PIC 9(8).
                   15  WS-ALIAS-TO          PIC 9(8).
                   15  WS-ALIAS-SOURCE      PIC X(8).
                   15  WS-ALIAS-ENTERED-BY  PIC X(8).
                   15  WS-ALIAS-ENTERED     PIC 9(8).
               10  WS-ALIAS-DELETED     PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-ALIAS-HIT             PIC 9(4)   VALUE ZERO.
       01  WS-OTHER-COMPANY         PIC X(10)  VALUE SPACES.

       01  WS-KEY-COMPANY           PIC X(10)  VALUE SPACES.
       01  WS-KEY-NAME              PIC X(30)  VALUE SPACES.
       01  WS-KEY-TYPE              PIC X(1)   VALUE SPACE.
       01  WS-UPPER-NAME            PIC X(30)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-CARRIED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-FILED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-ENDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-DELETED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R175" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 1100-LOAD-ALIASES
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPANY ALIAS REGISTER AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-MERGE-FILED-NAMES
           PERFORM 3000-APPLY-TRANSACTIONS
           PERFORM 4000-WRITE-REGISTER
           CLOSE REPORT-FILE
           DISPLAY "R175: ALIASES CARRIED        " WS-CARRIED-COUNT
           DISPLAY "R175: FORMER NAMES FILED     " WS-FILED-COUNT
           DISPLAY "R175: FILED NAMES ALREADY ON " WS-ALREADY-COUNT
           DISPLAY "R175: ALIASES ADDED          " WS-ADDED-COUNT
           DISPLAY "R175: ALIASES ENDED          " WS-ENDED-COUNT
           DISPLAY "R175: ALIASES DELETED        " WS-DELETED-COUNT
           DISPLAY "R175: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R175: ALIASES ON REGISTER    " WS-WRITTEN-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R175: TABLE FULL - RUN INCOMPLETE"
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

       1100-LOAD-ALIASES.
           OPEN INPUT ALIAS-IN-FILE
           IF WS-ALIAS-IN-NOT-FOUND
               SET WS-ALIAS-IN-EOF TO TRUE
           ELSE
               READ ALIAS-IN-FILE
                   AT END SET WS-ALIAS-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALIAS-IN-EOF
               IF WS-ALIAS-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CARRIED-COUNT
                   ADD 1 TO WS-ALIAS-TABLE-COUNT
                   MOVE ALIAS-IN-RECORD
                       TO WS-ALIAS-DATA (WS-ALIAS-TABLE-COUNT)
                   MOVE "N" TO WS-ALIAS-DELETED (WS-ALIAS-TABLE-COUNT)
               END-IF
               READ ALIAS-IN-FILE
                   AT END SET WS-ALIAS-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-IN-NOT-FOUND
               CLOSE ALIAS-IN-FILE
           END-IF.

      ****************************************************************************
      * Company, alias and type identify an alias; the name is compared          *
      * in upper case so a change of case alone is not a new alias.              *
      ****************************************************************************
       1900-FIND-ALIAS.
           MOVE ZERO TO WS-ALIAS-HIT
           MOVE FUNCTION UPPER-CASE (WS-KEY-NAME) TO WS-KEY-NAME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ALIAS-TABLE-COUNT
                      OR WS-ALIAS-HIT > ZERO
               MOVE FUNCTION UPPER-CASE (WS-ALIAS-NAME (WS-SUB))
                   TO WS-UPPER-NAME
               IF WS-ALIAS-COMPANY (WS-SUB) = WS-KEY-COMPANY
                   AND WS-UPPER-NAME = WS-KEY-NAME
                   AND WS-ALIAS-TYPE (WS-SUB) = WS-KEY-TYPE
                   AND WS-ALIAS-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-ALIAS-HIT
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

      ****************************************************************************
      * Former names filed by the maintenance and approval screens.              *
      ****************************************************************************
       2000-MERGE-FILED-NAMES.
           OPEN INPUT ALIAS-NEW-FILE
           IF WS-ALIAS-NEW-NOT-FOUND
               SET WS-ALIAS-NEW-EOF TO TRUE
           ELSE
               READ ALIAS-NEW-FILE
                   AT END SET WS-ALIAS-NEW-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ALIAS-NEW-EOF
               MOVE CA-COMPANY-ID OF ALIAS-NEW-RECORD TO WS-KEY-COMPANY
               MOVE CA-ALIAS-NAME OF ALIAS-NEW-RECORD TO WS-KEY-NAME
               MOVE CA-ALIAS-TYPE OF ALIAS-NEW-RECORD TO WS-KEY-TYPE
               PERFORM 1900-FIND-ALIAS
               IF WS-ALIAS-HIT > ZERO
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   IF WS-ALIAS-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-FILED-COUNT
                       ADD 1 TO WS-ALIAS-TABLE-COUNT
                       MOVE ALIAS-NEW-RECORD
                           TO WS-ALIAS-DATA (WS-ALIAS-TABLE-COUNT)
                       MOVE "N"
                           TO WS-ALIAS-DELETED (WS-ALIAS-TABLE-COUNT)
                       MOVE SPACES TO REPORT-LINE
                       STRING "FILED     " DELIMITED BY SIZE
                           ALIAS-NEW-RECORD (1:41) DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           ALIAS-NEW-RECORD (58:16) DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               READ ALIAS-NEW-FILE
                   AT END SET WS-ALIAS-NEW-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ALIAS-NEW-NOT-FOUND
               CLOSE ALIAS-NEW-FILE
           END-IF.

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
           MOVE ATX-COMPANY-ID TO WS-KEY-COMPANY
           MOVE ATX-ALIAS-NAME TO WS-KEY-NAME
           MOVE ATX-ALIAS-TYPE TO WS-KEY-TYPE
           PERFORM 1950-FIND-COMPANY
           PERFORM 1900-FIND-ALIAS
           EVALUATE TRUE
               WHEN WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON FILE" TO WS-REASON
               WHEN ATX-ALIAS-TYPE NOT = "F"
                   AND ATX-ALIAS-TYPE NOT = "T"
                   AND ATX-ALIAS-TYPE NOT = "B"
                   MOVE "UNKNOWN ALIAS TYPE" TO WS-REASON
               WHEN ATX-ALIAS-NAME = SPACES
                   MOVE "BLANK ALIAS" TO WS-REASON
               WHEN ATX-ADD AND WS-ALIAS-HIT > ZERO
                   MOVE "ALIAS ALREADY ON FILE" TO WS-REASON
               WHEN ATX-ADD
                   AND WS-KEY-NAME = FUNCTION UPPER-CASE
                       (WS-COMP-NAME (WS-COMP-HIT))
                   MOVE "ALIAS IS THE CURRENT NAME" TO WS-REASON
               WHEN (ATX-END OR ATX-DELETE) AND WS-ALIAS-HIT = ZERO
                   MOVE "ALIAS NOT ON FILE" TO WS-REASON
               WHEN NOT ATX-ADD AND NOT ATX-END AND NOT ATX-DELETE
                   MOVE "UNKNOWN ACTION" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON = SPACES AND ATX-END
               IF ATX-EFFECTIVE-TO = ZERO
                   MOVE WS-CURRENT-DATE-NUM TO ATX-EFFECTIVE-TO
               END-IF
               IF ATX-EFFECTIVE-TO < WS-ALIAS-FROM (WS-ALIAS-HIT)
                   MOVE "END DATE BEFORE ALIAS START" TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   ATX-COMPANY-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ATX-ACTION DELIMITED BY SIZE
                   ATX-ALIAS-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ATX-ALIAS-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN ATX-ADD
                       PERFORM 3200-ADD-ALIAS
                   WHEN ATX-END
                       ADD 1 TO WS-ENDED-COUNT
                       MOVE ATX-EFFECTIVE-TO
                           TO WS-ALIAS-TO (WS-ALIAS-HIT)
                       MOVE "ENDED     " TO REPORT-LINE
                       PERFORM 3900-REPORT-APPLIED
                   WHEN OTHER
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE "Y" TO WS-ALIAS-DELETED (WS-ALIAS-HIT)
                       MOVE "DELETED   " TO REPORT-LINE
                       PERFORM 3900-REPORT-APPLIED
               END-EVALUATE
           END-IF.

       3200-ADD-ALIAS.
           IF WS-ALIAS-TABLE-COUNT >= 2000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               ADD 1 TO WS-ALIAS-TABLE-COUNT
               MOVE ATX-COMPANY-ID
                   TO WS-ALIAS-COMPANY (WS-ALIAS-TABLE-COUNT)
               MOVE ATX-ALIAS-NAME
                   TO WS-ALIAS-NAME (WS-ALIAS-TABLE-COUNT)
               MOVE ATX-ALIAS-TYPE
                   TO WS-ALIAS-TYPE (WS-ALIAS-TABLE-COUNT)
               MOVE ATX-EFFECTIVE-FROM
                   TO WS-ALIAS-FROM (WS-ALIAS-TABLE-COUNT)
               MOVE ATX-EFFECTIVE-TO
                   TO WS-ALIAS-TO (WS-ALIAS-TABLE-COUNT)
               MOVE ATX-SOURCE TO WS-ALIAS-SOURCE (WS-ALIAS-TABLE-COUNT)
               MOVE ATX-ENTERED-BY
                   TO WS-ALIAS-ENTERED-BY (WS-ALIAS-TABLE-COUNT)
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-ALIAS-ENTERED (WS-ALIAS-TABLE-COUNT)
               MOVE "N" TO WS-ALIAS-DELETED (WS-ALIAS-TABLE-COUNT)
               MOVE "ADDED     " TO REPORT-LINE
               PERFORM 3900-REPORT-APPLIED
               PERFORM 3300-CHECK-OTHER-COMPANY
           END-IF.

      ****************************************************************************
      * An alias that is another company's name may mean the two are one         *
      * company - R074 scores the pair - so it is flagged here as well.          *
      ****************************************************************************
       3300-CHECK-OTHER-COMPANY.
           MOVE SPACES TO WS-OTHER-COMPANY
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               IF WS-SUB NOT = WS-COMP-HIT
                   AND FUNCTION UPPER-CASE (WS-COMP-NAME (WS-SUB))
                       = WS-KEY-NAME
                   MOVE WS-COMP-ID (WS-SUB) TO WS-OTHER-COMPANY
               END-IF
           END-PERFORM
           IF WS-OTHER-COMPANY NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE      " DELIMITED BY SIZE
                   ATX-COMPANY-ID DELIMITED BY SIZE
                   " ALIAS " DELIMITED BY SIZE
                   ATX-ALIAS-NAME DELIMITED BY SIZE
                   " IS THE NAME OF " DELIMITED BY SIZE
                   WS-OTHER-COMPANY DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3900-REPORT-APPLIED.
           STRING ATX-COMPANY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATX-ALIAS-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATX-ALIAS-NAME DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               ATX-EFFECTIVE-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               ATX-EFFECTIVE-TO DELIMITED BY SIZE
               INTO REPORT-LINE (11:110)
           WRITE REPORT-LINE.

       4000-WRITE-REGISTER.
           OPEN OUTPUT ALIAS-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ALIAS-TABLE-COUNT
               IF WS-ALIAS-DELETED (WS-SUB) = "N"
                   ADD 1 TO WS-WRITTEN-COUNT
                   MOVE WS-ALIAS-DATA (WS-SUB) TO COMPANY-ALIAS-RECORD
                   WRITE COMPANY-ALIAS-RECORD
               END-IF
           END-PERFORM
           CLOSE ALIAS-OUT-FILE.
