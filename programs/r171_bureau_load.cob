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
      * R171-BUREAU-LOAD                                                         *
      *                                                                          *
      * Monthly load of the credit bureau's file (BUREAUFEED,                    *
      * bureau-feed.cpy) into the bureau history master                          *
      * (bureau-history.cpy, BUREAUHIN carried to BUREAUHOUT). Each              *
      * bureau subject is matched to our COMPANY-ID through R081's key           *
      * cross-reference (KEYXREFOUT, system BUR); a subject with no              *
      * mapping is written to the exception report BUREAUEXC with the name       *
      * the bureau holds, so the cross-reference can be fixed and the            *
      * record picked up on the next load. A month loaded twice replaces         *
      * the earlier load. The company's previous score is kept on the new        *
      * record, and a fall of parameter BUREAU-SCORE-DROP points or more         *
      * (default 100) raises a warning on ALERTS. R116 scores from the           *
      * latest month held.                                                       *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R171-BUREAU-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "BUREAUFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT XREF-FILE ASSIGN TO "KEYXREFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "BUREAUHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "BUREAUHOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "BUREAUEXC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       COPY "bureau-feed".

       FD  XREF-FILE.
       COPY "key-xref".

       FD  HIST-IN-FILE.
       COPY "bureau-history" REPLACING BUREAU-HISTORY-RECORD
           BY HIST-IN-RECORD.

       FD  HIST-OUT-FILE.
       COPY "bureau-history".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE               PIC X(100).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-FEED-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FEED-EOF                     VALUE "Y".
       01  WS-FEED-STATUS           PIC XX.
           88  WS-FEED-NOT-FOUND            VALUE "35".
       01  WS-XREF-EOF-FLAG         PIC X      VALUE "N".
           88  WS-XREF-EOF                     VALUE "Y".
       01  WS-XREF-STATUS           PIC XX.
           88  WS-XREF-NOT-FOUND            VALUE "35".
       01  WS-HIST-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-HIST-IN-EOF                  VALUE "Y".
       01  WS-HIST-IN-STATUS        PIC XX.
           88  WS-HIST-IN-NOT-FOUND         VALUE "35".

       01  WS-XREF-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY        OCCURS 1000 TIMES.
               10  WS-XR-COMPANY-ID     PIC X(10).
               10  WS-XR-EXT-KEY        PIC X(15).

       01  WS-BUR-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-BUR-TABLE.
           05  WS-BUR-ENTRY         OCCURS 1000 TIMES.
               10  WS-BUR-COMPANY-ID    PIC X(10).
               10  WS-BUR-REF           PIC X(15).
               10  WS-BUR-REPORT-DATE   PIC 9(8).
               10  WS-BUR-SCORE         PIC 9(3).
               10  WS-BUR-JUDG-COUNT    PIC 9(3).
               10  WS-BUR-JUDG-AMOUNT   PIC 9(11)V9(2).
               10  WS-BUR-ADV-COUNT     PIC 9(3).
               10  WS-BUR-ADV-DATE      PIC 9(8).
               10  WS-BUR-PRIOR-SCORE   PIC 9(3).
               10  WS-BUR-PRIOR-DATE    PIC 9(8).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-COMPANY         PIC X(10)  VALUE SPACES.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-DROP-LIMIT            PIC 9(3)   VALUE 100.
       01  WS-SCORE-DROP            PIC S9(4)  VALUE ZERO.
       01  WS-SCORE-EDIT            PIC ZZ9.
       01  WS-PRIOR-EDIT            PIC ZZ9.

       01  WS-READ-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-REPLACED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R171" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "BUREAU-SCORE-DROP" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-DROP-LIMIT
           END-IF
           PERFORM 1000-LOAD-XREF
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 1100-LOAD-FEED
           OPEN OUTPUT HIST-OUT-FILE
           PERFORM 2000-CARRY-HISTORY
           OPEN EXTEND ALERT-FILE
           PERFORM 3000-WRITE-NEW-MONTH
           CLOSE HIST-OUT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE ALERT-FILE
           DISPLAY "R171: BUREAU RECORDS READ    " WS-READ-COUNT
           DISPLAY "R171: BUREAU RECORDS LOADED  " WS-LOADED-COUNT
           DISPLAY "R171: NO XREF - EXCEPTIONS   " WS-UNMATCHED-COUNT
           DISPLAY "R171: EARLIER LOAD REPLACED  " WS-REPLACED-COUNT
           DISPLAY "R171: SCORE DROP ALERTS      " WS-ALERT-COUNT
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R171: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-NOT-FOUND
               SET WS-XREF-EOF TO TRUE
           ELSE
               READ XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-XREF-EOF
               IF KX-SYSTEM = "BUR"
                   IF WS-XREF-TABLE-COUNT >= 1000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-XREF-TABLE-COUNT
                       MOVE KX-COMPANY-ID
                           TO WS-XR-COMPANY-ID (WS-XREF-TABLE-COUNT)
                       MOVE KX-EXT-KEY
                           TO WS-XR-EXT-KEY (WS-XREF-TABLE-COUNT)
                   END-IF
               END-IF
               READ XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-XREF-NOT-FOUND
               CLOSE XREF-FILE
           END-IF.

       1100-LOAD-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-NOT-FOUND
               SET WS-FEED-EOF TO TRUE
           ELSE
               READ FEED-FILE
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FEED-EOF
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO WS-MATCH-COMPANY
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-XREF-TABLE-COUNT
                   IF WS-XR-EXT-KEY (WS-SUB) = BF-BUREAU-REF
                       MOVE WS-XR-COMPANY-ID (WS-SUB)
                           TO WS-MATCH-COMPANY
                   END-IF
               END-PERFORM
               IF WS-MATCH-COMPANY = SPACES
                   PERFORM 1200-WRITE-EXCEPTION
               ELSE
                   PERFORM 1300-HOLD-BUREAU-RECORD
               END-IF
               READ FEED-FILE
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-FEED-NOT-FOUND
               CLOSE FEED-FILE
           END-IF.

       1200-WRITE-EXCEPTION.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE BF-SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO EXCEPTION-LINE
           STRING BF-BUREAU-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BF-SUBJECT-NAME DELIMITED BY SIZE
               " SCORE " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               " NO BUR KEY MAPPED" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ****************************************************************************
      * Should two bureau references map to one company the later one on         *
      * the file is kept.                                                        *
      ****************************************************************************
       1300-HOLD-BUREAU-RECORD.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUR-TABLE-COUNT
               IF WS-BUR-COMPANY-ID (WS-SUB) = WS-MATCH-COMPANY
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-BUR-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BUR-TABLE-COUNT
                   MOVE WS-BUR-TABLE-COUNT TO WS-HIT-SUB
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               MOVE WS-MATCH-COMPANY TO WS-BUR-COMPANY-ID (WS-HIT-SUB)
               MOVE BF-BUREAU-REF TO WS-BUR-REF (WS-HIT-SUB)
               MOVE BF-REPORT-DATE TO WS-BUR-REPORT-DATE (WS-HIT-SUB)
               MOVE BF-SCORE TO WS-BUR-SCORE (WS-HIT-SUB)
               MOVE BF-JUDGMENT-COUNT TO WS-BUR-JUDG-COUNT (WS-HIT-SUB)
               MOVE BF-JUDGMENT-AMOUNT
                   TO WS-BUR-JUDG-AMOUNT (WS-HIT-SUB)
               MOVE BF-ADVERSE-COUNT TO WS-BUR-ADV-COUNT (WS-HIT-SUB)
               MOVE BF-LAST-ADVERSE-DATE
                   TO WS-BUR-ADV-DATE (WS-HIT-SUB)
               MOVE ZERO TO WS-BUR-PRIOR-SCORE (WS-HIT-SUB)
               MOVE ZERO TO WS-BUR-PRIOR-DATE (WS-HIT-SUB)
           END-IF.

      ****************************************************************************
      * Earlier months are carried as they stand, noting the latest score        *
      * before this month's report. A record for the same company and            *
      * report date as this file is a previous load of the same month and        *
      * is dropped, the new record replacing it.                                 *
      ****************************************************************************
       2000-CARRY-HISTORY.
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               SET WS-HIST-IN-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-IN-EOF
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BUR-TABLE-COUNT
                   IF WS-BUR-COMPANY-ID (WS-SUB)
                           = BH-COMPANY-ID OF HIST-IN-RECORD
                       MOVE WS-SUB TO WS-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB > ZERO
                   AND BH-REPORT-DATE OF HIST-IN-RECORD
                       = WS-BUR-REPORT-DATE (WS-HIT-SUB)
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   IF WS-HIT-SUB > ZERO
                       AND BH-REPORT-DATE OF HIST-IN-RECORD
                           < WS-BUR-REPORT-DATE (WS-HIT-SUB)
                       AND BH-REPORT-DATE OF HIST-IN-RECORD
                           > WS-BUR-PRIOR-DATE (WS-HIT-SUB)
                       MOVE BH-REPORT-DATE OF HIST-IN-RECORD
                           TO WS-BUR-PRIOR-DATE (WS-HIT-SUB)
                       MOVE BH-SCORE OF HIST-IN-RECORD
                           TO WS-BUR-PRIOR-SCORE (WS-HIT-SUB)
                   END-IF
                   WRITE BUREAU-HISTORY-RECORD FROM HIST-IN-RECORD
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

       3000-WRITE-NEW-MONTH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUR-TABLE-COUNT
               ADD 1 TO WS-LOADED-COUNT
               MOVE WS-BUR-COMPANY-ID (WS-SUB)
                   TO BH-COMPANY-ID OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-REF (WS-SUB)
                   TO BH-BUREAU-REF OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-REPORT-DATE (WS-SUB)
                   TO BH-REPORT-DATE OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-SCORE (WS-SUB)
                   TO BH-SCORE OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-PRIOR-SCORE (WS-SUB)
                   TO BH-PRIOR-SCORE OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-JUDG-COUNT (WS-SUB)
                   TO BH-JUDGMENT-COUNT OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-JUDG-AMOUNT (WS-SUB)
                   TO BH-JUDGMENT-AMOUNT OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-ADV-COUNT (WS-SUB)
                   TO BH-ADVERSE-COUNT OF BUREAU-HISTORY-RECORD
               MOVE WS-BUR-ADV-DATE (WS-SUB)
                   TO BH-LAST-ADVERSE-DATE OF BUREAU-HISTORY-RECORD
               MOVE WS-CURRENT-DATE-NUM
                   TO BH-LOADED-DATE OF BUREAU-HISTORY-RECORD
               WRITE BUREAU-HISTORY-RECORD
               IF WS-BUR-PRIOR-DATE (WS-SUB) > ZERO
                   COMPUTE WS-SCORE-DROP =
                       WS-BUR-PRIOR-SCORE (WS-SUB)
                       - WS-BUR-SCORE (WS-SUB)
                   IF WS-SCORE-DROP >= WS-DROP-LIMIT
                       PERFORM 3100-SCORE-DROP-ALERT
                   END-IF
               END-IF
           END-PERFORM.

       3100-SCORE-DROP-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-BUR-SCORE (WS-SUB) TO WS-SCORE-EDIT
           MOVE WS-BUR-PRIOR-SCORE (WS-SUB) TO WS-PRIOR-EDIT
           MOVE "R171" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE "W" TO AL-SEVERITY
           MOVE WS-BUR-COMPANY-ID (WS-SUB) TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING "BUREAU SCORE FELL FROM " DELIMITED BY SIZE
               WS-PRIOR-EDIT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               INTO AL-MESSAGE
           MOVE "N" TO AL-ACK-FLAG
           WRITE ALERT-RECORD.
