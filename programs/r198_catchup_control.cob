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
      * R198-CATCHUP-CONTROL                                                     *
      *                                                                          *
      * Drives a multi-day catch-up after an outage or a holiday backlog,        *
      * one missed business day per pass of the nightly chain, instead of        *
      * operations setting each day's cycle date by hand. The request            *
      * (CATCHREQ) gives the from-date, to-date and calendar region; the         *
      * progress register (catchup-progress.cpy, CATCHIN carried to              *
      * CATCHOUT) holds every day started so far. Run as the first step of       *
      * each pass, ahead of R150, it first verifies the day the previous         *
      * pass ran: the cycle certificate R062 signed off (CYCLCERT) must be       *
      * status C for that very date, and the day is then marked completed.       *
      * It then walks the R090 business-day calendar to the next business        *
      * day after the last completed one (the first on or after the              *
      * from-date to begin with), writes that date to CYCDREQ so R150            *
      * advances the central cycle date to it, and lists the feeds the           *
      * arrival register (FEEDARRIN, R064) holds for that day - the ones         *
      * R064 releases to the dispatcher when the pass's chain runs, with         *
      * R061 releasing the jobs from the dependency table as on any night.       *
      * A day that fails certification stops the catch-up: no cycle date         *
      * is set, CATCHRPT names exactly which days completed and why the          *
      * failing day did not, and the run ends with return code 16; the           *
      * failed day is verified again on the next pass once it has been           *
      * rerun. Return code 4 says every day to the to-date is complete, or       *
      * there is no request, and no further pass is wanted.                      *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R198-CATCHUP-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "CATCHREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PROGRESS-IN-FILE ASSIGN TO "CATCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROG-IN-STATUS.

           SELECT PROGRESS-OUT-FILE ASSIGN TO "CATCHOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CERT-FILE ASSIGN TO "CYCLCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "FEEDARRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT CYCLE-REQ-FILE ASSIGN TO "CYCDREQ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CATCHRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  CATCHUP-REQUEST-RECORD.
           05  CRQ-FROM-DATE            PIC 9(8).
           05  CRQ-TO-DATE              PIC 9(8).
           05  CRQ-REGION               PIC X(3).

       FD  PROGRESS-IN-FILE.
       COPY "catchup-progress" REPLACING CATCHUP-PROGRESS-RECORD
           BY PROGRESS-IN-RECORD.

       FD  PROGRESS-OUT-FILE.
       COPY "catchup-progress".

       FD  CERT-FILE.
       COPY "cycle-certificate".

       FD  ARRIVAL-FILE.
       COPY "feed-arrival".

      ****************************************************************************
      * The request R150 reads on CYCDREQ: business date and run type.           *
      ****************************************************************************
       FD  CYCLE-REQ-FILE.
       01  CYCLE-DATE-REQUEST.
           05  CDR-BUSINESS-DATE        PIC 9(8).
           05  CDR-RUN-TYPE             PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REQ-EOF                      VALUE "Y".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-PROG-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-PROG-IN-EOF                  VALUE "Y".
       01  WS-PROG-IN-STATUS        PIC XX.
           88  WS-PROG-IN-NOT-FOUND         VALUE "35".
       01  WS-CERT-EOF-FLAG         PIC X      VALUE "N".
           88  WS-CERT-EOF                     VALUE "Y".
       01  WS-CERT-STATUS           PIC XX.
           88  WS-CERT-NOT-FOUND            VALUE "35".
       01  WS-ARR-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ARR-EOF                      VALUE "Y".
       01  WS-ARR-STATUS            PIC XX.
           88  WS-ARR-NOT-FOUND             VALUE "35".

       01  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-TO-DATE               PIC 9(8)   VALUE ZERO.
       01  WS-REGION                PIC X(3)   VALUE "ALL".
       01  WS-BASE-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-NEXT-DATE             PIC 9(8)   VALUE ZERO.

      ****************************************************************************
      * The catch-up's days in the order they were started.                      *
      ****************************************************************************
       01  WS-DAY-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY         OCCURS 100 TIMES.
               10  WS-DAY-DATE          PIC 9(8).
               10  WS-DAY-STATUS        PIC X(1).
               10  WS-DAY-FEEDS         PIC 9(3).
               10  WS-DAY-REASON        PIC X(40).
       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-LAST-SUB              PIC 9(3)   VALUE ZERO.

       01  WS-OUTCOME-FLAG          PIC X      VALUE SPACE.
           88  WS-DAY-SET                      VALUE "S".
           88  WS-CATCHUP-COMPLETE             VALUE "C".
           88  WS-CATCHUP-STOPPED              VALUE "F".
           88  WS-CATCHUP-INCOMPLETE           VALUE "I".

       01  WS-COMPLETED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-FEED-COUNT            PIC 9(3)   VALUE ZERO.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.
       01  WS-STATUS-WORD           PIC X(9).

       COPY "busday-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-READ-REQUEST
           IF WS-REQ-EOF
               MOVE "NO CATCH-UP REQUEST - NOTHING TO RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "R198: NO CATCH-UP REQUEST"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-DATE = ZERO
               OR WS-FROM-DATE > WS-TO-DATE
               MOVE "CATCH-UP RANGE INVALID - FROM-DATE AFTER TO-DATE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "R198: CATCH-UP RANGE INVALID " WS-FROM-DATE
                   " " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CATCH-UP " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               " REGION " DELIMITED BY SIZE
               WS-REGION DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-LOAD-PROGRESS
           PERFORM 2000-VERIFY-LAST-DAY
           IF NOT WS-CATCHUP-STOPPED
               PERFORM 3000-SET-NEXT-DAY
           END-IF
           PERFORM 4000-WRITE-PROGRESS
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-FILE
           DISPLAY "R198: DAYS COMPLETED         " WS-COMPLETED-COUNT
           EVALUATE TRUE
               WHEN WS-DAY-SET
                   DISPLAY "R198: CYCLE DATE REQUESTED   " WS-NEXT-DATE
                   DISPLAY "R198: FEEDS ON REGISTER      " WS-FEED-COUNT
               WHEN WS-CATCHUP-COMPLETE
                   DISPLAY "R198: CATCH-UP COMPLETE"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CATCHUP-INCOMPLETE
                   DISPLAY "R198: CATCH-UP INCOMPLETE - SEE CATCHRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "R198: CATCH-UP STOPPED AT    "
                       WS-DAY-DATE (WS-LAST-SUB)
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-READ-REQUEST.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-NOT-FOUND
               SET WS-REQ-EOF TO TRUE
           ELSE
               READ REQUEST-FILE
                   AT END SET WS-REQ-EOF TO TRUE
               END-READ
               IF NOT WS-REQ-EOF
                   MOVE CRQ-FROM-DATE TO WS-FROM-DATE
                   MOVE CRQ-TO-DATE TO WS-TO-DATE
                   IF CRQ-REGION NOT = SPACES
                       MOVE CRQ-REGION TO WS-REGION
                   END-IF
               END-IF
               CLOSE REQUEST-FILE
           END-IF.

       1100-LOAD-PROGRESS.
           OPEN INPUT PROGRESS-IN-FILE
           IF WS-PROG-IN-NOT-FOUND
               SET WS-PROG-IN-EOF TO TRUE
           ELSE
               READ PROGRESS-IN-FILE
                   AT END SET WS-PROG-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PROG-IN-EOF
               IF WS-DAY-TABLE-COUNT < 100
                   ADD 1 TO WS-DAY-TABLE-COUNT
                   MOVE CU-BUSINESS-DATE OF PROGRESS-IN-RECORD
                       TO WS-DAY-DATE (WS-DAY-TABLE-COUNT)
                   MOVE CU-STATUS OF PROGRESS-IN-RECORD
                       TO WS-DAY-STATUS (WS-DAY-TABLE-COUNT)
                   MOVE CU-FEED-COUNT OF PROGRESS-IN-RECORD
                       TO WS-DAY-FEEDS (WS-DAY-TABLE-COUNT)
                   MOVE CU-REASON OF PROGRESS-IN-RECORD
                       TO WS-DAY-REASON (WS-DAY-TABLE-COUNT)
               END-IF
               READ PROGRESS-IN-FILE
                   AT END SET WS-PROG-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PROG-IN-NOT-FOUND
               CLOSE PROGRESS-IN-FILE
           END-IF
           MOVE WS-DAY-TABLE-COUNT TO WS-LAST-SUB.

      ****************************************************************************
      * The day the previous pass ran - or the day that failed last time -       *
      * counts as completed only on a status C certificate for that date.        *
      * Anything else stops the catch-up where it stands.                        *
      ****************************************************************************
       2000-VERIFY-LAST-DAY.
           IF WS-LAST-SUB > ZERO
               IF WS-DAY-STATUS (WS-LAST-SUB) NOT = "C"
                   PERFORM 2100-CHECK-CERTIFICATE
                   IF WS-DAY-STATUS (WS-LAST-SUB) = "F"
                       SET WS-CATCHUP-STOPPED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2100-CHECK-CERTIFICATE.
           MOVE "F" TO WS-DAY-STATUS (WS-LAST-SUB)
           MOVE "NO CYCLE CERTIFICATE ON FILE"
               TO WS-DAY-REASON (WS-LAST-SUB)
           OPEN INPUT CERT-FILE
           IF NOT WS-CERT-NOT-FOUND
               READ CERT-FILE
                   AT END SET WS-CERT-EOF TO TRUE
               END-READ
               IF NOT WS-CERT-EOF
                   EVALUATE TRUE
                       WHEN CERT-BUSINESS-DATE
                               NOT = WS-DAY-DATE (WS-LAST-SUB)
                           MOVE SPACES TO WS-DAY-REASON (WS-LAST-SUB)
                           STRING "CERTIFICATE IS FOR "
                               DELIMITED BY SIZE
                               CERT-BUSINESS-DATE DELIMITED BY SIZE
                               " - DAY NOT CERTIFIED" DELIMITED BY SIZE
                               INTO WS-DAY-REASON (WS-LAST-SUB)
                       WHEN CERT-CERTIFIED
                           MOVE "C" TO WS-DAY-STATUS (WS-LAST-SUB)
                           MOVE "CERTIFIED"
                               TO WS-DAY-REASON (WS-LAST-SUB)
                       WHEN OTHER
                           MOVE "CYCLE UNCERTIFIED - SEE CYCLDISC"
                               TO WS-DAY-REASON (WS-LAST-SUB)
                   END-EVALUATE
               END-IF
               CLOSE CERT-FILE
           END-IF.

      ****************************************************************************
      * The next business day after the last completed one, or the first on      *
      * or after the from-date when nothing has run yet. Past the to-date        *
      * the catch-up is complete.                                                *
      ****************************************************************************
       3000-SET-NEXT-DAY.
           IF WS-LAST-SUB = ZERO
               COMPUTE WS-BASE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) - 1)
           ELSE
               MOVE WS-DAY-DATE (WS-LAST-SUB) TO WS-BASE-DATE
           END-IF
           MOVE "N" TO BD-FUNCTION
           MOVE WS-REGION TO BD-REGION
           MOVE WS-BASE-DATE TO BD-DATE-1
           MOVE ZERO TO BD-DATE-2
           CALL "R090-BUSDAY-SERVICE" USING BUSDAY-PARM
           MOVE BD-RESULT-DATE TO WS-NEXT-DATE
           EVALUATE TRUE
               WHEN BD-STATUS NOT = ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "CALENDAR REFUSED DATE " DELIMITED BY SIZE
                       WS-BASE-DATE DELIMITED BY SIZE
                       " - NO DAY SET" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   SET WS-CATCHUP-INCOMPLETE TO TRUE
               WHEN WS-NEXT-DATE > WS-TO-DATE
                   SET WS-CATCHUP-COMPLETE TO TRUE
               WHEN WS-DAY-TABLE-COUNT NOT < 100
                   MOVE "PROGRESS REGISTER FULL - NO DAY SET"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   SET WS-CATCHUP-INCOMPLETE TO TRUE
               WHEN OTHER
                   PERFORM 3100-START-DAY
           END-EVALUATE.

      ****************************************************************************
      * Registers the day as started and asks R150 for its cycle date.          *
      ****************************************************************************
       3100-START-DAY.
           PERFORM 3200-COUNT-DAY-FEEDS
           ADD 1 TO WS-DAY-TABLE-COUNT
           MOVE WS-DAY-TABLE-COUNT TO WS-LAST-SUB
           MOVE WS-NEXT-DATE TO WS-DAY-DATE (WS-LAST-SUB)
           MOVE "S" TO WS-DAY-STATUS (WS-LAST-SUB)
           MOVE WS-FEED-COUNT TO WS-DAY-FEEDS (WS-LAST-SUB)
           MOVE "CYCLE DATE REQUESTED - CHAIN RUNNING"
               TO WS-DAY-REASON (WS-LAST-SUB)
           OPEN OUTPUT CYCLE-REQ-FILE
           MOVE WS-NEXT-DATE TO CDR-BUSINESS-DATE
           MOVE "N" TO CDR-RUN-TYPE
           WRITE CYCLE-DATE-REQUEST
           CLOSE CYCLE-REQ-FILE
           SET WS-DAY-SET TO TRUE.

      ****************************************************************************
      * The day's feeds already on the arrival register, listed so the           *
      * report shows what R064 will release for the day.                         *
      ****************************************************************************
       3200-COUNT-DAY-FEEDS.
           MOVE ZERO TO WS-FEED-COUNT
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARR-NOT-FOUND
               SET WS-ARR-EOF TO TRUE
           ELSE
               READ ARRIVAL-FILE
                   AT END SET WS-ARR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ARR-EOF
               IF FA-BUSINESS-DATE = WS-NEXT-DATE
                   AND WS-FEED-COUNT < 999
                   ADD 1 TO WS-FEED-COUNT
                   MOVE FA-RECORD-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-NEXT-DATE DELIMITED BY SIZE
                       " FEED " DELIMITED BY SIZE
                       FA-FEED-NAME DELIMITED BY SIZE
                       " ARRIVED " DELIMITED BY SIZE
                       FA-ARRIVAL-TIME DELIMITED BY SIZE
                       " RECORDS=" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               READ ARRIVAL-FILE
                   AT END SET WS-ARR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ARR-NOT-FOUND
               CLOSE ARRIVAL-FILE
           END-IF.

       4000-WRITE-PROGRESS.
           OPEN OUTPUT PROGRESS-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DAY-TABLE-COUNT
               MOVE WS-DAY-DATE (WS-SUB)
                   TO CU-BUSINESS-DATE OF CATCHUP-PROGRESS-RECORD
               MOVE WS-DAY-STATUS (WS-SUB)
                   TO CU-STATUS OF CATCHUP-PROGRESS-RECORD
               MOVE WS-DAY-FEEDS (WS-SUB)
                   TO CU-FEED-COUNT OF CATCHUP-PROGRESS-RECORD
               MOVE WS-DAY-REASON (WS-SUB)
                   TO CU-REASON OF CATCHUP-PROGRESS-RECORD
               WRITE CATCHUP-PROGRESS-RECORD
           END-PERFORM
           CLOSE PROGRESS-OUT-FILE.

      ****************************************************************************
      * Every day of the catch-up with where it stands, then the outcome of      *
      * this pass.                                                               *
      ****************************************************************************
       5000-WRITE-REPORT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DAY-TABLE-COUNT
               EVALUATE WS-DAY-STATUS (WS-SUB)
                   WHEN "C"
                       ADD 1 TO WS-COMPLETED-COUNT
                       MOVE "COMPLETED" TO WS-STATUS-WORD
                   WHEN "F"
                       MOVE "FAILED" TO WS-STATUS-WORD
                   WHEN OTHER
                       MOVE "STARTED" TO WS-STATUS-WORD
               END-EVALUATE
               MOVE WS-DAY-FEEDS (WS-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-DAY-DATE (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATUS-WORD DELIMITED BY SIZE
                   " FEEDS=" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-REASON (WS-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-COMPLETED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-DAY-SET
                   STRING "DAYS COMPLETED " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " - NEXT DAY " DELIMITED BY SIZE
                       WS-NEXT-DATE DELIMITED BY SIZE
                       " REQUESTED FOR R150" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN WS-CATCHUP-COMPLETE
                   STRING "DAYS COMPLETED " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " - CATCH-UP COMPLETE THROUGH " DELIMITED BY SIZE
                       WS-TO-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN WS-CATCHUP-INCOMPLETE
                   STRING "DAYS COMPLETED " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " - CATCH-UP INCOMPLETE" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   STRING "DAYS COMPLETED " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " - STOPPED AT " DELIMITED BY SIZE
                       WS-DAY-DATE (WS-LAST-SUB) DELIMITED BY SIZE
                       " - RERUN THE DAY, THEN RESUBMIT"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.
