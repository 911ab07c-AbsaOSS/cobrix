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
      * R166-SPACE-MONITOR                                                       *
      *                                                                          *
      * Nightly space and growth watch over the carry-forward and history        *
      * datasets that only ever grow - the append ledgers (LIFELOG, RMHIST,      *
      * COMMLOG, DISCLOG), the histories (CDCHISTOUT, DUNHIST, AUDARCH,          *
      * VOLHISTOUT, DSHHISTOUT, FCSTOUT, POSOUT) and this job's own              *
      * SPACEHISTIN. Each is read end to end and its record count and            *
      * size in bytes (records times the record length of its layout) are        *
      * added to the growth history (space-history.cpy, SPACEHISTIN to           *
      * SPACEHISTOUT, WS-HISTORY-DAYS kept; a rerun replaces the night's         *
      * figures). The registry (space-registry.cpy, SPACEREG) gives each         *
      * dataset its allocation in bytes and its warning and critical             *
      * headroom in days: growth per day over the last WS-RATE-DAYS days         *
      * projects the days left to capacity, and a dataset inside its             *
      * critical headroom or already over its allocation raises a critical       *
      * alert on the shared ALERTS file for R063, inside its warning             *
      * headroom a warning. A registered dataset this job does not measure       *
      * is warned about rather than silently skipped. SPACERPT shows every       *
      * dataset each night; on the weekday named by parameter                    *
      * SPACE-RANK-WEEKDAY (1 Monday to 7 Sunday) it closes with the             *
      * datasets ranked by growth rate, fastest first.                           *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R166-SPACE-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "SPACEREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "SPACEHISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "SPACEHISTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIFELOG-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT CDCHIST-FILE ASSIGN TO "CDCHISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT DUNHIST-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT VOLHIST-FILE ASSIGN TO "VOLHISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT RMHIST-FILE ASSIGN TO "RMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT COMMLOG-FILE ASSIGN TO "COMMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT DISCLOG-FILE ASSIGN TO "DISCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT DSHHIST-FILE ASSIGN TO "DSHHISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT FCST-FILE ASSIGN TO "FCSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT POS-FILE ASSIGN TO "POSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SPACERPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       COPY "space-registry".

       FD  HIST-IN-FILE.
       COPY "space-history" REPLACING SPACE-HISTORY-RECORD
           BY HIST-IN-RECORD.

       FD  HIST-OUT-FILE.
       COPY "space-history".

       FD  LIFELOG-FILE.
       COPY "lifecycle-event".

       FD  CDCHIST-FILE.
       COPY "cdc-change-record" REPLACING LEADING ==CDC== BY ==HIST==.

       FD  DUNHIST-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CONTRACT-NUMBER       PIC X(15).
           05  DH-SEVERITY              PIC 9(1).
           05  DH-LETTER-DATE           PIC 9(8).

       FD  AUDARCH-FILE.
       COPY "audit-event".

       FD  VOLHIST-FILE.
       COPY "volume-history-record".

       FD  RMHIST-FILE.
       01  RMHIST-LINE                  PIC X(110).

       FD  COMMLOG-FILE.
       COPY "commission-event".

       FD  DISCLOG-FILE.
       COPY "discount-event".

       FD  DSHHIST-FILE.
       COPY "dishonour-record".

       FD  FCST-FILE.
       COPY "forecast-history".

       FD  POS-FILE.
       COPY "cash-position".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD  ALERT-FILE.
       COPY "alert-record".

       WORKING-STORAGE SECTION.
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-HIST-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-HIST-IN-EOF                  VALUE "Y".
       01  WS-HIST-IN-STATUS        PIC XX.
           88  WS-HIST-IN-NOT-FOUND         VALUE "35".
       01  WS-DS-EOF-FLAG           PIC X      VALUE "N".
           88  WS-DS-EOF                       VALUE "Y".
       01  WS-DS-STATUS             PIC XX.
           88  WS-DS-NOT-FOUND              VALUE "35".

       01  WS-HISTORY-DAYS          PIC 9(3)   VALUE 400.
       01  WS-RATE-DAYS             PIC 9(3)   VALUE 7.
       01  WS-RANK-WEEKDAY          PIC 9(1)   VALUE 1.

       01  WS-REG-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY         OCCURS 100 TIMES.
               10  WS-REG-DATASET       PIC X(10).
               10  WS-REG-ALLOC         PIC 9(12).
               10  WS-REG-WARN-DAYS     PIC 9(3).
               10  WS-REG-CRIT-DAYS     PIC 9(3).
               10  WS-REG-MEASURED-FLAG PIC X(1).

       01  WS-HIST-TABLE-COUNT      PIC 9(5)   VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY        OCCURS 10000 TIMES.
               10  WS-HIST-DATE         PIC 9(8).
               10  WS-HIST-DATASET      PIC X(10).
               10  WS-HIST-COUNT        PIC 9(9).
               10  WS-HIST-BYTES        PIC 9(12).

       01  WS-MEAS-TABLE-COUNT      PIC 9(2)   VALUE ZERO.
       01  WS-MEAS-TABLE.
           05  WS-MEAS-ENTRY        OCCURS 50 TIMES.
               10  WS-MEAS-DATASET      PIC X(10).
               10  WS-MEAS-COUNT        PIC 9(9).
               10  WS-MEAS-BYTES        PIC 9(12).
               10  WS-MEAS-GROWTH       PIC S9(11)V9(2).
               10  WS-MEAS-DAYS-LEFT    PIC 9(5).
               10  WS-MEAS-STATE        PIC X(8).
       01  WS-MEAS-SWAP             PIC X(57).

       01  WS-SUB                   PIC 9(5)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(5)   VALUE ZERO.
       01  WS-REG-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-BEST-SUB              PIC 9(2)   VALUE ZERO.

       01  WS-DS-NAME               PIC X(10)  VALUE SPACES.
       01  WS-DS-COUNT              PIC 9(9)   VALUE ZERO.
       01  WS-DS-LENGTH             PIC 9(5)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-TODAY-WEEKDAY         PIC 9(1)   VALUE ZERO.
       01  WS-AGE-OFF-DATE          PIC 9(8)   VALUE ZERO.
       01  WS-RATE-FROM-DATE        PIC 9(8)   VALUE ZERO.
       01  WS-BASE-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-BASE-BYTES            PIC 9(12)  VALUE ZERO.
       01  WS-ELAPSED-DAYS          PIC S9(5)  VALUE ZERO.
       01  WS-HEADROOM              PIC S9(13) VALUE ZERO.
       01  WS-DAYS-WORK             PIC 9(7)   VALUE ZERO.

       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.
       01  WS-BYTES-EDIT            PIC ZZZZZZZZZZZ9.
       01  WS-ALLOC-EDIT            PIC ZZZZZZZZZZZ9.
       01  WS-GROWTH-EDIT           PIC -ZZZZZZZZZZ9.
       01  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-RANK-EDIT             PIC Z9.
       01  WS-PCT-EDIT              PIC ZZ9.
       01  WS-USED-PCT              PIC 9(3)   VALUE ZERO.

       01  WS-CRITICAL-COUNT        PIC 9(5)   VALUE ZERO.
       01  WS-WARNING-COUNT         PIC 9(5)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R166" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "SPACE-RANK-WEEKDAY" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RANK-WEEKDAY
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           COMPUTE WS-TODAY-WEEKDAY =
               FUNCTION MOD (WS-CURRENT-INTEGER - 1, 7) + 1
           COMPUTE WS-AGE-OFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-HISTORY-DAYS)
           COMPUTE WS-RATE-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CURRENT-INTEGER - WS-RATE-DAYS)
           PERFORM 1000-LOAD-REGISTRY
           PERFORM 1100-LOAD-SPACE-HISTORY
           PERFORM 2000-MEASURE-DATASETS
           PERFORM 3000-PROJECT-CAPACITY
           OPEN EXTEND ALERT-FILE
           PERFORM 3500-RAISE-ALERTS
           CLOSE ALERT-FILE
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-WRITE-SPACE-HISTORY
           DISPLAY "R166: DATASETS MEASURED      " WS-MEAS-TABLE-COUNT
           DISPLAY "R166: CRITICAL               " WS-CRITICAL-COUNT
           DISPLAY "R166: WARNING                " WS-WARNING-COUNT
           IF WS-OVERFLOW
               DISPLAY "R166: TABLE FULL - MONITOR INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-NOT-FOUND
               SET WS-REG-EOF TO TRUE
           ELSE
               READ REGISTRY-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               IF WS-REG-TABLE-COUNT >= 100
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REG-TABLE-COUNT
                   MOVE SR-DATASET
                       TO WS-REG-DATASET (WS-REG-TABLE-COUNT)
                   MOVE SR-ALLOC-BYTES
                       TO WS-REG-ALLOC (WS-REG-TABLE-COUNT)
                   MOVE SR-WARN-DAYS
                       TO WS-REG-WARN-DAYS (WS-REG-TABLE-COUNT)
                   MOVE SR-CRIT-DAYS
                       TO WS-REG-CRIT-DAYS (WS-REG-TABLE-COUNT)
                   MOVE "N"
                       TO WS-REG-MEASURED-FLAG (WS-REG-TABLE-COUNT)
               END-IF
               READ REGISTRY-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REGISTRY-FILE
           END-IF.

      ****************************************************************************
      * Tonight's figures are measured fresh, so a rerun drops any already       *
      * carried for the business date; days past the history window age off.     *
      * The history is counted as a dataset itself as it stood on the way in.    *
      ****************************************************************************
       1100-LOAD-SPACE-HISTORY.
           MOVE ZERO TO WS-DS-COUNT
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               SET WS-HIST-IN-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIST-IN-EOF
               ADD 1 TO WS-DS-COUNT
               IF SH-DATE OF HIST-IN-RECORD NOT < WS-AGE-OFF-DATE
                   AND SH-DATE OF HIST-IN-RECORD
                       NOT = WS-CURRENT-DATE-NUM
                   IF WS-HIST-TABLE-COUNT >= 10000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-TABLE-COUNT
                       MOVE SH-DATE OF HIST-IN-RECORD
                           TO WS-HIST-DATE (WS-HIST-TABLE-COUNT)
                       MOVE SH-DATASET OF HIST-IN-RECORD
                           TO WS-HIST-DATASET (WS-HIST-TABLE-COUNT)
                       MOVE SH-RECORD-COUNT OF HIST-IN-RECORD
                           TO WS-HIST-COUNT (WS-HIST-TABLE-COUNT)
                       MOVE SH-BYTES OF HIST-IN-RECORD
                           TO WS-HIST-BYTES (WS-HIST-TABLE-COUNT)
                   END-IF
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-HIST-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF
           MOVE "SPACEHIST" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (HIST-IN-RECORD) TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

      ****************************************************************************
      * One read-through per dataset. A dataset not yet allocated measures       *
      * as empty.                                                                *
      ****************************************************************************
       2000-MEASURE-DATASETS.
           PERFORM 2010-MEASURE-LIFELOG
           PERFORM 2020-MEASURE-CDCHIST
           PERFORM 2030-MEASURE-DUNHIST
           PERFORM 2040-MEASURE-AUDARCH
           PERFORM 2050-MEASURE-VOLHIST
           PERFORM 2060-MEASURE-RMHIST
           PERFORM 2070-MEASURE-COMMLOG
           PERFORM 2080-MEASURE-DISCLOG
           PERFORM 2090-MEASURE-DSHHIST
           PERFORM 2100-MEASURE-FCST
           PERFORM 2110-MEASURE-POS.

       2010-MEASURE-LIFELOG.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT LIFELOG-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ LIFELOG-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ LIFELOG-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE LIFELOG-FILE
           END-IF
           MOVE "LIFELOG" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (LIFECYCLE-EVENT-RECORD)
               TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2020-MEASURE-CDCHIST.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT CDCHIST-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ CDCHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ CDCHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE CDCHIST-FILE
           END-IF
           MOVE "CDCHISTOUT" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (HIST-CHANGE-RECORD) TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2030-MEASURE-DUNHIST.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT DUNHIST-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ DUNHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ DUNHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE DUNHIST-FILE
           END-IF
           MOVE "DUNHIST" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (DUNNING-HISTORY-RECORD)
               TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2040-MEASURE-AUDARCH.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT AUDARCH-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ AUDARCH-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ AUDARCH-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE AUDARCH-FILE
           END-IF
           MOVE "AUDARCH" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (AUDIT-EVENT-RECORD) TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2050-MEASURE-VOLHIST.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT VOLHIST-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ VOLHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ VOLHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE VOLHIST-FILE
           END-IF
           MOVE "VOLHISTOUT" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (VOLUME-HISTORY-RECORD)
               TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2060-MEASURE-RMHIST.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT RMHIST-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ RMHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ RMHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE RMHIST-FILE
           END-IF
           MOVE "RMHIST" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (RMHIST-LINE) TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2070-MEASURE-COMMLOG.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT COMMLOG-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ COMMLOG-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ COMMLOG-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE COMMLOG-FILE
           END-IF
           MOVE "COMMLOG" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (COMMISSION-EVENT-RECORD)
               TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2080-MEASURE-DISCLOG.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT DISCLOG-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ DISCLOG-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ DISCLOG-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE DISCLOG-FILE
           END-IF
           MOVE "DISCLOG" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (DISCOUNT-EVENT-RECORD)
               TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2090-MEASURE-DSHHIST.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT DSHHIST-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ DSHHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ DSHHIST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE DSHHIST-FILE
           END-IF
           MOVE "DSHHISTOUT" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (DISHONOUR-RECORD) TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2100-MEASURE-FCST.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT FCST-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ FCST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ FCST-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE FCST-FILE
           END-IF
           MOVE "FCSTOUT" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (FORECAST-HISTORY-RECORD)
               TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2110-MEASURE-POS.
           MOVE ZERO TO WS-DS-COUNT
           MOVE "N" TO WS-DS-EOF-FLAG
           OPEN INPUT POS-FILE
           IF WS-DS-NOT-FOUND
               SET WS-DS-EOF TO TRUE
           ELSE
               READ POS-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DS-EOF
               ADD 1 TO WS-DS-COUNT
               READ POS-FILE
                   AT END SET WS-DS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DS-NOT-FOUND
               CLOSE POS-FILE
           END-IF
           MOVE "POSOUT" TO WS-DS-NAME
           MOVE FUNCTION LENGTH (CASH-POSITION-RECORD) TO WS-DS-LENGTH
           PERFORM 2900-RECORD-MEASUREMENT.

       2900-RECORD-MEASUREMENT.
           IF WS-MEAS-TABLE-COUNT >= 50
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-MEAS-TABLE-COUNT
               MOVE WS-DS-NAME TO WS-MEAS-DATASET (WS-MEAS-TABLE-COUNT)
               MOVE WS-DS-COUNT TO WS-MEAS-COUNT (WS-MEAS-TABLE-COUNT)
               COMPUTE WS-MEAS-BYTES (WS-MEAS-TABLE-COUNT) =
                   WS-DS-COUNT * WS-DS-LENGTH
               MOVE ZERO TO WS-MEAS-GROWTH (WS-MEAS-TABLE-COUNT)
               MOVE ZERO TO WS-MEAS-DAYS-LEFT (WS-MEAS-TABLE-COUNT)
               MOVE SPACES TO WS-MEAS-STATE (WS-MEAS-TABLE-COUNT)
               IF WS-HIST-TABLE-COUNT >= 10000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-TABLE-COUNT
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-HIST-DATE (WS-HIST-TABLE-COUNT)
                   MOVE WS-DS-NAME
                       TO WS-HIST-DATASET (WS-HIST-TABLE-COUNT)
                   MOVE WS-DS-COUNT
                       TO WS-HIST-COUNT (WS-HIST-TABLE-COUNT)
                   MOVE WS-MEAS-BYTES (WS-MEAS-TABLE-COUNT)
                       TO WS-HIST-BYTES (WS-HIST-TABLE-COUNT)
               END-IF
           END-IF.

      ****************************************************************************
      * Growth per day against the oldest measurement inside the rate            *
      * window; with no earlier measurement yet the rate is unknown and no       *
      * projection is made.                                                      *
      ****************************************************************************
       3000-PROJECT-CAPACITY.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-MEAS-TABLE-COUNT
               PERFORM 3100-PROJECT-ONE-DATASET
           END-PERFORM.

       3100-PROJECT-ONE-DATASET.
           MOVE 99999999 TO WS-BASE-DATE
           MOVE ZERO TO WS-BASE-BYTES
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               IF WS-HIST-DATASET (WS-SUB) = WS-MEAS-DATASET (WS-SUB-2)
                   AND WS-HIST-DATE (WS-SUB) NOT < WS-RATE-FROM-DATE
                   AND WS-HIST-DATE (WS-SUB) < WS-CURRENT-DATE-NUM
                   AND WS-HIST-DATE (WS-SUB) < WS-BASE-DATE
                   MOVE WS-HIST-DATE (WS-SUB) TO WS-BASE-DATE
                   MOVE WS-HIST-BYTES (WS-SUB) TO WS-BASE-BYTES
               END-IF
           END-PERFORM
           IF WS-BASE-DATE NOT = 99999999
               COMPUTE WS-ELAPSED-DAYS = WS-CURRENT-INTEGER
                   - FUNCTION INTEGER-OF-DATE (WS-BASE-DATE)
               COMPUTE WS-MEAS-GROWTH (WS-SUB-2) ROUNDED =
                   (WS-MEAS-BYTES (WS-SUB-2) - WS-BASE-BYTES)
                   / WS-ELAPSED-DAYS
           END-IF
           MOVE ZERO TO WS-REG-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
               IF WS-REG-DATASET (WS-SUB) = WS-MEAS-DATASET (WS-SUB-2)
                   MOVE WS-SUB TO WS-REG-HIT
               END-IF
           END-PERFORM
           IF WS-REG-HIT = ZERO
               MOVE "UNREG" TO WS-MEAS-STATE (WS-SUB-2)
           ELSE
               MOVE "Y" TO WS-REG-MEASURED-FLAG (WS-REG-HIT)
               MOVE "OK" TO WS-MEAS-STATE (WS-SUB-2)
               COMPUTE WS-HEADROOM = WS-REG-ALLOC (WS-REG-HIT)
                   - WS-MEAS-BYTES (WS-SUB-2)
               IF WS-HEADROOM NOT > ZERO
                   MOVE "FULL" TO WS-MEAS-STATE (WS-SUB-2)
               ELSE
                   IF WS-MEAS-GROWTH (WS-SUB-2) > ZERO
                       COMPUTE WS-DAYS-WORK =
                           WS-HEADROOM / WS-MEAS-GROWTH (WS-SUB-2)
                       IF WS-DAYS-WORK > 99999
                           MOVE 99999 TO WS-DAYS-WORK
                       END-IF
                       MOVE WS-DAYS-WORK TO WS-MEAS-DAYS-LEFT (WS-SUB-2)
                       EVALUATE TRUE
                           WHEN WS-DAYS-WORK
                                   NOT > WS-REG-CRIT-DAYS (WS-REG-HIT)
                               MOVE "CRITICAL"
                                   TO WS-MEAS-STATE (WS-SUB-2)
                           WHEN WS-DAYS-WORK
                                   NOT > WS-REG-WARN-DAYS (WS-REG-HIT)
                               MOVE "WARNING"
                                   TO WS-MEAS-STATE (WS-SUB-2)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       3500-RAISE-ALERTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MEAS-TABLE-COUNT
               EVALUATE WS-MEAS-STATE (WS-SUB)
                   WHEN "FULL"
                       MOVE "C" TO AL-SEVERITY
                       MOVE "AT OR OVER ITS SPACE ALLOCATION"
                           TO AL-MESSAGE
                       PERFORM 3600-WRITE-ALERT
                   WHEN "CRITICAL"
                       MOVE "C" TO AL-SEVERITY
                       PERFORM 3550-DAYS-LEFT-MESSAGE
                       PERFORM 3600-WRITE-ALERT
                   WHEN "WARNING"
                       MOVE "W" TO AL-SEVERITY
                       PERFORM 3550-DAYS-LEFT-MESSAGE
                       PERFORM 3600-WRITE-ALERT
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-REG-HIT FROM 1 BY 1
                   UNTIL WS-REG-HIT > WS-REG-TABLE-COUNT
               IF WS-REG-MEASURED-FLAG (WS-REG-HIT) = "N"
                   MOVE "W" TO AL-SEVERITY
                   MOVE "REGISTERED FOR SPACE MONITORING - NOT MEASURED"
                       TO AL-MESSAGE
                   MOVE WS-REG-DATASET (WS-REG-HIT) TO AL-KEY
                   PERFORM 3650-WRITE-ALERT-RECORD
               END-IF
           END-PERFORM.

       3550-DAYS-LEFT-MESSAGE.
           MOVE WS-MEAS-DAYS-LEFT (WS-SUB) TO WS-DAYS-EDIT
           MOVE SPACES TO AL-MESSAGE
           STRING "FULL IN " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS AT CURRENT GROWTH" DELIMITED BY SIZE
               INTO AL-MESSAGE.

       3600-WRITE-ALERT.
           MOVE WS-MEAS-DATASET (WS-SUB) TO AL-KEY
           PERFORM 3650-WRITE-ALERT-RECORD.

       3650-WRITE-ALERT-RECORD.
           MOVE "R166" TO AL-PROGRAM
           MOVE WS-CURRENT-HHMMSS TO AL-TIME
           MOVE "N" TO AL-ACK-FLAG
           IF AL-CRITICAL
               ADD 1 TO WS-CRITICAL-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           WRITE ALERT-RECORD.

       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "*** DATASET SPACE MONITOR - " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-MEAS-TABLE-COUNT
               PERFORM 4100-REPORT-ONE-DATASET
           END-PERFORM
           IF WS-TODAY-WEEKDAY = WS-RANK-WEEKDAY
               PERFORM 4500-REPORT-GROWTH-RANKING
           END-IF
           CLOSE REPORT-FILE.

       4100-REPORT-ONE-DATASET.
           MOVE WS-MEAS-COUNT (WS-SUB-2) TO WS-COUNT-EDIT
           MOVE WS-MEAS-BYTES (WS-SUB-2) TO WS-BYTES-EDIT
           MOVE WS-MEAS-GROWTH (WS-SUB-2) TO WS-GROWTH-EDIT
           MOVE ZERO TO WS-ALLOC-EDIT
           MOVE ZERO TO WS-USED-PCT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-TABLE-COUNT
               IF WS-REG-DATASET (WS-SUB) = WS-MEAS-DATASET (WS-SUB-2)
                   MOVE WS-REG-ALLOC (WS-SUB) TO WS-ALLOC-EDIT
                   IF WS-REG-ALLOC (WS-SUB) > ZERO
                       AND WS-MEAS-BYTES (WS-SUB-2)
                           < WS-REG-ALLOC (WS-SUB) * 9
                       COMPUTE WS-USED-PCT = WS-MEAS-BYTES (WS-SUB-2)
                           * 100 / WS-REG-ALLOC (WS-SUB)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-USED-PCT TO WS-PCT-EDIT
           MOVE WS-MEAS-DAYS-LEFT (WS-SUB-2) TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-MEAS-DATASET (WS-SUB-2) DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " BYTES=" DELIMITED BY SIZE
               WS-BYTES-EDIT DELIMITED BY SIZE
               " ALLOC=" DELIMITED BY SIZE
               WS-ALLOC-EDIT DELIMITED BY SIZE
               " USED%=" DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " GROWTH/DAY=" DELIMITED BY SIZE
               WS-GROWTH-EDIT DELIMITED BY SIZE
               " DAYS-LEFT=" DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEAS-STATE (WS-SUB-2) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Selection sort of the measurement table, fastest growth first; the       *
      * table is not used again after the report.                                *
      ****************************************************************************
       4500-REPORT-GROWTH-RANKING.
           MOVE SPACES TO REPORT-LINE
           MOVE "*** DATASETS RANKED BY GROWTH RATE ***" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-MEAS-TABLE-COUNT
               MOVE WS-SUB-2 TO WS-BEST-SUB
               PERFORM VARYING WS-SUB FROM WS-SUB-2 BY 1
                       UNTIL WS-SUB > WS-MEAS-TABLE-COUNT
                   IF WS-MEAS-GROWTH (WS-SUB)
                           > WS-MEAS-GROWTH (WS-BEST-SUB)
                       MOVE WS-SUB TO WS-BEST-SUB
                   END-IF
               END-PERFORM
               IF WS-BEST-SUB NOT = WS-SUB-2
                   MOVE WS-MEAS-ENTRY (WS-SUB-2) TO WS-MEAS-SWAP
                   MOVE WS-MEAS-ENTRY (WS-BEST-SUB)
                       TO WS-MEAS-ENTRY (WS-SUB-2)
                   MOVE WS-MEAS-SWAP TO WS-MEAS-ENTRY (WS-BEST-SUB)
               END-IF
               MOVE WS-SUB-2 TO WS-RANK-EDIT
               MOVE WS-MEAS-GROWTH (WS-SUB-2) TO WS-GROWTH-EDIT
               MOVE WS-MEAS-BYTES (WS-SUB-2) TO WS-BYTES-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "RANK " DELIMITED BY SIZE
                   WS-RANK-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MEAS-DATASET (WS-SUB-2) DELIMITED BY SIZE
                   " GROWTH/DAY=" DELIMITED BY SIZE
                   WS-GROWTH-EDIT DELIMITED BY SIZE
                   " BYTES=" DELIMITED BY SIZE
                   WS-BYTES-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       5000-WRITE-SPACE-HISTORY.
           OPEN OUTPUT HIST-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-TABLE-COUNT
               MOVE WS-HIST-DATE (WS-SUB)
                   TO SH-DATE OF SPACE-HISTORY-RECORD
               MOVE WS-HIST-DATASET (WS-SUB)
                   TO SH-DATASET OF SPACE-HISTORY-RECORD
               MOVE WS-HIST-COUNT (WS-SUB)
                   TO SH-RECORD-COUNT OF SPACE-HISTORY-RECORD
               MOVE WS-HIST-BYTES (WS-SUB)
                   TO SH-BYTES OF SPACE-HISTORY-RECORD
               WRITE SPACE-HISTORY-RECORD
           END-PERFORM
           CLOSE HIST-OUT-FILE.
