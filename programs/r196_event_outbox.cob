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
      * R196-EVENT-OUTBOX                                                        *
      *                                                                          *
      * Publishes the state changes the cycle has already detected as one        *
      * event feed, so downstream systems stop pulling full extracts to          *
      * find a handful of changes. Runs after the detecting programs and         *
      * picks up what each wrote since the outbox last ran: R124's               *
      * lifecycle events off the LIFELOG ledger (first overdue, settled,         *
      * lapsed offer and the rest, under their ledger event codes), R101's       *
      * write-offs (WOFFOUT, actioned W), R110's attorney placements             *
      * (PLCOUT, by placed date), R087's onboarded companies (its COMPNEW)       *
      * and R027's company master changes off the CDC history                    *
      * (CDCHISTOUT - inserts, deletes and one event per changed field,          *
      * the before value taken from the field's last earlier history             *
      * entry). Each event takes the next number of one outbox-wide              *
      * sequence and is kept on the outbox history (event-record.cpy,            *
      * EVTHIN to EVTHOUT) for EVT-RETAIN-DAYS. The subscription table           *
      * (event-subscription.cpy, EVTSUB) says which consumer takes which         *
      * event types; each consumer's events go to EVTFEED as 160-byte            *
      * lines carrying the event's sequence number and the consumer's            *
      * previous one, positions carried forward on event-position.cpy            *
      * (EVTPOSIN to EVTPOSOUT). R080 wraps EVTFEED in the transmission          *
      * envelope. A consumer that finds a gap sends a replay request on          *
      * EVTRPLY (consumer and from-sequence): the events it subscribes to        *
      * from that number on are re-sent ahead of tonight's, marked R.            *
      * A source event is taken once - dated events when their date falls        *
      * after the last run's cycle date, R087's file only on a new cycle -       *
      * so a rerun of the same cycle publishes nothing twice. EVTRPT             *
      * reports the night's counts and refused replays.                          *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R196-EVENT-OUTBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-IN-FILE ASSIGN TO "EVTPOSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-IN-STATUS.

           SELECT POS-OUT-FILE ASSIGN TO "EVTPOSOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUB-FILE ASSIGN TO "EVTSUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO "EVTHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "EVTHOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPLAY-FILE ASSIGN TO "EVTRPLY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPLAY-STATUS.

           SELECT LIFELOG-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIFELOG-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT PLC-FILE ASSIGN TO "PLCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-STATUS.

           SELECT ONBOARD-FILE ASSIGN TO "COMPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ONBOARD-STATUS.

           SELECT CDC-FILE ASSIGN TO "CDCHISTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDC-STATUS.

           SELECT FEED-FILE ASSIGN TO "EVTFEED"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "EVTRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-IN-FILE.
       COPY "event-position" REPLACING EVENT-POSITION-RECORD
           BY POS-IN-RECORD.

       FD  POS-OUT-FILE.
       COPY "event-position".

       FD  SUB-FILE.
       COPY "event-subscription".

       FD  HIST-IN-FILE.
       COPY "event-record" REPLACING EVENT-RECORD BY HIST-IN-RECORD.

       FD  HIST-OUT-FILE.
       COPY "event-record".

       FD  REPLAY-FILE.
       01  REPLAY-REQUEST-RECORD.
           05  RPL-CONSUMER             PIC X(8).
           05  RPL-FROM-SEQ-NUM         PIC 9(9).

       FD  LIFELOG-FILE.
       COPY "lifecycle-event".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  PLC-FILE.
       COPY "placement-record".

       FD  ONBOARD-FILE.
       COPY "test5d_copybook".

       FD  CDC-FILE.
       COPY "cdc-change-record".

       FD  FEED-FILE.
       01  FEED-LINE                    PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-HIST-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-POS-IN-STATUS         PIC XX.
           88  WS-POS-IN-NOT-FOUND          VALUE "35".
       01  WS-SUB-STATUS            PIC XX.
           88  WS-SUB-NOT-FOUND             VALUE "35".
       01  WS-HIST-IN-STATUS        PIC XX.
           88  WS-HIST-IN-NOT-FOUND         VALUE "35".
       01  WS-REPLAY-STATUS         PIC XX.
           88  WS-REPLAY-NOT-FOUND          VALUE "35".
       01  WS-LIFELOG-STATUS        PIC XX.
           88  WS-LIFELOG-NOT-FOUND         VALUE "35".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-PLC-STATUS            PIC XX.
           88  WS-PLC-NOT-FOUND             VALUE "35".
       01  WS-ONBOARD-STATUS        PIC XX.
           88  WS-ONBOARD-NOT-FOUND         VALUE "35".
       01  WS-CDC-STATUS            PIC XX.
           88  WS-CDC-NOT-FOUND             VALUE "35".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".
       01  WS-CONTROL-FOUND-FLAG    PIC X      VALUE "N".
           88  WS-CONTROL-FOUND                VALUE "Y".
       01  WS-NEW-CYCLE-FLAG        PIC X      VALUE "N".
           88  WS-NEW-CYCLE                    VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05  FILLER               PIC X(8).
           05  WS-CURRENT-HHMMSS    PIC 9(6).
           05  FILLER               PIC X(7).
       COPY "cycle-date-parm".

       COPY "param-parm".

       01  WS-RETAIN-DAYS           PIC 9(4)   VALUE 90.
       01  WS-RETAIN-CUTOFF         PIC 9(8)   VALUE ZERO.
       01  WS-LAST-RUN-DATE         PIC 9(8)   VALUE ZERO.
       01  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.
       01  WS-LAST-SEQ              PIC 9(9)   VALUE ZERO.
       01  WS-EARLIEST-SEQ          PIC 9(9)   VALUE ZERO.

       01  WS-CON-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 100 TIMES.
               10  WS-CON-CONSUMER      PIC X(8).
               10  WS-CON-LAST-SEQ      PIC 9(9).
               10  WS-CON-LAST-DATE     PIC 9(8).
               10  WS-CON-SENT-COUNT    PIC 9(7).
       01  WS-CON-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-CON-HIT               PIC 9(3)   VALUE ZERO.

       01  WS-SUBS-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-SUBS-TABLE.
           05  WS-SUBS-ENTRY        OCCURS 500 TIMES.
               10  WS-SUBS-CONSUMER     PIC X(8).
               10  WS-SUBS-TYPE         PIC X(10).
       01  WS-SUBS-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-SUBSCRIBED-FLAG       PIC X      VALUE "N".
           88  WS-SUBSCRIBED                   VALUE "Y".
       01  WS-MATCH-CONSUMER        PIC X(8)   VALUE SPACES.
       01  WS-MATCH-TYPE            PIC X(10)  VALUE SPACES.

       01  WS-EVT-TABLE-COUNT       PIC 9(5)   VALUE ZERO.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY         OCCURS 5000 TIMES.
               10  WS-EVT-SEQ-NUM       PIC 9(9).
               10  WS-EVT-TYPE          PIC X(10).
               10  WS-EVT-SOURCE        PIC X(4).
               10  WS-EVT-KEY           PIC X(15).
               10  WS-EVT-DATE          PIC 9(8).
               10  WS-EVT-BEFORE        PIC X(25).
               10  WS-EVT-AFTER         PIC X(25).
               10  WS-EVT-FIELD         PIC X(15).
               10  WS-EVT-CHAINED       PIC X(1).
       01  WS-EVT-SUB               PIC 9(5)   VALUE ZERO.
       01  WS-CDC-EVENT-COUNT       PIC 9(5)   VALUE ZERO.
       01  WS-INSERT-SUB            PIC 9(5)   VALUE ZERO.
       01  WS-INSERT-KEY            PIC X(10)  VALUE SPACES.

       01  WS-ADD-TYPE              PIC X(10)  VALUE SPACES.
       01  WS-ADD-SOURCE            PIC X(4)   VALUE SPACES.
       01  WS-ADD-KEY               PIC X(15)  VALUE SPACES.
       01  WS-ADD-DATE              PIC 9(8)   VALUE ZERO.
       01  WS-ADD-BEFORE            PIC X(25)  VALUE SPACES.
       01  WS-ADD-AFTER             PIC X(25)  VALUE SPACES.
       01  WS-ADD-FIELD             PIC X(15)  VALUE SPACES.
       01  WS-AMOUNT-EDIT           PIC -(11)9.99.

       01  WS-LINE-MODE             PIC X(1)   VALUE SPACE.
       01  WS-PREV-SEQ              PIC 9(9)   VALUE ZERO.
       01  WS-REPLAY-PREV-SEQ       PIC 9(9)   VALUE ZERO.
       01  WS-REPLAY-LINES          PIC 9(7)   VALUE ZERO.
       01  WS-COUNT-EDIT            PIC Z(6)9.

       01  WS-HIST-CARRIED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-HIST-PURGED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-LIFELOG-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-WOFF-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-PLC-COUNT             PIC 9(9)   VALUE ZERO.
       01  WS-ONBOARD-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CDC-COUNT             PIC 9(9)   VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-REPLAY-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-REPLAY-REFUSED-COUNT  PIC 9(9)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R196" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "EVT-RETAIN-DAYS" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-RETAIN-DAYS
           END-IF
           COMPUTE WS-RETAIN-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                - WS-RETAIN-DAYS)
           PERFORM 1000-LOAD-POSITIONS
           PERFORM 1100-LOAD-SUBSCRIPTIONS
           OPEN OUTPUT FEED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "EVENT OUTBOX - CYCLE " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               " - EVENTS AFTER " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-CARRY-HISTORY
           PERFORM 3000-APPLY-REPLAYS
           PERFORM 4000-COLLECT-EVENTS
           PERFORM 5000-PUBLISH-EVENTS
           PERFORM 6000-WRITE-POSITIONS
           CLOSE FEED-FILE
           CLOSE REPORT-FILE
           DISPLAY "R196: EVENTS AFTER           " WS-FROM-DATE
           DISPLAY "R196: LIFECYCLE EVENTS       " WS-LIFELOG-COUNT
           DISPLAY "R196: WRITE-OFF EVENTS       " WS-WOFF-COUNT
           DISPLAY "R196: PLACEMENT EVENTS       " WS-PLC-COUNT
           DISPLAY "R196: ONBOARDING EVENTS      " WS-ONBOARD-COUNT
           DISPLAY "R196: COMPANY MASTER EVENTS  " WS-CDC-COUNT
           DISPLAY "R196: LAST SEQUENCE NUMBER   " WS-LAST-SEQ
           DISPLAY "R196: FEED LINES WRITTEN     " WS-LINE-COUNT
           DISPLAY "R196: REPLAYS SENT           " WS-REPLAY-COUNT
           DISPLAY "R196: REPLAYS REFUSED        "
               WS-REPLAY-REFUSED-COUNT
           DISPLAY "R196: HISTORY CARRIED        " WS-HIST-CARRIED-COUNT
           DISPLAY "R196: HISTORY PURGED         " WS-HIST-PURGED-COUNT
           IF WS-REPLAY-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R196: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * With no outbox control on file (the first run) the pickup starts         *
      * from yesterday, so the sources' full histories are not published         *
      * at once.                                                                 *
      ****************************************************************************
       1000-LOAD-POSITIONS.
           OPEN INPUT POS-IN-FILE
           IF WS-POS-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ POS-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF EPS-OUTBOX-CONTROL OF POS-IN-RECORD
                   SET WS-CONTROL-FOUND TO TRUE
                   MOVE EPS-LAST-SEQ-NUM OF POS-IN-RECORD
                       TO WS-LAST-SEQ
                   MOVE EPS-LAST-DATE OF POS-IN-RECORD
                       TO WS-LAST-RUN-DATE
               ELSE
                   MOVE EPS-CONSUMER OF POS-IN-RECORD
                       TO WS-MATCH-CONSUMER
                   PERFORM 1200-FIND-CONSUMER
                   IF WS-CON-HIT > ZERO
                       MOVE EPS-LAST-SEQ-NUM OF POS-IN-RECORD
                           TO WS-CON-LAST-SEQ (WS-CON-HIT)
                       MOVE EPS-LAST-DATE OF POS-IN-RECORD
                           TO WS-CON-LAST-DATE (WS-CON-HIT)
                   END-IF
               END-IF
               READ POS-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-POS-IN-NOT-FOUND
               CLOSE POS-IN-FILE
           END-IF
           IF WS-CONTROL-FOUND
               MOVE WS-LAST-RUN-DATE TO WS-FROM-DATE
           ELSE
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM) - 1)
           END-IF
           IF WS-CURRENT-DATE-NUM > WS-FROM-DATE
               SET WS-NEW-CYCLE TO TRUE
           END-IF.

       1100-LOAD-SUBSCRIPTIONS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT SUB-FILE
           IF WS-SUB-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ SUB-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-SUBS-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SUBS-TABLE-COUNT
                   MOVE ESB-CONSUMER
                       TO WS-SUBS-CONSUMER (WS-SUBS-TABLE-COUNT)
                   MOVE ESB-EVENT-TYPE
                       TO WS-SUBS-TYPE (WS-SUBS-TABLE-COUNT)
                   MOVE ESB-CONSUMER TO WS-MATCH-CONSUMER
                   PERFORM 1200-FIND-CONSUMER
               END-IF
               READ SUB-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SUB-NOT-FOUND
               CLOSE SUB-FILE
           END-IF.

      ****************************************************************************
      * Finds WS-MATCH-CONSUMER on the consumer table, adding it when new;       *
      * a consumer no longer subscribed keeps its position so a later            *
      * re-subscription picks up the chain where it left off.                    *
      ****************************************************************************
       1200-FIND-CONSUMER.
           MOVE ZERO TO WS-CON-HIT
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
                      OR WS-CON-HIT > ZERO
               IF WS-CON-CONSUMER (WS-CON-SUB) = WS-MATCH-CONSUMER
                   MOVE WS-CON-SUB TO WS-CON-HIT
               END-IF
           END-PERFORM
           IF WS-CON-HIT = ZERO
               IF WS-CON-TABLE-COUNT >= 100
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CON-TABLE-COUNT
                   MOVE WS-CON-TABLE-COUNT TO WS-CON-HIT
                   INITIALIZE WS-CON-ENTRY (WS-CON-HIT)
                   MOVE WS-MATCH-CONSUMER
                       TO WS-CON-CONSUMER (WS-CON-HIT)
               END-IF
           END-IF.

      ****************************************************************************
      * Sets WS-SUBSCRIBED when WS-MATCH-CONSUMER takes WS-MATCH-TYPE.           *
      ****************************************************************************
       1300-CHECK-SUBSCRIPTION.
           MOVE "N" TO WS-SUBSCRIBED-FLAG
           PERFORM VARYING WS-SUBS-SUB FROM 1 BY 1
                   UNTIL WS-SUBS-SUB > WS-SUBS-TABLE-COUNT
                      OR WS-SUBSCRIBED
               IF WS-SUBS-CONSUMER (WS-SUBS-SUB) = WS-MATCH-CONSUMER
                   AND (WS-SUBS-TYPE (WS-SUBS-SUB) = WS-MATCH-TYPE
                       OR WS-SUBS-TYPE (WS-SUBS-SUB) = "*ALL")
                   SET WS-SUBSCRIBED TO TRUE
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Events older than the retention window drop off the history; the         *
      * last sequence number issued stands on the control entry whatever         *
      * the purge leaves.                                                        *
      ****************************************************************************
       2000-CARRY-HISTORY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN OUTPUT HIST-OUT-FILE
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF EVT-DATE OF HIST-IN-RECORD < WS-RETAIN-CUTOFF
                   ADD 1 TO WS-HIST-PURGED-COUNT
               ELSE
                   ADD 1 TO WS-HIST-CARRIED-COUNT
                   IF WS-EARLIEST-SEQ = ZERO
                       MOVE EVT-SEQ-NUM OF HIST-IN-RECORD
                           TO WS-EARLIEST-SEQ
                   END-IF
                   IF EVT-SEQ-NUM OF HIST-IN-RECORD > WS-LAST-SEQ
                       MOVE EVT-SEQ-NUM OF HIST-IN-RECORD
                           TO WS-LAST-SEQ
                   END-IF
                   MOVE HIST-IN-RECORD TO EVENT-RECORD
                   WRITE EVENT-RECORD
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

      ****************************************************************************
      * A replay re-sends, from the history, every event the consumer            *
      * subscribes to from the requested number up to the last one sent          *
      * before tonight; the first line's previous number is the                  *
      * subscribed event before it, so the chain still checks. A consumer        *
      * not on the subscription table, or a start number already purged          *
      * from the history, is refused.                                            *
      ****************************************************************************
       3000-APPLY-REPLAYS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT REPLAY-FILE
           IF WS-REPLAY-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ REPLAY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM 3100-REPLAY-ONE-REQUEST
               READ REPLAY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REPLAY-NOT-FOUND
               CLOSE REPLAY-FILE
           END-IF.

       3100-REPLAY-ONE-REQUEST.
           MOVE RPL-CONSUMER TO WS-MATCH-CONSUMER
           MOVE "N" TO WS-SUBSCRIBED-FLAG
           PERFORM VARYING WS-SUBS-SUB FROM 1 BY 1
                   UNTIL WS-SUBS-SUB > WS-SUBS-TABLE-COUNT
               IF WS-SUBS-CONSUMER (WS-SUBS-SUB) = RPL-CONSUMER
                   SET WS-SUBSCRIBED TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-SUBSCRIBED
                   STRING "REPLAY REFUSED  " DELIMITED BY SIZE
                       RPL-CONSUMER DELIMITED BY SIZE
                       " FROM=" DELIMITED BY SIZE
                       RPL-FROM-SEQ-NUM DELIMITED BY SIZE
                       " - CONSUMER HAS NO SUBSCRIPTION"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   ADD 1 TO WS-REPLAY-REFUSED-COUNT
               WHEN RPL-FROM-SEQ-NUM < WS-EARLIEST-SEQ
                   OR WS-EARLIEST-SEQ = ZERO
                   OR RPL-FROM-SEQ-NUM > WS-LAST-SEQ
                   STRING "REPLAY REFUSED  " DELIMITED BY SIZE
                       RPL-CONSUMER DELIMITED BY SIZE
                       " FROM=" DELIMITED BY SIZE
                       RPL-FROM-SEQ-NUM DELIMITED BY SIZE
                       " - HISTORY HOLDS " DELIMITED BY SIZE
                       WS-EARLIEST-SEQ DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-LAST-SEQ DELIMITED BY SIZE
                       INTO REPORT-LINE
                   ADD 1 TO WS-REPLAY-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 3200-SCAN-HISTORY-FOR-REPLAY
                   ADD 1 TO WS-REPLAY-COUNT
                   MOVE WS-REPLAY-LINES TO WS-COUNT-EDIT
                   STRING "REPLAY SENT     " DELIMITED BY SIZE
                       RPL-CONSUMER DELIMITED BY SIZE
                       " FROM=" DELIMITED BY SIZE
                       RPL-FROM-SEQ-NUM DELIMITED BY SIZE
                       " EVENTS=" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       3200-SCAN-HISTORY-FOR-REPLAY.
           MOVE ZERO TO WS-REPLAY-LINES
           MOVE ZERO TO WS-REPLAY-PREV-SEQ
           MOVE "N" TO WS-HIST-EOF-FLAG
           OPEN INPUT HIST-IN-FILE
           READ HIST-IN-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-HIST-EOF
               IF EVT-DATE OF HIST-IN-RECORD NOT < WS-RETAIN-CUTOFF
                   MOVE EVT-TYPE OF HIST-IN-RECORD TO WS-MATCH-TYPE
                   PERFORM 1300-CHECK-SUBSCRIPTION
                   IF WS-SUBSCRIBED
                       IF EVT-SEQ-NUM OF HIST-IN-RECORD
                               < RPL-FROM-SEQ-NUM
                           MOVE EVT-SEQ-NUM OF HIST-IN-RECORD
                               TO WS-REPLAY-PREV-SEQ
                       ELSE
                           MOVE HIST-IN-RECORD TO EVENT-RECORD
                           MOVE "R" TO WS-LINE-MODE
                           MOVE WS-REPLAY-PREV-SEQ TO WS-PREV-SEQ
                           PERFORM 5200-WRITE-FEED-LINE
                           MOVE EVT-SEQ-NUM OF HIST-IN-RECORD
                               TO WS-REPLAY-PREV-SEQ
                           ADD 1 TO WS-REPLAY-LINES
                       END-IF
                   END-IF
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE HIST-IN-FILE.

       4000-COLLECT-EVENTS.
           PERFORM 4100-COLLECT-LIFECYCLE
           PERFORM 4200-COLLECT-WRITEOFFS
           PERFORM 4300-COLLECT-PLACEMENTS
           IF WS-NEW-CYCLE
               PERFORM 4400-COLLECT-ONBOARDING
           END-IF
           PERFORM 4500-COLLECT-MASTER-CHANGES
           IF WS-CDC-EVENT-COUNT > ZERO
               PERFORM 4600-FIND-BEFORE-VALUES
           END-IF.

       4100-COLLECT-LIFECYCLE.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT LIFELOG-FILE
           IF WS-LIFELOG-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ LIFELOG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF LC-CYCLE-DATE > WS-FROM-DATE
                   AND LC-CYCLE-DATE NOT > WS-CURRENT-DATE-NUM
                   MOVE LC-EVENT TO WS-ADD-TYPE
                   MOVE "R124" TO WS-ADD-SOURCE
                   MOVE LC-CONTRACT-NUMBER TO WS-ADD-KEY
                   MOVE LC-CYCLE-DATE TO WS-ADD-DATE
                   MOVE LC-OLD-VALUE TO WS-ADD-BEFORE
                   MOVE LC-NEW-VALUE TO WS-ADD-AFTER
                   MOVE SPACES TO WS-ADD-FIELD
                   PERFORM 4900-ADD-EVENT
                   ADD 1 TO WS-LIFELOG-COUNT
               END-IF
               READ LIFELOG-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-LIFELOG-NOT-FOUND
               CLOSE LIFELOG-FILE
           END-IF.

       4200-COLLECT-WRITEOFFS.
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
                   AND WOF-ACTIONED-DATE > WS-FROM-DATE
                   AND WOF-ACTIONED-DATE NOT > WS-CURRENT-DATE-NUM
                   MOVE "WRITTENOFF" TO WS-ADD-TYPE
                   MOVE "R101" TO WS-ADD-SOURCE
                   MOVE WOF-CONTRACT-NUMBER TO WS-ADD-KEY
                   MOVE WOF-ACTIONED-DATE TO WS-ADD-DATE
                   MOVE WOF-BALANCE TO WS-AMOUNT-EDIT
                   MOVE FUNCTION TRIM (WS-AMOUNT-EDIT) TO WS-ADD-BEFORE
                   MOVE "0.00" TO WS-ADD-AFTER
                   MOVE SPACES TO WS-ADD-FIELD
                   PERFORM 4900-ADD-EVENT
                   ADD 1 TO WS-WOFF-COUNT
               END-IF
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

       4300-COLLECT-PLACEMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PLC-FILE
           IF WS-PLC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PLC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF PLC-PLACED-DATE > WS-FROM-DATE
                   AND PLC-PLACED-DATE NOT > WS-CURRENT-DATE-NUM
                   MOVE "LEGAL-PLC" TO WS-ADD-TYPE
                   MOVE "R110" TO WS-ADD-SOURCE
                   MOVE PLC-CONTRACT-NUMBER TO WS-ADD-KEY
                   MOVE PLC-PLACED-DATE TO WS-ADD-DATE
                   MOVE SPACES TO WS-ADD-BEFORE
                   MOVE PLC-BALANCE TO WS-AMOUNT-EDIT
                   MOVE FUNCTION TRIM (WS-AMOUNT-EDIT) TO WS-ADD-AFTER
                   MOVE SPACES TO WS-ADD-FIELD
                   PERFORM 4900-ADD-EVENT
                   ADD 1 TO WS-PLC-COUNT
               END-IF
               READ PLC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PLC-NOT-FOUND
               CLOSE PLC-FILE
           END-IF.

      ****************************************************************************
      * R087's accepted-company file carries no date - it is the night's         *
      * onboarding, taken only on a new cycle.                                   *
      ****************************************************************************
       4400-COLLECT-ONBOARDING.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ONBOARD-FILE
           IF WS-ONBOARD-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ONBOARD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE "CO-ONBOARD" TO WS-ADD-TYPE
               MOVE "R087" TO WS-ADD-SOURCE
               MOVE COMPANY-ID TO WS-ADD-KEY
               MOVE WS-CURRENT-DATE-NUM TO WS-ADD-DATE
               MOVE SPACES TO WS-ADD-BEFORE
               MOVE COMPANY-NAME TO WS-ADD-AFTER
               MOVE SPACES TO WS-ADD-FIELD
               PERFORM 4900-ADD-EVENT
               ADD 1 TO WS-ONBOARD-COUNT
               READ ONBOARD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ONBOARD-NOT-FOUND
               CLOSE ONBOARD-FILE
           END-IF.

      ****************************************************************************
      * R027 follows each insert with one change record per field carrying       *
      * the new company's values; those make up the insert and are not           *
      * published as changes - the name becomes the insert's after value.        *
      * Each changed field is its own event type so a consumer can take          *
      * address changes without name changes.                                    *
      ****************************************************************************
       4500-COLLECT-MASTER-CHANGES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           MOVE SPACES TO WS-INSERT-KEY
           OPEN INPUT CDC-FILE
           IF WS-CDC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CDC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CDC-BUSINESS-DATE > WS-FROM-DATE
                   AND CDC-BUSINESS-DATE NOT > WS-CURRENT-DATE-NUM
                   PERFORM 4510-COLLECT-ONE-CHANGE
               END-IF
               READ CDC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CDC-NOT-FOUND
               CLOSE CDC-FILE
           END-IF.

       4510-COLLECT-ONE-CHANGE.
           IF CDC-COMPANY-ID NOT = WS-INSERT-KEY
               MOVE SPACES TO WS-INSERT-KEY
           END-IF
           MOVE "R027" TO WS-ADD-SOURCE
           MOVE CDC-COMPANY-ID TO WS-ADD-KEY
           MOVE CDC-BUSINESS-DATE TO WS-ADD-DATE
           MOVE SPACES TO WS-ADD-BEFORE
           MOVE SPACES TO WS-ADD-AFTER
           EVALUATE TRUE
               WHEN CDC-INSERTED
                   MOVE "CO-INSERT" TO WS-ADD-TYPE
                   MOVE SPACES TO WS-ADD-FIELD
                   PERFORM 4900-ADD-EVENT
                   MOVE WS-EVT-TABLE-COUNT TO WS-INSERT-SUB
                   MOVE CDC-COMPANY-ID TO WS-INSERT-KEY
                   ADD 1 TO WS-CDC-COUNT
               WHEN CDC-DELETED
                   MOVE "CO-DELETE" TO WS-ADD-TYPE
                   MOVE "COMPANY-NAME" TO WS-ADD-FIELD
                   PERFORM 4900-ADD-EVENT
                   ADD 1 TO WS-CDC-EVENT-COUNT
                   ADD 1 TO WS-CDC-COUNT
               WHEN CDC-COMPANY-ID = WS-INSERT-KEY
                   IF CDC-FIELD-NAME = "COMPANY-NAME"
                       AND WS-INSERT-SUB > ZERO
                       MOVE CDC-NEW-VALUE
                           TO WS-EVT-AFTER (WS-INSERT-SUB)
                   END-IF
               WHEN OTHER
                   EVALUATE CDC-FIELD-NAME
                       WHEN "COMPANY-NAME"
                           MOVE "CO-NAME" TO WS-ADD-TYPE
                       WHEN "ADDRESS"
                           MOVE "CO-ADDRESS" TO WS-ADD-TYPE
                       WHEN "TAXPAYER-TYPE"
                           MOVE "CO-TAXTYPE" TO WS-ADD-TYPE
                       WHEN "TAXPAYER-STR"
                           MOVE "CO-TAXSTR" TO WS-ADD-TYPE
                       WHEN OTHER
                           MOVE "CO-CHANGE" TO WS-ADD-TYPE
                   END-EVALUATE
                   MOVE CDC-NEW-VALUE TO WS-ADD-AFTER
                   MOVE CDC-FIELD-NAME TO WS-ADD-FIELD
                   PERFORM 4900-ADD-EVENT
                   PERFORM 4520-CHAIN-EARLIER-CHANGE
                   ADD 1 TO WS-CDC-EVENT-COUNT
                   ADD 1 TO WS-CDC-COUNT
           END-EVALUATE.

      ****************************************************************************
      * Over a run covering several cycles a field can change more than          *
      * once; the later change's before value is the earlier one's after.        *
      ****************************************************************************
       4520-CHAIN-EARLIER-CHANGE.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB >= WS-EVT-TABLE-COUNT
               IF WS-EVT-SOURCE (WS-EVT-SUB) = "R027"
                   AND WS-EVT-KEY (WS-EVT-SUB) = WS-ADD-KEY
                   AND WS-EVT-FIELD (WS-EVT-SUB) = WS-ADD-FIELD
                   MOVE WS-EVT-AFTER (WS-EVT-SUB)
                       TO WS-EVT-BEFORE (WS-EVT-TABLE-COUNT)
                   MOVE "Y" TO WS-EVT-CHAINED (WS-EVT-TABLE-COUNT)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The CDC history is in date order, so the last earlier entry for a        *
      * company's field is the value it held before tonight's change.            *
      ****************************************************************************
       4600-FIND-BEFORE-VALUES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CDC-FILE
           READ CDC-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               IF CDC-BUSINESS-DATE NOT > WS-FROM-DATE
                   AND CDC-CHANGED
                   PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                           UNTIL WS-EVT-SUB > WS-EVT-TABLE-COUNT
                       IF WS-EVT-SOURCE (WS-EVT-SUB) = "R027"
                           AND WS-EVT-CHAINED (WS-EVT-SUB) NOT = "Y"
                           AND WS-EVT-KEY (WS-EVT-SUB) = CDC-COMPANY-ID
                           AND WS-EVT-FIELD (WS-EVT-SUB)
                               = CDC-FIELD-NAME
                           MOVE CDC-NEW-VALUE
                               TO WS-EVT-BEFORE (WS-EVT-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ CDC-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CDC-FILE.

       4900-ADD-EVENT.
           IF WS-EVT-TABLE-COUNT >= 5000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-EVT-TABLE-COUNT
               ADD 1 TO WS-LAST-SEQ
               MOVE WS-LAST-SEQ TO WS-EVT-SEQ-NUM (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-TYPE TO WS-EVT-TYPE (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-SOURCE TO WS-EVT-SOURCE (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-KEY TO WS-EVT-KEY (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-DATE TO WS-EVT-DATE (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-BEFORE TO WS-EVT-BEFORE (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-AFTER TO WS-EVT-AFTER (WS-EVT-TABLE-COUNT)
               MOVE WS-ADD-FIELD TO WS-EVT-FIELD (WS-EVT-TABLE-COUNT)
               MOVE "N" TO WS-EVT-CHAINED (WS-EVT-TABLE-COUNT)
           END-IF.

      ****************************************************************************
      * Tonight's events join the history, then each consumer gets the           *
      * ones it subscribes to in sequence order, chained from the last           *
      * number it was sent.                                                      *
      ****************************************************************************
       5000-PUBLISH-EVENTS.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-TABLE-COUNT
               PERFORM 5100-BUILD-EVENT-RECORD
               WRITE EVENT-RECORD
           END-PERFORM
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
               MOVE WS-CON-CONSUMER (WS-CON-SUB) TO WS-MATCH-CONSUMER
               PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                       UNTIL WS-EVT-SUB > WS-EVT-TABLE-COUNT
                   MOVE WS-EVT-TYPE (WS-EVT-SUB) TO WS-MATCH-TYPE
                   PERFORM 1300-CHECK-SUBSCRIPTION
                   IF WS-SUBSCRIBED
                       PERFORM 5100-BUILD-EVENT-RECORD
                       MOVE "N" TO WS-LINE-MODE
                       MOVE WS-CON-LAST-SEQ (WS-CON-SUB) TO WS-PREV-SEQ
                       PERFORM 5200-WRITE-FEED-LINE
                       MOVE EVT-SEQ-NUM OF EVENT-RECORD
                           TO WS-CON-LAST-SEQ (WS-CON-SUB)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-CON-LAST-DATE (WS-CON-SUB)
                       ADD 1 TO WS-CON-SENT-COUNT (WS-CON-SUB)
                   END-IF
               END-PERFORM
               MOVE WS-CON-SENT-COUNT (WS-CON-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "CONSUMER " DELIMITED BY SIZE
                   WS-CON-CONSUMER (WS-CON-SUB) DELIMITED BY SIZE
                   " EVENTS SENT=" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " LAST SEQ=" DELIMITED BY SIZE
                   WS-CON-LAST-SEQ (WS-CON-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           CLOSE HIST-OUT-FILE.

       5100-BUILD-EVENT-RECORD.
           MOVE WS-EVT-SEQ-NUM (WS-EVT-SUB) TO EVT-SEQ-NUM
               OF EVENT-RECORD
           MOVE WS-EVT-TYPE (WS-EVT-SUB) TO EVT-TYPE
               OF EVENT-RECORD
           MOVE WS-EVT-SOURCE (WS-EVT-SUB) TO EVT-SOURCE
               OF EVENT-RECORD
           MOVE WS-EVT-KEY (WS-EVT-SUB) TO EVT-KEY
               OF EVENT-RECORD
           MOVE WS-EVT-DATE (WS-EVT-SUB) TO EVT-DATE
               OF EVENT-RECORD
           MOVE WS-CURRENT-HHMMSS TO EVT-TIME
               OF EVENT-RECORD
           MOVE WS-EVT-BEFORE (WS-EVT-SUB) TO EVT-BEFORE
               OF EVENT-RECORD
           MOVE WS-EVT-AFTER (WS-EVT-SUB) TO EVT-AFTER
               OF EVENT-RECORD.

      ****************************************************************************
      * One feed line per event per consumer, from EVENT-RECORD: mode N          *
      * new or R replayed, consumer, sequence number, the consumer's             *
      * previous sequence number, type, key, timestamp, before and after.        *
      ****************************************************************************
       5200-WRITE-FEED-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO FEED-LINE
           STRING WS-LINE-MODE DELIMITED BY SIZE
               " CON=" DELIMITED BY SIZE
               WS-MATCH-CONSUMER DELIMITED BY SIZE
               " SEQ=" DELIMITED BY SIZE
               EVT-SEQ-NUM OF EVENT-RECORD DELIMITED BY SIZE
               " PRV=" DELIMITED BY SIZE
               WS-PREV-SEQ DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               EVT-TYPE OF EVENT-RECORD DELIMITED BY SIZE
               " KEY=" DELIMITED BY SIZE
               EVT-KEY OF EVENT-RECORD DELIMITED BY SIZE
               " TS=" DELIMITED BY SIZE
               EVT-DATE OF EVENT-RECORD DELIMITED BY SIZE
               EVT-TIME OF EVENT-RECORD DELIMITED BY SIZE
               " OLD=" DELIMITED BY SIZE
               EVT-BEFORE OF EVENT-RECORD DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               EVT-AFTER OF EVENT-RECORD DELIMITED BY SIZE
               INTO FEED-LINE
           WRITE FEED-LINE.

       6000-WRITE-POSITIONS.
           OPEN OUTPUT POS-OUT-FILE
           MOVE "*OUTBOX*" TO EPS-CONSUMER
                   OF EVENT-POSITION-RECORD
           MOVE WS-LAST-SEQ TO EPS-LAST-SEQ-NUM
                   OF EVENT-POSITION-RECORD
           IF WS-CURRENT-DATE-NUM > WS-LAST-RUN-DATE
               MOVE WS-CURRENT-DATE-NUM TO EPS-LAST-DATE
                   OF EVENT-POSITION-RECORD
           ELSE
               MOVE WS-LAST-RUN-DATE TO EPS-LAST-DATE
                   OF EVENT-POSITION-RECORD
           END-IF
           WRITE EVENT-POSITION-RECORD
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
               MOVE WS-CON-CONSUMER (WS-CON-SUB) TO EPS-CONSUMER
                   OF EVENT-POSITION-RECORD
               MOVE WS-CON-LAST-SEQ (WS-CON-SUB) TO EPS-LAST-SEQ-NUM
                   OF EVENT-POSITION-RECORD
               MOVE WS-CON-LAST-DATE (WS-CON-SUB) TO EPS-LAST-DATE
                   OF EVENT-POSITION-RECORD
               WRITE EVENT-POSITION-RECORD
           END-PERFORM
           CLOSE POS-OUT-FILE.
