      * (OFFEROUT status L). Each event is appended to the LIFELOG ledger      *
      * (lifecycle-event.cpy) with the cycle date it first appeared. An        *
      * optional request on LIFEREQ (a CONTRACT-NUMBER) prints that            *
      * contract's full timeline off the ledger to LIFERPT. The state          *
      * master is worked as a keyed file: CTRSTIN is converted into            *
      * CTRSTKEY, indexed on CONTRACT-NUMBER, as it is loaded, every           *
      * observation reads and rewrites its contract by key, and CTRSTKEY       *
      * is unloaded in contract order to CTRSTOUT, so no table limits how      *
      * many contracts are followed. A duplicate contract on CTRSTIN is        *
      * dropped and reported with return code 8.                               *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT STATE-OUT-FILE ASSIGN TO "CTRSTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATE-KEY-FILE ASSIGN TO "CTRSTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CONTRACT-NUMBER OF STATE-KEY-RECORD.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL.

       FD  STATE-OUT-FILE.
       COPY "contract-state".

       FD  STATE-KEY-FILE.
       COPY "contract-state" REPLACING CONTRACT-STATE-RECORD
           BY STATE-KEY-RECORD.

       FD  LEDGER-FILE.
       COPY "lifecycle-event".

       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".

       01  WS-ST-FOUND-FLAG         PIC X      VALUE "N".
           88  WS-ST-FOUND                     VALUE "Y".
       01  WS-ST-KEY-EOF-FLAG       PIC X      VALUE "N".
           88  WS-ST-KEY-EOF                   VALUE "Y".
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.

       01  WS-EVENT-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-TIMELINE-COUNT        PIC 9(9)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1000-LOAD-PRIOR-STATES
           OPEN I-O STATE-KEY-FILE
           OPEN EXTEND LEDGER-FILE
           PERFORM 2000-OBSERVE-EXTRACT
           PERFORM 3000-OBSERVE-ACCRUALS
           PERFORM 3200-OBSERVE-OFFERS
           CLOSE LEDGER-FILE
           PERFORM 4000-WRITE-STATE-MASTER
           CLOSE STATE-KEY-FILE
           PERFORM 5000-ANSWER-TIMELINE-REQUEST
           DISPLAY "R124: EVENTS APPENDED        " WS-EVENT-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R124: DUPLICATE CONTRACTS    "
                   WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-PRIOR-STATES.
           OPEN OUTPUT STATE-KEY-FILE
           OPEN INPUT STATE-IN-FILE
           IF WS-STATE-IN-NOT-FOUND
               SET WS-STATE-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-STATE-IN-EOF
               MOVE STATE-IN-RECORD TO STATE-KEY-RECORD
               WRITE STATE-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R124: DUPLICATE CONTRACT DROPPED "
                           CS-CONTRACT-NUMBER OF STATE-IN-RECORD
               END-WRITE
               READ STATE-IN-FILE
                   AT END SET WS-STATE-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-STATE-IN-NOT-FOUND
               CLOSE STATE-IN-FILE
           END-IF
           CLOSE STATE-KEY-FILE.

       2000-OBSERVE-EXTRACT.
           OPEN INPUT ENTITY-FILE
           CLOSE ENTITY-FILE.

       2100-OBSERVE-ONE-CONTRACT.
           MOVE CONTRACT-NUMBER OF CONTRACT
               TO CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
           PERFORM 3900-READ-STATE
           IF NOT WS-ST-FOUND
               MOVE CONTRACT-NUMBER OF CONTRACT
                   TO CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
               MOVE STATE OF CONTRACT
                   TO CS-STATE OF STATE-KEY-RECORD
               MOVE AMOUNT OF CONTRACT
                   TO CS-AMOUNT OF STATE-KEY-RECORD
               MOVE DUE-DATE OF CONTRACT
                   TO CS-DUE-DATE OF STATE-KEY-RECORD
               MOVE "N" TO CS-OVERDUE-FLAG OF STATE-KEY-RECORD
               MOVE "N" TO CS-ACCRUAL-FLAG OF STATE-KEY-RECORD
               MOVE "N" TO CS-SETTLED-FLAG OF STATE-KEY-RECORD
               MOVE "N" TO CS-LAPSED-FLAG OF STATE-KEY-RECORD
               MOVE SPACES TO LC-OLD-VALUE OF
                   LIFECYCLE-EVENT-RECORD
               MOVE STATE OF CONTRACT TO LC-NEW-VALUE OF
                   LIFECYCLE-EVENT-RECORD
               MOVE "FIRST-SEEN" TO LC-EVENT OF
                   LIFECYCLE-EVENT-RECORD
               PERFORM 2900-APPEND-EVENT
           ELSE
               IF CS-STATE OF STATE-KEY-RECORD NOT = STATE OF CONTRACT
                   MOVE CS-STATE OF STATE-KEY-RECORD TO LC-OLD-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                   MOVE STATE OF CONTRACT TO LC-NEW-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                       LIFECYCLE-EVENT-RECORD
                   PERFORM 2900-APPEND-EVENT
                   MOVE STATE OF CONTRACT
                       TO CS-STATE OF STATE-KEY-RECORD
               END-IF
               IF CS-AMOUNT OF STATE-KEY-RECORD
                       NOT = AMOUNT OF CONTRACT
                   MOVE CS-AMOUNT OF STATE-KEY-RECORD TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO LC-OLD-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                   MOVE AMOUNT OF CONTRACT TO WS-AMOUNT-EDIT
                       LIFECYCLE-EVENT-RECORD
                   PERFORM 2900-APPEND-EVENT
                   MOVE AMOUNT OF CONTRACT
                       TO CS-AMOUNT OF STATE-KEY-RECORD
               END-IF
               IF CS-DUE-DATE OF STATE-KEY-RECORD
                       NOT = DUE-DATE OF CONTRACT
                   MOVE CS-DUE-DATE OF STATE-KEY-RECORD
                       TO LC-OLD-VALUE OF LIFECYCLE-EVENT-RECORD
                   MOVE DUE-DATE OF CONTRACT TO LC-NEW-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                   MOVE "DUE-CHG" TO LC-EVENT OF
                       LIFECYCLE-EVENT-RECORD
                   PERFORM 2900-APPEND-EVENT
                   MOVE DUE-DATE OF CONTRACT
                       TO CS-DUE-DATE OF STATE-KEY-RECORD
               END-IF
           END-IF
           IF CS-OVERDUE-FLAG OF STATE-KEY-RECORD NOT = "Y"
               MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
               COMPUTE WS-DUE-DATE-NUM =
                   (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
               COMPUTE WS-AGE-DAYS =
                   WS-CURRENT-INTEGER - WS-DUE-INTEGER
               IF WS-AGE-DAYS > ZERO
                   MOVE "Y" TO CS-OVERDUE-FLAG OF STATE-KEY-RECORD
                   MOVE SPACES TO LC-OLD-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                   MOVE SPACES TO LC-NEW-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                   PERFORM 2900-APPEND-EVENT
               END-IF
           END-IF
           IF WS-ST-FOUND
               REWRITE STATE-KEY-RECORD
           ELSE
               WRITE STATE-KEY-RECORD
           END-IF.

       2900-APPEND-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           MOVE CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
               TO LC-CONTRACT-NUMBER OF
                   LIFECYCLE-EVENT-RECORD
           MOVE WS-CURRENT-DATE-NUM TO LC-CYCLE-DATE OF
                       LIFECYCLE-EVENT-RECORD
           WRITE LIFECYCLE-EVENT-RECORD.
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-EOF
               MOVE ACC-CONTRACT-NUMBER OF ACCRUAL-RECORD
                   TO CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
               PERFORM 3900-READ-STATE
               IF WS-ST-FOUND
                   AND CS-ACCRUAL-FLAG OF STATE-KEY-RECORD NOT = "Y"
                   MOVE "Y" TO CS-ACCRUAL-FLAG OF STATE-KEY-RECORD
                   MOVE SPACES TO LC-OLD-VALUE OF
                   LIFECYCLE-EVENT-RECORD
                   MOVE SPACES TO LC-NEW-VALUE OF
                   LIFECYCLE-EVENT-RECORD
                   MOVE "ACCR-START" TO LC-EVENT OF
                   LIFECYCLE-EVENT-RECORD
                   PERFORM 2900-APPEND-EVENT
                   REWRITE STATE-KEY-RECORD
               END-IF
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SETTLE-EOF
               IF SETTLE-LINE (1:8) = "SETTLED "
                   MOVE SETTLE-LINE (9:15)
                       TO CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
                   PERFORM 3900-READ-STATE
                   IF WS-ST-FOUND
                       AND CS-SETTLED-FLAG OF STATE-KEY-RECORD NOT = "Y"
                       MOVE "Y" TO CS-SETTLED-FLAG OF STATE-KEY-RECORD
                       MOVE SPACES TO LC-OLD-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                       MOVE SPACES TO LC-NEW-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                       MOVE "SETTLED" TO LC-EVENT OF
                       LIFECYCLE-EVENT-RECORD
                       PERFORM 2900-APPEND-EVENT
                       REWRITE STATE-KEY-RECORD
                   END-IF
               END-IF
               READ SETTLE-FILE
                   AT END SET WS-SETTLE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OFFER-EOF
               IF OFF-LAPSED
                   MOVE OFF-CONTRACT-NUMBER OF RENEWAL-OFFER-RECORD
                       TO CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
                   PERFORM 3900-READ-STATE
                   IF WS-ST-FOUND
                       AND CS-LAPSED-FLAG OF STATE-KEY-RECORD NOT = "Y"
                       MOVE "Y" TO CS-LAPSED-FLAG OF STATE-KEY-RECORD
                       MOVE SPACES TO LC-OLD-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                       MOVE SPACES TO LC-NEW-VALUE OF
                       LIFECYCLE-EVENT-RECORD
                       MOVE "OFFER-LAPS" TO LC-EVENT OF
                       LIFECYCLE-EVENT-RECORD
                       PERFORM 2900-APPEND-EVENT
                       REWRITE STATE-KEY-RECORD
                   END-IF
               END-IF
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               CLOSE OFFER-FILE
           END-IF.

      ****************************************************************************
      * One contract off the keyed state master; a contract never seen on       *
      * the ENTITY extract has no state to mark.                                *
      ****************************************************************************
       3900-READ-STATE.
           MOVE "N" TO WS-ST-FOUND-FLAG
           READ STATE-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ST-FOUND TO TRUE
           END-READ.

       4000-WRITE-STATE-MASTER.
           OPEN OUTPUT STATE-OUT-FILE
           MOVE LOW-VALUES TO CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
           START STATE-KEY-FILE KEY IS NOT LESS THAN
                   CS-CONTRACT-NUMBER OF STATE-KEY-RECORD
               INVALID KEY SET WS-ST-KEY-EOF TO TRUE
           END-START
           IF NOT WS-ST-KEY-EOF
               READ STATE-KEY-FILE NEXT RECORD
                   AT END SET WS-ST-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ST-KEY-EOF
               MOVE STATE-KEY-RECORD TO CONTRACT-STATE-RECORD
               WRITE CONTRACT-STATE-RECORD
               READ STATE-KEY-FILE NEXT RECORD
                   AT END SET WS-ST-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE STATE-OUT-FILE.

