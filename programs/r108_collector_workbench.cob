      * is flagged regressed; one no longer overdue leaves the queue. The      *
      * morning worklist COLWORK lists, per collector, items due today plus    *
      * everything regressed, and COLSTAT gives supervisors the queue and      *
      * activity counts per collector. A contract under an open customer      *
      * dispute (DISPOUT, maintained by R158) is taken out of the aging       *
      * buckets whatever its age and queued to the dispute queue (bucket 9)   *
      * under the dispute's owner; once the dispute is resolved it is         *
      * re-routed by COLRULE like any other overdue contract.                 *
      * A contract frozen by an active insolvency case (INSOLSUPP, written by    *
      * R167) is not worked at all: it is never queued and one already queued    *
      * leaves the queue, whatever its age or dispute - the claim now goes       *
      * to the practitioner instead.                                             *
      * A contract closed by early termination (TERMSUPP, written by R184)       *
      * is finished business and is handled the same way.                        *
      * So is a contract sold to a debt purchaser (SOLDSUPP, written by          *
      * R202): the purchaser works it now, so it leaves the queue and is         *
      * counted on a line of its own.                                            *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.

           SELECT TRM-SUPP-FILE ASSIGN TO "TERMSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "COLWORK"
               ORGANIZATION IS SEQUENTIAL.

       FD  ARR-FILE.
       COPY "arrangement-record".

       FD  DISPUTE-FILE.
       COPY "dispute-record".

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  TRM-SUPP-FILE.
       01  TRM-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE                PIC X(120).

           88  WS-ARR-EOF                      VALUE "Y".
       01  WS-ARR-STATUS            PIC XX.
           88  WS-ARR-NOT-FOUND             VALUE "35".
       01  WS-DSP-EOF-FLAG          PIC X      VALUE "N".
           88  WS-DSP-EOF                      VALUE "Y".
       01  WS-DSP-STATUS            PIC XX.
           88  WS-DSP-NOT-FOUND             VALUE "35".
       01  WS-INS-EOF-FLAG          PIC X      VALUE "N".
           88  WS-INS-EOF                      VALUE "Y".
       01  WS-INS-STATUS            PIC XX.
           88  WS-INS-NOT-FOUND             VALUE "35".
       01  WS-TRM-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TRM-EOF                      VALUE "Y".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-NOT-FOUND             VALUE "35".
       01  WS-SLD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SLD-EOF                      VALUE "Y".
       01  WS-SLD-STATUS            PIC XX.
           88  WS-SLD-NOT-FOUND             VALUE "35".

       01  WS-DISPUTE-BUCKET        PIC 9(1)   VALUE 9.
       01  WS-DSP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY         OCCURS 500 TIMES.
               10  WS-DSP-CONTRACT      PIC X(15).
               10  WS-DSP-OWNER         PIC X(8).
       01  WS-DSP-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-DSP-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-RULE-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-DISPUTE-Q-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-INS-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-INS-TABLE.
           05  WS-INS-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-INS-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-INSOLVENT-FLAG        PIC X      VALUE "N".
           88  WS-INSOLVENT                    VALUE "Y".
       01  WS-INSOLVENT-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-TRM-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-TRM-TABLE.
           05  WS-TRM-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-TRM-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-TERMINATED-FLAG       PIC X      VALUE "N".
           88  WS-TERMINATED                   VALUE "Y".
       01  WS-TERMINATED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-SLD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SLD-TABLE.
           05  WS-SLD-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SLD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-FLAG             PIC X      VALUE "N".
           88  WS-SOLD                         VALUE "Y".
       01  WS-SOLD-COUNT            PIC 9(9)   VALUE ZERO.

       01  WS-Q-TABLE-COUNT         PIC 9(3)   VALUE ZERO.
       01  WS-Q-TABLE.
       01  WS-BUCKET                PIC 9(1)   VALUE ZERO.

       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-QUEUE-TAG             PIC X(8)   VALUE SPACES.

       01  WS-NEW-QUEUED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-LEFT-QUEUE-COUNT      PIC 9(9)   VALUE ZERO.
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1000-LOAD-QUEUES
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-OPEN-DISPUTES
           PERFORM 1300-LOAD-INSOLVENCY-FREEZE
           PERFORM 1400-LOAD-TERMINATIONS
           PERFORM 1500-LOAD-SOLD-CONTRACTS
           PERFORM 2000-REFRESH-FROM-EXTRACT
           PERFORM 3000-APPLY-ACTIVITY
           PERFORM 4000-FLAG-REGRESSIONS
           DISPLAY "R108: ITEMS REGRESSED        " WS-REGRESSED-COUNT
           DISPLAY "R108: ACTIVITY RECORDED      " WS-ACTIVITY-COUNT
           DISPLAY "R108: OVERDUE WITHOUT RULE   " WS-UNROUTED-COUNT
           DISPLAY "R108: ON DISPUTE QUEUE       " WS-DISPUTE-Q-COUNT
           DISPLAY "R108: FROZEN - INSOLVENCY    " WS-INSOLVENT-COUNT
           DISPLAY "R108: CLOSED - TERMINATED    " WS-TERMINATED-COUNT
           DISPLAY "R108: CLOSED - SOLD          " WS-SOLD-COUNT
           IF WS-OVERFLOW
               DISPLAY "R108: QUEUE TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               CLOSE RULE-FILE
           END-IF.

       1200-LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-NOT-FOUND
               SET WS-DSP-EOF TO TRUE
           ELSE
               READ DISPUTE-FILE
                   AT END SET WS-DSP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSP-EOF
               IF DSP-OPEN
                   IF WS-DSP-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-DSP-TABLE-COUNT
                       MOVE DSP-CONTRACT-NUMBER
                           TO WS-DSP-CONTRACT (WS-DSP-TABLE-COUNT)
                       MOVE DSP-OWNER
                           TO WS-DSP-OWNER (WS-DSP-TABLE-COUNT)
                   END-IF
               END-IF
               READ DISPUTE-FILE
                   AT END SET WS-DSP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-NOT-FOUND
               CLOSE DISPUTE-FILE
           END-IF.

       1300-LOAD-INSOLVENCY-FREEZE.
           OPEN INPUT INS-SUPP-FILE
           IF WS-INS-NOT-FOUND
               SET WS-INS-EOF TO TRUE
           ELSE
               READ INS-SUPP-FILE
                   AT END SET WS-INS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INS-EOF
               IF WS-INS-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-INS-TABLE-COUNT
                   MOVE IFZ-CONTRACT-NUMBER
                       TO WS-INS-CONTRACT (WS-INS-TABLE-COUNT)
               END-IF
               READ INS-SUPP-FILE
                   AT END SET WS-INS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-NOT-FOUND
               CLOSE INS-SUPP-FILE
           END-IF.

       1400-LOAD-TERMINATIONS.
           OPEN INPUT TRM-SUPP-FILE
           IF WS-TRM-NOT-FOUND
               SET WS-TRM-EOF TO TRUE
           ELSE
               READ TRM-SUPP-FILE
                   AT END SET WS-TRM-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TRM-EOF
               IF WS-TRM-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TRM-TABLE-COUNT
                   MOVE TRM-SUPP-CONTRACT-NUMBER
                       TO WS-TRM-CONTRACT (WS-TRM-TABLE-COUNT)
               END-IF
               READ TRM-SUPP-FILE
                   AT END SET WS-TRM-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TRM-NOT-FOUND
               CLOSE TRM-SUPP-FILE
           END-IF.

       1500-LOAD-SOLD-CONTRACTS.
           OPEN INPUT SLD-SUPP-FILE
           IF WS-SLD-NOT-FOUND
               SET WS-SLD-EOF TO TRUE
           ELSE
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SLD-EOF
               IF WS-SLD-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SLD-TABLE-COUNT
                   MOVE SLD-SUPP-CONTRACT-NUMBER
                       TO WS-SLD-CONTRACT (WS-SLD-TABLE-COUNT)
               END-IF
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SLD-NOT-FOUND
               CLOSE SLD-SUPP-FILE
           END-IF.

      ****************************************************************************
      * R019's buckets decide membership: anything past due stays or joins,     *
      * routed by the first rule matching bucket and amount band; a contract    *
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
           COMPUTE WS-AGE-DAYS = WS-CURRENT-INTEGER - WS-DUE-INTEGER
           MOVE ZERO TO WS-DSP-HIT
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > WS-DSP-TABLE-COUNT
               IF WS-DSP-CONTRACT (WS-DSP-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   MOVE WS-DSP-SUB TO WS-DSP-HIT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-INSOLVENT-FLAG
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
               IF WS-INS-CONTRACT (WS-INS-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   SET WS-INSOLVENT TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-TERMINATED-FLAG
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
                   UNTIL WS-TRM-SUB > WS-TRM-TABLE-COUNT
               IF WS-TRM-CONTRACT (WS-TRM-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   SET WS-TERMINATED TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SOLD-FLAG
           PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                   UNTIL WS-SLD-SUB > WS-SLD-TABLE-COUNT
               IF WS-SLD-CONTRACT (WS-SLD-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   SET WS-SOLD TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TERMINATED
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN WS-SOLD
                   ADD 1 TO WS-SOLD-COUNT
               WHEN WS-INSOLVENT
                   ADD 1 TO WS-INSOLVENT-COUNT
               WHEN WS-DSP-HIT > ZERO
                   PERFORM 2300-QUEUE-TO-DISPUTE
               WHEN WS-AGE-DAYS <= ZERO
                   CONTINUE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
                   MOVE ZERO TO WS-HIT-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-Q-TABLE-COUNT
                       IF WS-Q-CONTRACT (WS-SUB)
                               = CONTRACT-NUMBER OF CONTRACT
                           MOVE WS-SUB TO WS-HIT-SUB
                       END-IF
                   END-PERFORM
                   IF WS-HIT-SUB > ZERO
                       MOVE "Y" TO WS-Q-STILL-DUE (WS-HIT-SUB)
                       IF WS-Q-BUCKET (WS-HIT-SUB) = WS-DISPUTE-BUCKET
                           PERFORM 2250-FIND-RULE
                           IF WS-RULE-HIT > ZERO
                               MOVE WS-RULE-COLLECTOR (WS-RULE-HIT)
                                   TO WS-Q-COLLECTOR (WS-HIT-SUB)
                           END-IF
                           MOVE "DISPUTE ENDED"
                               TO WS-Q-OUTCOME (WS-HIT-SUB)
                           MOVE WS-CURRENT-DATE-NUM
                               TO WS-Q-FOLLOW-UP (WS-HIT-SUB)
                       END-IF
                       MOVE WS-BUCKET TO WS-Q-BUCKET (WS-HIT-SUB)
                       MOVE AMOUNT OF CONTRACT
                           TO WS-Q-AMOUNT (WS-HIT-SUB)
                   ELSE
                       PERFORM 2200-QUEUE-NEW-CONTRACT
                   END-IF
           END-EVALUATE.

       2200-QUEUE-NEW-CONTRACT.
           PERFORM 2250-FIND-RULE
           MOVE WS-RULE-HIT TO WS-HIT-SUB
           IF WS-HIT-SUB = ZERO
               ADD 1 TO WS-UNROUTED-COUNT
           ELSE
               END-IF
           END-IF.

       2250-FIND-RULE.
           MOVE ZERO TO WS-RULE-HIT
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-RULE-TABLE-COUNT
               IF WS-RULE-HIT = ZERO
                   AND WS-RULE-BUCKET (WS-SUB-2) = WS-BUCKET
                   AND AMOUNT OF CONTRACT
                       >= WS-RULE-LOW (WS-SUB-2)
                   AND AMOUNT OF CONTRACT
                       <= WS-RULE-HIGH (WS-SUB-2)
                   MOVE WS-SUB-2 TO WS-RULE-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A disputed contract sits on the dispute queue under the dispute's      *
      * owner, overdue or not, until R158 records the resolution.              *
      ****************************************************************************
       2300-QUEUE-TO-DISPUTE.
           ADD 1 TO WS-DISPUTE-Q-COUNT
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-Q-TABLE-COUNT
               IF WS-Q-CONTRACT (WS-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-Q-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-Q-TABLE-COUNT
                   MOVE WS-Q-TABLE-COUNT TO WS-HIT-SUB
                   MOVE CONTRACT-NUMBER OF CONTRACT
                       TO WS-Q-CONTRACT (WS-HIT-SUB)
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-Q-FOLLOW-UP (WS-HIT-SUB)
                   MOVE "DISPUTED" TO WS-Q-OUTCOME (WS-HIT-SUB)
                   MOVE SPACES TO WS-Q-NOTE (WS-HIT-SUB)
                   MOVE "N" TO WS-Q-REGRESSED (WS-HIT-SUB)
                   MOVE "N" TO WS-Q-ACTED-TODAY (WS-HIT-SUB)
               END-IF
           ELSE
               IF WS-Q-BUCKET (WS-HIT-SUB) NOT = WS-DISPUTE-BUCKET
                   MOVE WS-CURRENT-DATE-NUM
                       TO WS-Q-FOLLOW-UP (WS-HIT-SUB)
                   MOVE "DISPUTED" TO WS-Q-OUTCOME (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               MOVE "Y" TO WS-Q-STILL-DUE (WS-HIT-SUB)
               MOVE WS-DISPUTE-BUCKET TO WS-Q-BUCKET (WS-HIT-SUB)
               MOVE WS-DSP-OWNER (WS-DSP-HIT)
                   TO WS-Q-COLLECTOR (WS-HIT-SUB)
               MOVE AMOUNT OF CONTRACT TO WS-Q-AMOUNT (WS-HIT-SUB)
           END-IF.

       3000-APPLY-ACTIVITY.
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-NOT-FOUND
           WRITE COLLECTOR-QUEUE-RECORD
           IF WS-Q-FOLLOW-UP (WS-SUB) <= WS-CURRENT-DATE-NUM
               OR WS-Q-REGRESSED (WS-SUB) = "Y"
               IF WS-Q-BUCKET (WS-SUB) = WS-DISPUTE-BUCKET
                   MOVE " DISPUTE" TO WS-QUEUE-TAG
               ELSE
                   MOVE SPACES TO WS-QUEUE-TAG
               END-IF
               MOVE WS-Q-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WORKLIST-LINE
               STRING WS-Q-COLLECTOR (WS-SUB) DELIMITED BY SIZE
                   WS-Q-CONTRACT (WS-SUB) DELIMITED BY SIZE
                   " BUCKET=" DELIMITED BY SIZE
                   WS-Q-BUCKET (WS-SUB) DELIMITED BY SIZE
                   WS-QUEUE-TAG DELIMITED BY "  "
                   " AMOUNT=" DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " FOLLOWUP=" DELIMITED BY SIZE
