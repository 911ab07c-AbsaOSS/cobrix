      * to PLCSUPP, which R059 loads so placed contracts get no further       *
      * letters while still accruing under R057. PLCRPT registers the         *
      * night's placements and status moves.                                   *
      * A contract frozen by an active insolvency case (INSOLSUPP, written by    *
      * R167) is never placed - proceedings against the debtor are stayed -      *
      * and is counted as held; a case already with the attorneys keeps          *
      * taking its status moves.                                                 *
      * A contract sold to a debt purchaser (SOLDSUPP, written by R202) is       *
      * never placed either; an open case on one comes back from the             *
      * attorneys as returned (R) that night and is listed on PLCRPT.            *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUPP-FILE ASSIGN TO "PLCSUPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PLCRPT"
               ORGANIZATION IS SEQUENTIAL.

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-NOT-FOUND            VALUE "35".
       01  WS-INS-EOF-FLAG          PIC X      VALUE "N".
           88  WS-INS-EOF                      VALUE "Y".
       01  WS-INS-STATUS            PIC XX.
           88  WS-INS-NOT-FOUND             VALUE "35".
       01  WS-SLD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SLD-EOF                      VALUE "Y".
       01  WS-SLD-STATUS            PIC XX.
           88  WS-SLD-NOT-FOUND             VALUE "35".

       01  WS-PLACEMENT-BUSDAYS     PIC 9(3)   VALUE 10.

       01  WS-NO-DEMAND-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-STATUS-MOVE-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-SUPPRESSED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-INSOLVENT-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-INS-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-INS-TABLE.
           05  WS-INS-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-INS-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-INSOLVENT-FLAG        PIC X      VALUE "N".
           88  WS-INSOLVENT                    VALUE "Y".
       01  WS-SOLD-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-SOLD-RETURNED-COUNT   PIC 9(9)   VALUE ZERO.
       01  WS-SLD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SLD-TABLE.
           05  WS-SLD-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SLD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-FLAG             PIC X      VALUE "N".
           88  WS-SOLD                         VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

           PERFORM 1100-LOAD-OUTSTANDING
           PERFORM 1200-APPLY-STATUS-TXNS
           PERFORM 1300-LOAD-FINAL-DEMANDS
           PERFORM 1400-LOAD-INSOLVENCY-FREEZE
           PERFORM 1500-LOAD-SOLD-CONTRACTS
           OPEN OUTPUT ATTY-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-RETURN-SOLD-CASES
           PERFORM 2000-SCAN-FOR-PLACEMENTS
           PERFORM 4000-WRITE-CARRY-FORWARDS
           CLOSE ATTY-FILE
           DISPLAY "R110: STATUS MOVES           " WS-STATUS-MOVE-COUNT
           DISPLAY "R110: DUNNING SUPPRESSED     " WS-SUPPRESSED-COUNT
           DISPLAY "R110: HELD - NO FINAL DEMAND " WS-NO-DEMAND-COUNT
           DISPLAY "R110: HELD - INSOLVENCY      " WS-INSOLVENT-COUNT
           DISPLAY "R110: HELD - SOLD            " WS-SOLD-COUNT
           DISPLAY "R110: CASES RETURNED - SOLD  "
               WS-SOLD-RETURNED-COUNT
           IF WS-OVERFLOW
               DISPLAY "R110: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
      * DUNHIST, counted in business days through the common calendar           *
      * routine; no severity-2 record, no placement.                            *
      ****************************************************************************
       1400-LOAD-INSOLVENCY-FREEZE.
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

       2000-SCAN-FOR-PLACEMENTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
                   MOVE WS-DMD-SUB TO WS-DMD-HIT-SUB
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
           MOVE "N" TO WS-SOLD-FLAG
           PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                   UNTIL WS-SLD-SUB > WS-SLD-TABLE-COUNT
               IF WS-SLD-CONTRACT (WS-SLD-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   SET WS-SOLD TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HIT-SUB = ZERO
                   CONTINUE
               WHEN WS-INSOLVENT
                   ADD 1 TO WS-INSOLVENT-COUNT
               WHEN WS-SOLD
                   ADD 1 TO WS-SOLD-COUNT
               WHEN WS-DMD-HIT-SUB = ZERO
                   ADD 1 TO WS-NO-DEMAND-COUNT
               WHEN OTHER
      * longer suppress dunning - a returned case is collections' problem       *
      * again.                                                                  *
      ****************************************************************************
      ****************************************************************************
      * A case still open with the attorneys (placed or at judgment) on a       *
      * contract R202 has since sold comes back as returned: the purchaser      *
      * enforces the debt now. The case stays on the master for the record      *
      * and drops off PLCSUPP with every other closed case.                     *
      ****************************************************************************
       3000-RETURN-SOLD-CASES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLC-TABLE-COUNT
               IF WS-PLC-STATUS (WS-SUB) = "P"
                   OR WS-PLC-STATUS (WS-SUB) = "J"
                   PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                           UNTIL WS-SLD-SUB > WS-SLD-TABLE-COUNT
                       IF WS-SLD-CONTRACT (WS-SLD-SUB)
                               = WS-PLC-CONTRACT (WS-SUB)
                           AND WS-PLC-STATUS (WS-SUB) NOT = "R"
                           PERFORM 3100-RETURN-ONE-CASE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3100-RETURN-ONE-CASE.
           ADD 1 TO WS-SOLD-RETURNED-COUNT
           MOVE "R" TO WS-PLC-STATUS (WS-SUB)
           MOVE WS-CURRENT-DATE-NUM TO WS-PLC-STATUS-DATE (WS-SUB)
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED " DELIMITED BY SIZE
               WS-PLC-CONTRACT (WS-SUB) DELIMITED BY SIZE
               " - CONTRACT SOLD TO DEBT PURCHASER" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4000-WRITE-CARRY-FORWARDS.
           OPEN OUTPUT PLC-OUT-FILE
           OPEN OUTPUT SUPP-FILE
