      * open when its contract's DUE-DATE passes is marked lapsed. The        *
      * follow-up report lists lapsed and still-open offers so renewals are   *
      * chased from a report instead of from memory.                          *
      * A contract sold under a catalogue product (R180-PRODUCT-SERVICE)         *
      * is offered renewal only when the product is renewable, within the        *
      * product's horizon and for the product's term; a contract with no         *
      * product keeps the horizon above and a one-year term and is counted.      *
      * A contract closed by early termination (TERMSUPP, written by R184)       *
      * is never offered renewal; it is counted instead.                         *
      * A contract sold to a debt purchaser (SOLDSUPP, written by R202) is       *
      * no longer ours to renew and is counted on its own line.                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT TRM-SUPP-FILE ASSIGN TO "TERMSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-STATUS.

           SELECT OFFER-OUT-FILE ASSIGN TO "OFFEROUT"
               ORGANIZATION IS SEQUENTIAL.

           05  TXN-CONTRACT-NUMBER      PIC X(15).
           05  TXN-NEW-STATUS           PIC X(1).

       FD  TRM-SUPP-FILE.
       01  TRM-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  OFFER-OUT-FILE.
       COPY "renewal-offer".

           88  WS-OFFER-IN-NOT-FOUND        VALUE "35".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-TRM-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TRM-EOF                      VALUE "Y".
       01  WS-TRM-STATUS            PIC XX.
           88  WS-TRM-NOT-FOUND             VALUE "35".
       01  WS-SLD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SLD-EOF                      VALUE "Y".
       01  WS-SLD-STATUS            PIC XX.
           88  WS-SLD-NOT-FOUND             VALUE "35".

       01  WS-HORIZON-DAYS          PIC 9(3)   VALUE 90.
       01  WS-CONTRACT-HORIZON      PIC 9(3)   VALUE ZERO.
       01  WS-TERM-DAYS             PIC 9(4)   VALUE 365.
       01  WS-RENEWABLE-FLAG        PIC X      VALUE "Y".
           88  WS-RENEWABLE                    VALUE "Y".

       01  WS-OFFER-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
       01  WS-OFFER-TABLE.
               10  WS-OFFER-STATUS      PIC X(1).
               10  WS-OFFER-GEN-DATE    PIC 9(8).

       01  WS-TRM-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-TRM-TABLE.
           05  WS-TRM-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-TRM-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-TERMINATED-FLAG       PIC X      VALUE "N".
           88  WS-TERMINATED                   VALUE "Y".
       01  WS-SLD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SLD-TABLE.
           05  WS-SLD-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SLD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-FLAG             PIC X      VALUE "N".
           88  WS-SOLD                         VALUE "Y".

       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
       01  WS-GENERATED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-LAPSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-TXN-APPLIED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-NOT-RENEWABLE-COUNT   PIC 9(9)   VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-TERMINATED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-SOLD-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".


       COPY "chain-parm".

       COPY "product-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 1000-LOAD-PRIOR-OFFERS
           PERFORM 1200-VERIFY-OFFER-CHAIN
           PERFORM 1500-APPLY-STATUS-TXNS
           PERFORM 1600-LOAD-TERMINATIONS
           PERFORM 1700-LOAD-SOLD-CONTRACTS
           PERFORM 2000-SCAN-CONTRACTS
           PERFORM 4000-WRITE-OFFERS-AND-REPORT
           DISPLAY "R060: OFFERS GENERATED       " WS-GENERATED-COUNT
           DISPLAY "R060: OFFERS LAPSED          " WS-LAPSED-COUNT
           DISPLAY "R060: STATUS TXNS APPLIED    " WS-TXN-APPLIED-COUNT
           DISPLAY "R060: PRODUCT NOT RENEWABLE  "
               WS-NOT-RENEWABLE-COUNT
           DISPLAY "R060: NO PRODUCT - DEFAULTS  " WS-NO-PRODUCT-COUNT
           DISPLAY "R060: TERMINATED - NO OFFER  " WS-TERMINATED-COUNT
           DISPLAY "R060: SOLD - NO OFFER        " WS-SOLD-COUNT
           IF WS-OVERFLOW
               DISPLAY "R060: OFFER TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               CLOSE OFFER-TXN-FILE
           END-IF.

       1600-LOAD-TERMINATIONS.
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

       1700-LOAD-SOLD-CONTRACTS.
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

       2000-SCAN-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
                   MOVE WS-SUB TO WS-HIT-SUB
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
           IF WS-HIT-SUB = ZERO AND WS-DAYS-TO-DUE > ZERO
               AND NOT WS-TERMINATED AND NOT WS-SOLD
               PERFORM 2150-FETCH-RENEWAL-TERMS
           END-IF
           EVALUATE TRUE
               WHEN WS-HIT-SUB > ZERO
                   PERFORM 2300-MAYBE-LAPSE-OFFER
               WHEN WS-TERMINATED
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN WS-SOLD
                   ADD 1 TO WS-SOLD-COUNT
               WHEN WS-DAYS-TO-DUE > ZERO
                   AND WS-DAYS-TO-DUE <= WS-CONTRACT-HORIZON
                   AND NOT WS-RENEWABLE
                   ADD 1 TO WS-NOT-RENEWABLE-COUNT
               WHEN WS-DAYS-TO-DUE > ZERO
                   AND WS-DAYS-TO-DUE <= WS-CONTRACT-HORIZON
                   PERFORM 2200-GENERATE-OFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-FETCH-RENEWAL-TERMS.
           MOVE CONTRACT-NUMBER OF CONTRACT TO PRP-CONTRACT-NUMBER
           CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
           IF PRP-STATUS = ZERO
               MOVE PRP-RENEWAL-FLAG TO WS-RENEWABLE-FLAG
               MOVE PRP-RENEWAL-HORIZON-DAYS TO WS-CONTRACT-HORIZON
               MOVE PRP-RENEWAL-TERM-DAYS TO WS-TERM-DAYS
           ELSE
               ADD 1 TO WS-NO-PRODUCT-COUNT
               MOVE "Y" TO WS-RENEWABLE-FLAG
               MOVE WS-HORIZON-DAYS TO WS-CONTRACT-HORIZON
               MOVE 365 TO WS-TERM-DAYS
           END-IF.

       2200-GENERATE-OFFER.
           IF WS-OFFER-TABLE-COUNT >= 500
               SET WS-OVERFLOW TO TRUE
               ADD 1 TO WS-OFFER-TABLE-COUNT
               ADD 1 TO WS-GENERATED-COUNT
               COMPUTE WS-NEW-DUE-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-DUE-INTEGER + WS-TERM-DAYS)
               MOVE SPACES TO WS-NEW-DUE-TEXT
               STRING WS-NEW-DUE-NUM (1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
