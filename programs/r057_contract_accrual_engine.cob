      * through R144-CHAIN-FP-SERVICE: the ACCRIN just loaded must match      *
      * the fingerprint the prior cycle stamped or the run abends, and the    *
      * ACCROUT written tonight is stamped for tomorrow's verification.       *
      * A contract under an open customer dispute (dispute-record.cpy,        *
      * DISPOUT from R158) accrues only on the undisputed part of AMOUNT -    *
      * no penalty runs on the amount in dispute until it is resolved.        *
      * A contract frozen by an active insolvency case (INSOLSUPP from R167)     *
      * accrues nothing at all; its accrued-through date still moves on, so      *
      * a case withdrawn later does not back-charge the frozen nights.           *
      * A contract sold to a debt purchaser (SOLDSUPP from R202) is theirs       *
      * to charge and accrues nothing here either.                               *
      * A contract sold under a catalogue product (R180-PRODUCT-SERVICE)         *
      * accrues at that product's bucket rates and only once it is past the      *
      * product's grace days, counted from DUE-DATE; a contract with no          *
      * product runs on the rates above with no grace and is counted.            *
      * The accrual master is worked as a keyed file: ACCRIN is converted        *
      * into ACCRKEY, indexed on contract number, as it is loaded, each          *
      * overdue contract reads and rewrites its accrual by key, and ACCRKEY      *
      * is unloaded in contract order to ACCROUT, so no table limits how         *
      * many contracts carry an accrual. A duplicate contract on ACCRIN is       *
      * dropped and reported with return code 8.                                 *
      * Every journal line ends with the book the contract is booked in (BK=,    *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                  *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT ACCR-OUT-FILE ASSIGN TO "ACCROUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCR-KEY-FILE ASSIGN TO "ACCRKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD.

           SELECT JOURNAL-FILE ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISPUTE-FILE ASSIGN TO "DISPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       FD  ACCR-OUT-FILE.
       COPY "accrual-record".

       FD  ACCR-KEY-FILE.
       COPY "accrual-record" REPLACING ACCRUAL-RECORD
           BY ACCR-KEY-RECORD.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       FD  DISPUTE-FILE.
       COPY "dispute-record".

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG              PIC X      VALUE "N".
           88  WS-EOF                          VALUE "Y".
       01  WS-ACCR-IN-STATUS        PIC XX.
           88  WS-ACCR-IN-NOT-FOUND         VALUE "35".

       01  WS-DSP-EOF-FLAG          PIC X      VALUE "N".
           88  WS-DSP-EOF                      VALUE "Y".
       01  WS-DSP-STATUS            PIC XX.
           88  WS-DSP-NOT-FOUND             VALUE "35".
       01  WS-INS-EOF-FLAG          PIC X      VALUE "N".
           88  WS-INS-EOF                      VALUE "Y".
       01  WS-INS-STATUS            PIC XX.
           88  WS-INS-NOT-FOUND             VALUE "35".
       01  WS-SLD-EOF-FLAG          PIC X      VALUE "N".
           88  WS-SLD-EOF                      VALUE "Y".
       01  WS-SLD-STATUS            PIC XX.
           88  WS-SLD-NOT-FOUND             VALUE "35".

       01  WS-GL-ACCOUNT            PIC X(20)  VALUE
           "INT-LATE-CHARGES".

           05  WS-RATE-BUCKET-90    PIC 9(5)   VALUE 1000.
           05  WS-RATE-BUCKET-OVER  PIC 9(5)   VALUE 1200.

       01  WS-ACCR-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-ACCR-FOUND                   VALUE "Y".
       01  WS-ACCR-KEY-EOF-FLAG     PIC X      VALUE "N".
           88  WS-ACCR-KEY-EOF                 VALUE "Y".
       01  WS-DUPLICATE-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-DSP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY         OCCURS 500 TIMES.
               10  WS-DSP-CONTRACT      PIC X(15).
               10  WS-DSP-AMOUNT        PIC 9(10)V9(2).
       01  WS-DSP-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-ACCRUAL-BASE          PIC 9(10)V9(2) VALUE ZERO.
       01  WS-DISPUTED-COUNT        PIC 9(9)   VALUE ZERO.

       01  WS-INS-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-INS-TABLE.
           05  WS-INS-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-INS-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-INSOLVENT-COUNT       PIC 9(9)   VALUE ZERO.

       01  WS-SLD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SLD-TABLE.
           05  WS-SLD-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SLD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-COUNT            PIC 9(9)   VALUE ZERO.

       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
       01  WS-AGE-DAYS              PIC S9(9)  VALUE ZERO.
       01  WS-ACCRUE-DAYS           PIC S9(9)  VALUE ZERO.

       01  WS-ANNUAL-BP             PIC 9(5)   VALUE ZERO.
       01  WS-GRACE-DAYS            PIC 9(3)   VALUE ZERO.
       01  WS-TONIGHT-ACCRUAL       PIC 9(13)V9(2) VALUE ZERO.
       01  WS-ACCRUAL-EDIT          PIC ZZZZZZZZZ9.99.

       01  WS-OVERDUE-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-JOURNAL-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CARRIED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-IN-GRACE-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-NO-PRODUCT-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".


       COPY "cycle-date-parm".

       COPY "product-parm".

       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FILE UNTIL WS-EOF
           PERFORM 4000-WRITE-ACCRUAL-FILE
           CLOSE ACCR-KEY-FILE
           DISPLAY "R057: OVERDUE CONTRACTS     " WS-OVERDUE-COUNT
           DISPLAY "R057: JOURNAL LINES         " WS-JOURNAL-COUNT
           DISPLAY "R057: ACCRUALS CARRIED      " WS-CARRIED-COUNT
           DISPLAY "R057: DISPUTE-REDUCED BASE  " WS-DISPUTED-COUNT
           DISPLAY "R057: INSOLVENCY FROZEN     " WS-INSOLVENT-COUNT
           DISPLAY "R057: SOLD - NOT ACCRUED    " WS-SOLD-COUNT
           DISPLAY "R057: WITHIN PRODUCT GRACE  " WS-IN-GRACE-COUNT
           DISPLAY "R057: NO PRODUCT - DEFAULTS " WS-NO-PRODUCT-COUNT
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "R057: DUPLICATE CONTRACTS   " WS-DUPLICATE-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R057: DISPUTE/FREEZE TABLE FULL -"
                   " RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 1050-FETCH-PARAMETERS
           PERFORM 1100-LOAD-PRIOR-ACCRUALS
           PERFORM 1150-VERIFY-CHAIN
           OPEN I-O ACCR-KEY-FILE
           PERFORM 1200-LOAD-OPEN-DISPUTES
           PERFORM 1250-LOAD-INSOLVENCY-FREEZE
           PERFORM 1260-LOAD-SOLD-CONTRACTS
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
               MOVE PP-VALUE TO WS-RATE-BUCKET-OVER
           END-IF.

      ****************************************************************************
      * Converts the sequential carry-forward into the keyed accrual master.   *
      * Every ACCRIN record counts toward the chain fingerprint, a duplicate   *
      * contract included, since the fingerprint describes the file.           *
      ****************************************************************************
       1100-LOAD-PRIOR-ACCRUALS.
           OPEN OUTPUT ACCR-KEY-FILE
           OPEN INPUT ACCR-IN-FILE
           IF WS-ACCR-IN-NOT-FOUND
               SET WS-ACCR-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-IN-EOF
               ADD 1 TO WS-CHN-IN-COUNT
               ADD ACC-CUM-AMOUNT OF ACCR-IN-RECORD
                   TO WS-CHN-IN-TOTAL
               MOVE ACCR-IN-RECORD TO ACCR-KEY-RECORD
               WRITE ACCR-KEY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       DISPLAY "R057: DUPLICATE CONTRACT DROPPED "
                           ACC-CONTRACT-NUMBER OF ACCR-IN-RECORD
               END-WRITE
               READ ACCR-IN-FILE
                   AT END SET WS-ACCR-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-IN-NOT-FOUND
               CLOSE ACCR-IN-FILE
           END-IF
           CLOSE ACCR-KEY-FILE.

      ****************************************************************************
      * The ACCRIN just loaded must be the file the prior cycle stamped -       *
               STOP RUN
           END-IF.

      ****************************************************************************
      * Open disputes only; a resolved dispute accrues on the full AMOUNT      *
      * again from the night it is resolved.                                   *
      ****************************************************************************
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
                       MOVE DSP-DISPUTED-AMOUNT
                           TO WS-DSP-AMOUNT (WS-DSP-TABLE-COUNT)
                   END-IF
               END-IF
               READ DISPUTE-FILE
                   AT END SET WS-DSP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-NOT-FOUND
               CLOSE DISPUTE-FILE
           END-IF.

       1250-LOAD-INSOLVENCY-FREEZE.
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

       1260-LOAD-SOLD-CONTRACTS.
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

       2000-PROCESS-FILE.
           IF SEGMENT-ID OF ENTITY = 7
               MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
                   WS-CURRENT-INTEGER - WS-DUE-INTEGER
               IF WS-AGE-DAYS > ZERO
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 2100-FETCH-PRODUCT
                   IF WS-AGE-DAYS > WS-GRACE-DAYS
                       PERFORM 3000-ACCRUE-ONE-CONTRACT
                   ELSE
                       ADD 1 TO WS-IN-GRACE-COUNT
                   END-IF
               END-IF
           END-IF
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-FETCH-PRODUCT.
           MOVE CONTRACT-NUMBER OF CONTRACT TO PRP-CONTRACT-NUMBER
           CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
           IF PRP-STATUS = ZERO
               MOVE PRP-GRACE-DAYS TO WS-GRACE-DAYS
           ELSE
               ADD 1 TO WS-NO-PRODUCT-COUNT
               MOVE ZERO TO WS-GRACE-DAYS
           END-IF.

      ****************************************************************************
      * A contract newly overdue accrues from the end of its grace days.         *
      ****************************************************************************
       3000-ACCRUE-ONE-CONTRACT.
           MOVE CONTRACT-NUMBER OF CONTRACT
               TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
           MOVE "N" TO WS-ACCR-FOUND-FLAG
           READ ACCR-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ACCR-FOUND TO TRUE
           END-READ
           IF NOT WS-ACCR-FOUND
               MOVE CONTRACT-NUMBER OF CONTRACT
                   TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
               COMPUTE ACC-ACCRUED-THRU OF ACCR-KEY-RECORD =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DUE-INTEGER + WS-GRACE-DAYS)
               MOVE ZERO TO ACC-CUM-AMOUNT OF ACCR-KEY-RECORD
           END-IF
           PERFORM 3100-COMPUTE-TONIGHT
           IF WS-ACCR-FOUND
               REWRITE ACCR-KEY-RECORD
           ELSE
               WRITE ACCR-KEY-RECORD
           END-IF.

      ****************************************************************************
      ****************************************************************************
       3100-COMPUTE-TONIGHT.
           COMPUTE WS-THRU-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (ACC-ACCRUED-THRU OF ACCR-KEY-RECORD)
           COMPUTE WS-ACCRUE-DAYS =
               WS-CURRENT-INTEGER - WS-THRU-INTEGER
           IF WS-ACCRUE-DAYS > ZERO
               PERFORM 3200-SELECT-BUCKET-RATE
               PERFORM 3150-UNDISPUTED-BASE
               COMPUTE WS-TONIGHT-ACCRUAL ROUNDED =
                   WS-ACCRUAL-BASE * WS-ANNUAL-BP
                   * WS-ACCRUE-DAYS / 3650000
               ADD WS-TONIGHT-ACCRUAL
                   TO ACC-CUM-AMOUNT OF ACCR-KEY-RECORD
               MOVE WS-CURRENT-DATE-NUM
                   TO ACC-ACCRUED-THRU OF ACCR-KEY-RECORD
               IF WS-TONIGHT-ACCRUAL > ZERO
                   PERFORM 3300-WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       3150-UNDISPUTED-BASE.
           MOVE AMOUNT OF CONTRACT TO WS-ACCRUAL-BASE
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > WS-DSP-TABLE-COUNT
               IF WS-DSP-CONTRACT (WS-DSP-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   ADD 1 TO WS-DISPUTED-COUNT
                   IF WS-DSP-AMOUNT (WS-DSP-SUB) >= WS-ACCRUAL-BASE
                       MOVE ZERO TO WS-ACCRUAL-BASE
                   ELSE
                       SUBTRACT WS-DSP-AMOUNT (WS-DSP-SUB)
                           FROM WS-ACCRUAL-BASE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
               IF WS-INS-CONTRACT (WS-INS-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   ADD 1 TO WS-INSOLVENT-COUNT
                   MOVE ZERO TO WS-ACCRUAL-BASE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                   UNTIL WS-SLD-SUB > WS-SLD-TABLE-COUNT
               IF WS-SLD-CONTRACT (WS-SLD-SUB)
                       = CONTRACT-NUMBER OF CONTRACT
                   ADD 1 TO WS-SOLD-COUNT
                   MOVE ZERO TO WS-ACCRUAL-BASE
               END-IF
           END-PERFORM.

       3200-SELECT-BUCKET-RATE.
           IF PRP-STATUS = ZERO
               PERFORM 3250-SELECT-PRODUCT-RATE
           ELSE
               PERFORM 3260-SELECT-DEFAULT-RATE
           END-IF.

       3250-SELECT-PRODUCT-RATE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE PRP-RATE-BUCKET-30 TO WS-ANNUAL-BP
               WHEN WS-AGE-DAYS <= 60
                   MOVE PRP-RATE-BUCKET-60 TO WS-ANNUAL-BP
               WHEN WS-AGE-DAYS <= 90
                   MOVE PRP-RATE-BUCKET-90 TO WS-ANNUAL-BP
               WHEN OTHER
                   MOVE PRP-RATE-BUCKET-OVER TO WS-ANNUAL-BP
           END-EVALUATE.

       3260-SELECT-DEFAULT-RATE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE WS-RATE-BUCKET-30 TO WS-ANNUAL-BP
       3300-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-TONIGHT-ACCRUAL TO WS-ACCRUAL-EDIT
           MOVE CONTRACT-NUMBER OF CONTRACT TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-GL-ACCOUNT DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               BKP-BOOK DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

       4000-WRITE-ACCRUAL-FILE.
           OPEN OUTPUT ACCR-OUT-FILE
           MOVE LOW-VALUES TO ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
           START ACCR-KEY-FILE KEY IS NOT LESS THAN
                   ACC-CONTRACT-NUMBER OF ACCR-KEY-RECORD
               INVALID KEY SET WS-ACCR-KEY-EOF TO TRUE
           END-START
           IF NOT WS-ACCR-KEY-EOF
               READ ACCR-KEY-FILE NEXT RECORD
                   AT END SET WS-ACCR-KEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-KEY-EOF
               ADD 1 TO WS-CARRIED-COUNT
               MOVE ACCR-KEY-RECORD TO ACCRUAL-RECORD
               ADD ACC-CUM-AMOUNT OF ACCRUAL-RECORD TO WS-CHN-OUT-TOTAL
               WRITE ACCRUAL-RECORD
               READ ACCR-KEY-FILE NEXT RECORD
                   AT END SET WS-ACCR-KEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCR-OUT-FILE
           MOVE "S" TO CP-FUNCTION
