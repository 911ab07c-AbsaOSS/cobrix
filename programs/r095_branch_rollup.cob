      * originating branch: a maintained decode table (BRNCHTAB: prefix,       *
      * branch name, region) rolls the record volumes up per branch and per    *
      * region, the cut regional managers have never had from this system.     *
      * Prefixes missing from the decode table are totalled as UNKNOWN and     *
      * listed individually for table maintenance. Each branch and region      *
      * also shows how many of its accounts R206 has closed (ACCTSTOUT, the    *
      * account-status master), a closed account still counting in its         *
      * branch's volume.                                                       *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT BRANCH-FILE ASSIGN TO "BRNCHTAB"
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATUS-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRNCHRPT"
               ORGANIZATION IS SEQUENTIAL.

           05  BT-NAME                  PIC X(20).
           05  BT-REGION                PIC X(10).

       FD  STATUS-FILE.
       COPY "account-status".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

           88  WS-EOF                          VALUE "Y".
       01  WS-BR-EOF-FLAG           PIC X      VALUE "N".
           88  WS-BR-EOF                       VALUE "Y".
       01  WS-AST-EOF-FLAG          PIC X      VALUE "N".
           88  WS-AST-EOF                      VALUE "Y".
       01  WS-AST-STATUS            PIC XX.
           88  WS-AST-NOT-FOUND             VALUE "35".

       01  WS-BR-TABLE-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-BR-TABLE.
               10  WS-BR-NAME           PIC X(20).
               10  WS-BR-REGION         PIC X(10).
               10  WS-BR-COUNT          PIC 9(7).
               10  WS-BR-CLOSED         PIC 9(7).

       01  WS-UNK-TABLE-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-UNK-TABLE.
               10  WS-UNK-PREFIX        PIC 9(6).
               10  WS-UNK-COUNT         PIC 9(7).

       01  WS-CLOSED-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ACCOUNT-NO OCCURS 5000 TIMES PIC 9(16).
       01  WS-CLOSED-SUB            PIC 9(4)   VALUE ZERO.
       01  WS-ACCOUNT-NO            PIC 9(16)  VALUE ZERO.
       01  WS-ACCOUNT-CLOSED-FLAG   PIC X      VALUE "N".
           88  WS-ACCOUNT-CLOSED               VALUE "Y".
       01  WS-CLOSED-FULL-FLAG      PIC X      VALUE "N".
           88  WS-CLOSED-FULL                  VALUE "Y".

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-REGION-WANTED         PIC X(10).
       01  WS-REGION-TOTAL          PIC 9(9)   VALUE ZERO.
       01  WS-REGION-CLOSED         PIC 9(9)   VALUE ZERO.
       01  WS-REGION-DONE-FLAG      PIC X      VALUE "N".

       01  WS-RECORD-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.
       01  WS-CLOSED-EDIT           PIC ZZZZZZ9.
       01  WS-TOTAL-EDIT            PIC ZZZZZZZZ9.
       01  WS-CLOSED-TOTAL-EDIT     PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-BRANCH-TABLE
           PERFORM 1100-LOAD-CLOSED-ACCOUNTS
           OPEN INPUT RECORD-FILE
           OPEN OUTPUT REPORT-FILE
           READ RECORD-FILE
           CLOSE REPORT-FILE
           DISPLAY "R095: RECORDS ROLLED UP      " WS-RECORD-COUNT
           DISPLAY "R095: UNKNOWN-PREFIX RECORDS " WS-UNKNOWN-COUNT
           DISPLAY "R095: CLOSED ACCOUNTS        " WS-CLOSED-COUNT
           IF WS-CLOSED-FULL
               DISPLAY "R095: CLOSED-ACCOUNT TABLE FULL -"
                   " LATER CLOSURES NOT COUNTED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-BRANCH-TABLE.
                   MOVE BT-REGION
                       TO WS-BR-REGION (WS-BR-TABLE-COUNT)
                   MOVE ZERO TO WS-BR-COUNT (WS-BR-TABLE-COUNT)
                   MOVE ZERO TO WS-BR-CLOSED (WS-BR-TABLE-COUNT)
               END-IF
               READ BRANCH-FILE
                   AT END SET WS-BR-EOF TO TRUE
           END-PERFORM
           CLOSE BRANCH-FILE.

      ****************************************************************************
      * The accounts the status master R206 keeps holds closed, by full         *
      * ACCOUNT-NO. Without one no account is closed.                           *
      ****************************************************************************
       1100-LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT STATUS-FILE
           IF WS-AST-NOT-FOUND
               SET WS-AST-EOF TO TRUE
           ELSE
               READ STATUS-FILE
                   AT END SET WS-AST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-AST-EOF
               IF AST-CLOSED
                   IF WS-CLOSED-TABLE-COUNT < 5000
                       ADD 1 TO WS-CLOSED-TABLE-COUNT
                       MOVE AST-ACCOUNT-NO TO WS-CLOSED-ACCOUNT-NO
                           (WS-CLOSED-TABLE-COUNT)
                   ELSE
                       SET WS-CLOSED-FULL TO TRUE
                   END-IF
               END-IF
               READ STATUS-FILE
                   AT END SET WS-AST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-AST-NOT-FOUND
               CLOSE STATUS-FILE
           END-IF.

       2000-TALLY-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-ACCOUNT-NO = (FIRST-6 * 10000000000)
               + (ACCOUNT-MIDDLE * 10000) + LAST-4
           MOVE "N" TO WS-ACCOUNT-CLOSED-FLAG
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-TABLE-COUNT
               IF WS-CLOSED-ACCOUNT-NO (WS-CLOSED-SUB) = WS-ACCOUNT-NO
                   SET WS-ACCOUNT-CLOSED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BR-TABLE-COUNT
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               ADD 1 TO WS-BR-COUNT (WS-HIT-SUB)
               IF WS-ACCOUNT-CLOSED
                   ADD 1 TO WS-BR-CLOSED (WS-HIT-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               PERFORM 2100-TALLY-UNKNOWN-PREFIX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BR-TABLE-COUNT
               MOVE WS-BR-COUNT (WS-SUB) TO WS-COUNT-EDIT
               MOVE WS-BR-CLOSED (WS-SUB) TO WS-CLOSED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-BR-PREFIX (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BR-REGION (WS-SUB) DELIMITED BY SIZE
                   " RECORDS=" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " CLOSED=" DELIMITED BY SIZE
                   WS-CLOSED-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
               END-PERFORM
               IF WS-REGION-DONE-FLAG = "N"
                   MOVE ZERO TO WS-REGION-TOTAL
                   MOVE ZERO TO WS-REGION-CLOSED
                   PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                           UNTIL WS-SUB-2 > WS-BR-TABLE-COUNT
                       IF WS-BR-REGION (WS-SUB-2) = WS-REGION-WANTED
                           ADD WS-BR-COUNT (WS-SUB-2)
                               TO WS-REGION-TOTAL
                           ADD WS-BR-CLOSED (WS-SUB-2)
                               TO WS-REGION-CLOSED
                       END-IF
                   END-PERFORM
                   MOVE WS-REGION-TOTAL TO WS-TOTAL-EDIT
                   MOVE WS-REGION-CLOSED TO WS-CLOSED-TOTAL-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-REGION-WANTED DELIMITED BY SIZE
                       " RECORDS=" DELIMITED BY SIZE
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                       " CLOSED=" DELIMITED BY SIZE
                       WS-CLOSED-TOTAL-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
