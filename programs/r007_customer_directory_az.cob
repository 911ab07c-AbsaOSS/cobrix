      * jump straight to customers starting with a given letter instead of      *
      * scanning the full flat file. During the account renumbering's          *
      * dual-number period each record's ACCOUNT-NO is resolved old-to-new     *
      * through the R094 translation file before the directory is cut. Each    *
      * entry carries the account's status after the RECORD-A bytes - C and    *
      * the closing date for an account R206 has closed (ACCTSTOUT, the        *
      * account-status master), O otherwise - so the directory shows a closed  *
      * account as closed.                                                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XLAT-STATUS.

           SELECT STATUS-FILE ASSIGN TO "ACCTSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AST-STATUS.

           SELECT OPTIONAL STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL.


       SD  SORT-WORK-FILE.
       COPY "test12_copybook_a" REPLACING RECORD-A BY SORT-BODY.
       01  SORT-STATUS-VIEW.
           05  FILLER                   PIC X(46).
           05  SRT-ACCOUNT-STATUS       PIC X(1).
           05  SRT-CLOSED-DATE          PIC 9(8).

       FD  DIRECTORY-FILE.
       01  DIRECTORY-BODY.
           05  DIR-RECORD-A             PIC X(46).
           05  DIR-ACCOUNT-STATUS       PIC X(1).
           05  DIR-CLOSED-DATE          PIC 9(8).

       FD  XLAT-FILE.
       COPY "acct-xlat".

       FD  STATUS-FILE.
       COPY "account-status".

       FD  STATS-FILE.
       COPY "run-stats-record".

           05  WS-RESOLVE-LAST-4    PIC 9(4).
       01  WS-TRANSLATED-COUNT      PIC 9(9)   VALUE ZERO.

       01  WS-AST-STATUS            PIC XX.
           88  WS-AST-NOT-FOUND             VALUE "35".
       01  WS-AST-EOF-FLAG          PIC X      VALUE "N".
           88  WS-AST-EOF                      VALUE "Y".
       01  WS-CLOSED-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ENTRY      OCCURS 5000 TIMES.
               10  WS-CLOSED-ACCOUNT-NO PIC 9(16).
               10  WS-CLOSED-DATE       PIC 9(8).
       01  WS-CLOSED-SUB            PIC 9(4)   VALUE ZERO.
       01  WS-CLOSED-FULL-FLAG      PIC X      VALUE "N".
           88  WS-CLOSED-FULL                  VALUE "Y".
       01  WS-CLOSED-MARKED-COUNT   PIC 9(9)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-START-STAMP
           PERFORM 8000-LOAD-XLAT
           PERFORM 8200-LOAD-CLOSED-ACCOUNTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY NAME-CHAR-1 OF SORT-BODY
               INPUT PROCEDURE IS 1000-RESOLVE-AND-RELEASE
               GIVING DIRECTORY-FILE
           PERFORM 9900-WRITE-RUN-STATS
           DISPLAY "R007: NUMBERS TRANSLATED " WS-TRANSLATED-COUNT
           DISPLAY "R007: ACCOUNTS CLOSED    " WS-CLOSED-MARKED-COUNT
           IF WS-CLOSED-FULL
               DISPLAY "R007: CLOSED-ACCOUNT TABLE FULL -"
                   " LATER CLOSURES SHOWN OPEN"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-RESOLVE-AND-RELEASE.
               ADD 1 TO WS-STATS-WRITTEN-COUNT
               PERFORM 8100-RESOLVE-ACCOUNT-NO
               MOVE RECORD-A TO SORT-BODY
               PERFORM 8300-SET-ACCOUNT-STATUS
               RELEASE SORT-STATUS-VIEW
               READ RECORD-FILE
                   AT END SET WS-REC-EOF TO TRUE
               END-READ
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The account-status master R206 keeps, by full ACCOUNT-NO; only the      *
      * accounts now closed are held. Without one every account is open.       *
      ****************************************************************************
       8200-LOAD-CLOSED-ACCOUNTS.
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
                       MOVE AST-CLOSED-DATE
                           TO WS-CLOSED-DATE (WS-CLOSED-TABLE-COUNT)
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

      * The account is looked up by its number as resolved above.
       8300-SET-ACCOUNT-STATUS.
           MOVE "O" TO SRT-ACCOUNT-STATUS
           MOVE ZERO TO SRT-CLOSED-DATE
           COMPUTE WS-RESOLVE-OLD =
               (FIRST-6 OF RECORD-A * 10000000000)
               + (ACCOUNT-MIDDLE OF RECORD-A * 10000)
               + LAST-4 OF RECORD-A
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-TABLE-COUNT
               IF WS-CLOSED-ACCOUNT-NO (WS-CLOSED-SUB)
                       = WS-RESOLVE-OLD
                   MOVE "C" TO SRT-ACCOUNT-STATUS
                   MOVE WS-CLOSED-DATE (WS-CLOSED-SUB)
                       TO SRT-CLOSED-DATE
               END-IF
           END-PERFORM
           IF SRT-ACCOUNT-STATUS = "C"
               ADD 1 TO WS-CLOSED-MARKED-COUNT
           END-IF.

      ****************************************************************************
      * Standard end-of-job run statistics (run-stats-record.cpy),             *
      * appended to the shared RUNSTATS history R065 trends.                   *
