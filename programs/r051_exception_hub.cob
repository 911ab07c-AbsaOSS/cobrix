               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT REGEXC-FILE ASSIGN TO "REGEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT REPO-IN-FILE ASSIGN TO "EXCREPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPO-IN-STATUS.
       COPY "exception-record" REPLACING EXCEPTION-RECORD
           BY SWEEP-RECORD.

       FD  REGEXC-FILE.
       COPY "exception-record" REPLACING EXCEPTION-RECORD
           BY REGEXC-RECORD.

       FD  REPO-IN-FILE.
       COPY "exception-record" REPLACING EXCEPTION-RECORD
           BY REPO-IN-RECORD.
           PERFORM 1200-READ-AMTEXC
           MOVE "CNTEXC" TO WS-CURRENT-SOURCE
           PERFORM 1210-READ-CNTEXC
           PERFORM 1220-READ-EXCSWEEP
           PERFORM 1230-READ-REGEXC.

       1110-READ-TAXEXC.
           MOVE "N" TO WS-EOF-FLAG
               CLOSE SWEEP-FILE
           END-IF.

      ****************************************************************************
      * The thirteenth source: registration numbers R197's registry             *
      * refresh could not find on the official companies registry, also         *
      * already in the repository shape.                                        *
      ****************************************************************************
       1230-READ-REGEXC.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REGEXC-FILE
           IF WS-INPUT-NOT-FOUND
               SET WS-EOF TO TRUE
           ELSE
               READ REGEXC-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-EXC-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-EXC-TABLE-COUNT
                       ADD 1 TO WS-COLLECTED-COUNT
                       MOVE EXC-SOURCE OF REGEXC-RECORD
                           TO WS-EXC-SOURCE (WS-EXC-TABLE-COUNT)
                       MOVE EXC-SEVERITY OF REGEXC-RECORD
                           TO WS-EXC-SEVERITY (WS-EXC-TABLE-COUNT)
                       MOVE 1
                           TO WS-EXC-CYCLES (WS-EXC-TABLE-COUNT)
                       MOVE EXC-KEY OF REGEXC-RECORD
                           TO WS-EXC-KEY (WS-EXC-TABLE-COUNT)
                       MOVE EXC-TEXT OF REGEXC-RECORD
                           TO WS-EXC-TEXT (WS-EXC-TABLE-COUNT)
                   END-IF
                   READ REGEXC-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REGEXC-FILE
           END-IF.

       2000-ADD-EXCEPTION.
           IF WS-EXC-TABLE-COUNT >= 500
               SET WS-OVERFLOW TO TRUE
