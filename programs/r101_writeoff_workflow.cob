      * chain fingerprints - this is the last writer in the cycle, so          *
      * these are the stamps tomorrow's readers verify against - and the       *
      * OUTSTFIN/ACCRFIN inputs are verified against R112's stamps first.      *
      * Every WOFFJRNL line ends with the book the contract is booked in (BK=, *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.

       COPY "chain-parm".

       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM

       2300-WRITE-PRINCIPAL-JOURNAL.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-WOFF-CONTRACT (WS-HIT-SUB) TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-GL-PRINCIPAL-ACCT DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               BKP-BOOK DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

       2400-WRITE-INTEREST-JOURNAL.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-WOFF-CONTRACT (WS-HIT-SUB) TO BKP-CONTRACT-NUMBER
           MOVE SPACES TO BKP-COMPANY-ID
           CALL "R213-BOOK-SERVICE" USING BOOK-PARM
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-GL-INTEREST-ACCT DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               BKP-BOOK DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

