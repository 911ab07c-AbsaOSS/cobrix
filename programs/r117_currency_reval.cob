      * CONTRGLAR column layout and summarized per currency on REVALRPT.       *
      * A currency with no closing rate is an exception line, never a          *
      * stale-rate valuation - the R032 rule.                                   *
      * Every REVALJRNL line ends with the book the contract is booked in (BK=, *
      * R213-BOOK-SERVICE) so R104 closes each book on its own.                 *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           END-IF
           IF WS-GAIN-LOSS NOT = ZERO
               MOVE WS-GAIN-LOSS TO WS-GAIN-EDIT
               MOVE OUT-CONTRACT-NUMBER OF OUTSTANDING-RECORD
                   TO BKP-CONTRACT-NUMBER
               MOVE SPACES TO BKP-COMPANY-ID
               CALL "R213-BOOK-SERVICE" USING BOOK-PARM
               MOVE SPACES TO JOURNAL-LINE
               STRING "GLACCT=" DELIMITED BY SIZE
                   WS-GL-FX-ACCOUNT DELIMITED BY SIZE
                   WS-TODAY-DATE (7:2) DELIMITED BY SIZE
                   " CCY=" DELIMITED BY SIZE
                   WS-CONTRACT-CCY DELIMITED BY SIZE
                   " BK=" DELIMITED BY SIZE
                   BKP-BOOK DELIMITED BY SIZE
                   INTO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-IF
