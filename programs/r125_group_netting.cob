      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * R125-GROUP-NETTING                                                       *
      *                                                                          *
      * Group-level netting of intercompany balances: one subsidiary's           *
      * credit (overpayment) balance no longer sits idle while another owes      *
      * us. Each HIERIN hierarchy group is walked the way R072 walks it,         *
      * member companies resolve to their contracts through COMPIN and the       *
      * ENTITY name join, and within the group the credit balances on the        *
      * R058 carry-forward are offset against the debit balances in              *
      * contract order. The netted balances go to OUTSTNET (catalogued as        *
      * the next cycle's OUTSTIN), every offset writes a full audit line to      *
      * NETAUD dated with the business date (R189 takes the night's offsets      *
      * into the receivables roll-forward from it), and NETSTMT carries the      *
      * member-by-member netting statement                                       *
      * and net settlement position per group for the group treasurer.           *
      * Group members may be booked in different legal entities: where a         *
      * credit in one book relieves a debit in another, the two books are        *
      * left owing each other, and the due-to/due-from entries are journaled     *
      * in both books on ICJRNL (R104 gates it into ICPRD) and listed under      *
      * the group on NETSTMT.                                                    *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "NETAUD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IC-JOURNAL-FILE ASSIGN TO "ICJRNL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIER-FILE.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                   PIC X(110).

       FD  IC-JOURNAL-FILE.
       01  IC-JOURNAL-LINE              PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
               10  WS-OUTST-BALANCE     PIC S9(11)V9(2).
               10  WS-OUTST-COMP-ID     PIC X(10).
               10  WS-OUTST-GROUPED     PIC X(1).
               10  WS-OUTST-BOOK        PIC X(2).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-EDIT           PIC -(10)9.99.
       01  WS-NET-EDIT              PIC -(12)9.99.

       01  WS-GB-TABLE-COUNT        PIC 9(2)   VALUE ZERO.
       01  WS-GB-TABLE.
           05  WS-GB-ENTRY          OCCURS 20 TIMES.
               10  WS-GB-BOOK           PIC X(2).
               10  WS-GB-NET            PIC S9(13)V9(2).
       01  WS-GB-SUB                PIC 9(2)   VALUE ZERO.
       01  WS-GB-HIT                PIC 9(2)   VALUE ZERO.
       01  WS-FROM-SUB              PIC 9(2)   VALUE ZERO.
       01  WS-TO-SUB                PIC 9(2)   VALUE ZERO.
       01  WS-KEY-BOOK              PIC X(2)   VALUE SPACES.
       01  WS-IC-AMOUNT             PIC 9(13)V9(2) VALUE ZERO.
       01  WS-IC-EDIT               PIC ZZZZZZZZZ9.99.
       01  WS-IC-ACCOUNT            PIC X(20)  VALUE SPACES.
       01  WS-IC-BOOK               PIC X(2)   VALUE SPACES.
       01  WS-IC-CTR-BOOK           PIC X(2)   VALUE SPACES.
       01  WS-GL-DUE-FROM-ACCT      PIC X(20)  VALUE
           "IC-DUE-FROM-BOOK".
       01  WS-GL-DUE-TO-ACCT        PIC X(20)  VALUE
           "IC-DUE-TO-BOOK".
       01  WS-IC-LINES-WRITTEN      PIC 9(9)   VALUE ZERO.

       01  WS-GROUPS-NETTED         PIC 9(9)   VALUE ZERO.
       01  WS-OFFSETS-BOOKED        PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
       01  WS-CHN-IN-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
       01  WS-CHN-OUT-TOTAL         PIC S9(15)V9(2) VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.

       COPY "chain-parm".
       COPY "cycle-date-parm".
       COPY "book-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R125" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-HIERARCHY
           PERFORM 1100-LOAD-COMPANY-IDS
           PERFORM 1200-LOAD-OUTSTANDING
           PERFORM 1300-RESOLVE-CONTRACT-OWNERS
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT IC-JOURNAL-FILE
           PERFORM 2000-NET-EVERY-GROUP
           CLOSE STATEMENT-FILE
           CLOSE AUDIT-FILE
           CLOSE IC-JOURNAL-FILE
           PERFORM 4000-WRITE-NETTED-BALANCES
           DISPLAY "R125: GROUPS NETTED          " WS-GROUPS-NETTED
           DISPLAY "R125: OFFSETS BOOKED         " WS-OFFSETS-BOOKED
           DISPLAY "R125: INTERCOMPANY LINES     " WS-IC-LINES-WRITTEN
           IF WS-OVERFLOW
               DISPLAY "R125: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
                       TO WS-OUTST-COMP-ID (WS-OUTST-TABLE-COUNT)
                   MOVE "N"
                       TO WS-OUTST-GROUPED (WS-OUTST-TABLE-COUNT)
                   MOVE OUT-CONTRACT-NUMBER OF OUTST-IN-RECORD
                       TO BKP-CONTRACT-NUMBER
                   MOVE SPACES TO BKP-COMPANY-ID
                   CALL "R213-BOOK-SERVICE" USING BOOK-PARM
                   MOVE BKP-BOOK TO WS-OUTST-BOOK (WS-OUTST-TABLE-COUNT)
                   ADD 1 TO WS-CHN-IN-COUNT
                   ADD OUT-BALANCE OF OUTST-IN-RECORD
                       TO WS-CHN-IN-TOTAL
           ELSE
               ADD 1 TO WS-GROUPS-NETTED
               MOVE ZERO TO WS-POOL-USED
               MOVE ZERO TO WS-GB-TABLE-COUNT
               PERFORM VARYING WS-DEB-SUB FROM 1 BY 1
                       UNTIL WS-DEB-SUB > WS-OUTST-TABLE-COUNT
                       OR WS-CREDIT-POOL = ZERO
               END-PERFORM
               PERFORM 2400-CLEAR-USED-CREDITS
               PERFORM 2500-WRITE-GROUP-STATEMENT
               PERFORM 2600-WRITE-INTERCOMPANY
           END-IF.

       2300-OFFSET-ONE-DEBIT.
               FROM WS-OUTST-BALANCE (WS-DEB-SUB)
           SUBTRACT WS-OFFSET-WORK FROM WS-CREDIT-POOL
           ADD WS-OFFSET-WORK TO WS-POOL-USED
           MOVE WS-OUTST-BOOK (WS-DEB-SUB) TO WS-KEY-BOOK
           PERFORM 2650-FIND-GROUP-BOOK
           ADD WS-OFFSET-WORK TO WS-GB-NET (WS-GB-HIT)
           MOVE WS-OFFSET-WORK TO WS-AMOUNT-EDIT
           MOVE SPACES TO AUDIT-LINE
           STRING "NETTED " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " GROUP " DELIMITED BY SIZE
               WS-COMP-ID (WS-ROOT-SUB) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE.

                   ADD WS-RELIEF-WORK
                       TO WS-OUTST-BALANCE (WS-CRD-SUB)
                   SUBTRACT WS-RELIEF-WORK FROM WS-POOL-USED
                   MOVE WS-OUTST-BOOK (WS-CRD-SUB) TO WS-KEY-BOOK
                   PERFORM 2650-FIND-GROUP-BOOK
                   SUBTRACT WS-RELIEF-WORK FROM WS-GB-NET (WS-GB-HIT)
                   MOVE WS-RELIEF-WORK TO WS-AMOUNT-EDIT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "NETTED " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " GROUP " DELIMITED BY SIZE
                       WS-COMP-ID (WS-ROOT-SUB) DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       WS-CURRENT-DATE-NUM DELIMITED BY SIZE
                       INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               END-IF
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      ****************************************************************************
      * A credit in one book relieving a debit in another leaves the books       *
      * owing each other. Per book, the debits relieved less the credits         *
      * applied is its net: a book with debits relieved is owed (DUE-FROM),      *
      * one with credits applied owes (DUE-TO). Owed books are paired with       *
      * owing books in the order met, and each pairing is journaled in both      *
      * books on ICJRNL in the CONTRGLAR layout - REF= the group root, BK=       *
      * the book posted, CTRBK= the book on the other side.                      *
      ****************************************************************************
       2600-WRITE-INTERCOMPANY.
           PERFORM VARYING WS-FROM-SUB FROM 1 BY 1
                   UNTIL WS-FROM-SUB > WS-GB-TABLE-COUNT
               PERFORM VARYING WS-TO-SUB FROM 1 BY 1
                       UNTIL WS-TO-SUB > WS-GB-TABLE-COUNT
                          OR WS-GB-NET (WS-FROM-SUB) NOT > ZERO
                   IF WS-GB-NET (WS-TO-SUB) < ZERO
                       COMPUTE WS-IC-AMOUNT =
                           ZERO - WS-GB-NET (WS-TO-SUB)
                       IF WS-IC-AMOUNT > WS-GB-NET (WS-FROM-SUB)
                           MOVE WS-GB-NET (WS-FROM-SUB)
                               TO WS-IC-AMOUNT
                       END-IF
                       SUBTRACT WS-IC-AMOUNT
                           FROM WS-GB-NET (WS-FROM-SUB)
                       ADD WS-IC-AMOUNT TO WS-GB-NET (WS-TO-SUB)
                       MOVE WS-GL-DUE-FROM-ACCT TO WS-IC-ACCOUNT
                       MOVE WS-GB-BOOK (WS-FROM-SUB) TO WS-IC-BOOK
                       MOVE WS-GB-BOOK (WS-TO-SUB) TO WS-IC-CTR-BOOK
                       PERFORM 2700-WRITE-IC-LINE
                       MOVE WS-GL-DUE-TO-ACCT TO WS-IC-ACCOUNT
                       MOVE WS-GB-BOOK (WS-TO-SUB) TO WS-IC-BOOK
                       MOVE WS-GB-BOOK (WS-FROM-SUB) TO WS-IC-CTR-BOOK
                       PERFORM 2700-WRITE-IC-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       2650-FIND-GROUP-BOOK.
           MOVE ZERO TO WS-GB-HIT
           PERFORM VARYING WS-GB-SUB FROM 1 BY 1
                   UNTIL WS-GB-SUB > WS-GB-TABLE-COUNT
               IF WS-GB-BOOK (WS-GB-SUB) = WS-KEY-BOOK
                   MOVE WS-GB-SUB TO WS-GB-HIT
               END-IF
           END-PERFORM
           IF WS-GB-HIT = ZERO
               IF WS-GB-TABLE-COUNT >= 20
                   SET WS-OVERFLOW TO TRUE
                   MOVE 1 TO WS-GB-HIT
               ELSE
                   ADD 1 TO WS-GB-TABLE-COUNT
                   MOVE WS-GB-TABLE-COUNT TO WS-GB-HIT
                   MOVE WS-KEY-BOOK TO WS-GB-BOOK (WS-GB-HIT)
                   MOVE ZERO TO WS-GB-NET (WS-GB-HIT)
               END-IF
           END-IF.

       2700-WRITE-IC-LINE.
           ADD 1 TO WS-IC-LINES-WRITTEN
           MOVE WS-IC-AMOUNT TO WS-IC-EDIT
           MOVE SPACES TO IC-JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-IC-ACCOUNT DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               WS-COMP-ID (WS-ROOT-SUB) DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-IC-EDIT DELIMITED BY SIZE
               " DUEDATE=" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               WS-IC-BOOK DELIMITED BY SIZE
               " CTRBK=" DELIMITED BY SIZE
               WS-IC-CTR-BOOK DELIMITED BY SIZE
               INTO IC-JOURNAL-LINE
           WRITE IC-JOURNAL-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  INTERCOMPANY BOOK " DELIMITED BY SIZE
               WS-IC-BOOK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IC-ACCOUNT DELIMITED BY SIZE
               " BOOK " DELIMITED BY SIZE
               WS-IC-CTR-BOOK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IC-EDIT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       4000-WRITE-NETTED-BALANCES.
           OPEN OUTPUT OUTST-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
