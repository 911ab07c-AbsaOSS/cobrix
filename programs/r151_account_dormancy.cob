      * an account with no movement for WS-DORMANT-CYCLES cycles goes          *
      * dormant with its date of last activity; the owning client comes        *
      * off the ACCTIDX index R024 builds. A newly dormant account gets a      *
      * notification letter on DORMLET, for the attention of the client's      *
      * operations contact on the contact-role register when one is named      *
      * (R177-ADDRESSEE-SERVICE, by the SHORT-NAME the RECIN account           *
      * extract carries for the client) - its body rendered from the           *
      * latest effective-dated DORMANT template on LETTMPL when one is         *
      * loaded, the compiled wording otherwise - and a                         *
      * reactivation on the next movement is logged to DORMLOG - a fee line    *
      * R205 charged (marked FEE) is not movement, nor is an R206 closure      *
      * settlement (marked CLOS), an R207 adjustment (marked ADJ) or R210's    *
      * overdraft interest (marked ODI).                                       *
      * DORMRPT totals the dormant balance exposure by quiet-cycle age band    *
      * for the annual finance sign-off.                                       *
      * Each letter is entered on the night's mail index MAILIDX for R199's    *
      * consolidation.                                                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.

           SELECT RECORD-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "LETTMPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DORMLET"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LOG-FILE ASSIGN TO "DORMLOG"
               ORGANIZATION IS SEQUENTIAL.

       FD  IDX-FILE.
       01  INDEX-LINE                   PIC X(80).

       FD  RECORD-FILE.
       COPY "test2_copybook".

       FD  TEMPLATE-FILE.
       COPY "letter-template".

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(100).

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       FD  LOG-FILE.
       01  LOG-LINE                     PIC X(80).

           88  WS-IDX-EOF                      VALUE "Y".
       01  WS-IDX-STATUS            PIC XX.
           88  WS-IDX-NOT-FOUND             VALUE "35".
       01  WS-REC-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REC-EOF                      VALUE "Y".
       01  WS-REC-STATUS            PIC XX.
           88  WS-REC-NOT-FOUND             VALUE "35".
       01  WS-TMPL-EOF-FLAG         PIC X      VALUE "N".
           88  WS-TMPL-EOF                     VALUE "Y".
       01  WS-TMPL-STATUS           PIC XX.
               10  WS-DM-STATUS         PIC X(1).
               10  WS-DM-BALANCE        PIC S9(11)V9(2).
               10  WS-DM-MOVED          PIC X(1).
               10  WS-DM-SHORT-NAME     PIC X(10).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-NEW-DORMANT-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-REACTIVATED-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-DORMANT-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-LINE-NUM         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-FIRST-LINE       PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "addressee-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 1000-LOAD-DORMANCY-MASTER
           PERFORM 1100-JOIN-BALANCES
           PERFORM 1200-JOIN-CLIENTIDS
           PERFORM 1250-JOIN-SHORT-NAMES
           PERFORM 1300-LOAD-TEMPLATE
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND MAIL-INDEX-FILE
           OPEN EXTEND LOG-FILE
           PERFORM 2000-APPLY-MOVEMENTS
           PERFORM 3000-JUDGE-DORMANCY
           CLOSE LETTER-FILE
           CLOSE MAIL-INDEX-FILE
           CLOSE LOG-FILE
           PERFORM 4000-WRITE-MASTER-AND-REPORT
           DISPLAY "R151: NEWLY DORMANT          " WS-NEW-DORMANT-COUNT
               CLOSE IDX-FILE
           END-IF.

      ****************************************************************************
      * The client's SHORT-NAME - the leading bytes of its company name -       *
      * off the account extract, to find who the letter is for.                 *
      ****************************************************************************
       1250-JOIN-SHORT-NAMES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DM-TABLE-COUNT
               MOVE SPACES TO WS-DM-SHORT-NAME (WS-SUB)
           END-PERFORM
           OPEN INPUT RECORD-FILE
           IF WS-REC-NOT-FOUND
               SET WS-REC-EOF TO TRUE
           ELSE
               READ RECORD-FILE
                   AT END SET WS-REC-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REC-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DM-TABLE-COUNT
                   IF WS-DM-CLIENTID (WS-SUB) = CLIENTID
                       MOVE SHORT-NAME OF RECORD
                           TO WS-DM-SHORT-NAME (WS-SUB)
                   END-IF
               END-PERFORM
               READ RECORD-FILE
                   AT END SET WS-REC-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REC-NOT-FOUND
               CLOSE RECORD-FILE
           END-IF.

      ****************************************************************************
      * DORMANT template lines, English wording (this run carries no            *
      * per-company language source); the latest effective-dated version        *
               END-READ
           END-IF
           PERFORM UNTIL WS-NORM-EOF
               IF NORM-LINE (1:4) NOT = "FEE "
                   AND NORM-LINE (1:4) NOT = "CLOS"
                   AND NORM-LINE (1:4) NOT = "ADJ "
                   AND NORM-LINE (1:4) NOT = "ODI "
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-DM-TABLE-COUNT
                       IF WS-DM-ACCOUNT (WS-SUB) = NORM-ACCOUNT
                           MOVE "Y" TO WS-DM-MOVED (WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ NORM-FILE
                   AT END SET WS-NORM-EOF TO TRUE
               END-READ
           END-PERFORM.

       3100-WRITE-DORMANT-LETTER.
           COMPUTE WS-MAIL-FIRST-LINE = WS-MAIL-LINE-NUM + 1
           MOVE SPACES TO LETTER-LINE
           STRING "TO CLIENT: " DELIMITED BY SIZE
               WS-DM-CLIENTID (WS-SUB) DELIMITED BY SIZE
               WS-DM-ACCOUNT (WS-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE SPACES TO WS-TMPL-CONT
           IF WS-DM-SHORT-NAME (WS-SUB) NOT = SPACES
               SET AD-BY-SHORT-NAME TO TRUE
               MOVE SPACES TO AD-COMPANY-ID
               MOVE WS-DM-SHORT-NAME (WS-SUB) TO AD-COMPANY-NAME
               MOVE "O" TO AD-ROLE
               CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
               IF AD-STATUS NOT = 4
                   STRING AD-FIRST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       AD-LAST-NAME DELIMITED BY SIZE
                       INTO WS-TMPL-CONT
                   MOVE SPACES TO LETTER-LINE
                   STRING "ATTN: " DELIMITED BY SIZE
                       WS-TMPL-CONT DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-MAIL-LINE-NUM
               END-IF
           END-IF
           IF WS-DORM-TEMPLATE-ON-FILE
               PERFORM 3200-RENDER-TEMPLATE-BODY
           ELSE
               MOVE "    YOUR ACCOUNT HAS HAD NO MOVEMENT AND IS"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               MOVE "    NOW DORMANT - CONTACT US TO REACTIVATE."
                   TO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           PERFORM 3400-WRITE-MAIL-ITEM.

      ****************************************************************************
      * The letter body off the DORMANT template: the client id fills           *
      * &NAME, the account number stands in for &NUM, the dormant balance       *
      * prices &AMT and the quiet-cycle count fills &AGE; &CONT is the          *
      * operations contact the letter is for, blank when there is none.         *
      ****************************************************************************
       3200-RENDER-TEMPLATE-BODY.
           MOVE WS-DM-BALANCE (WS-SUB) TO WS-BALANCE-EDIT
               END-EVALUATE
           END-PERFORM
           MOVE WS-RENDER-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * The letter just printed, entered on the night's mail index (MAILIDX)     *
      * for consolidation by R199. The short name is the addressee and the       *
      * ADDRSTD key; a client with no short name goes under its client id.       *
      ****************************************************************************
       3400-WRITE-MAIL-ITEM.
           MOVE "R151" TO MI-SOURCE
           MOVE WS-MAIL-FIRST-LINE TO MI-FIRST-LINE
           COMPUTE MI-LINE-COUNT =
               WS-MAIL-LINE-NUM - WS-MAIL-FIRST-LINE + 1
           IF WS-DM-SHORT-NAME (WS-SUB) NOT = SPACES
               MOVE WS-DM-SHORT-NAME (WS-SUB) TO MI-ADDRESS-KEY
               MOVE WS-DM-SHORT-NAME (WS-SUB) TO MI-ADDRESSEE
           ELSE
               MOVE WS-DM-CLIENTID (WS-SUB) TO MI-ADDRESS-KEY
               MOVE WS-DM-CLIENTID (WS-SUB) TO MI-ADDRESSEE
           END-IF
           MOVE SPACES TO MI-ADDRESS
           SET MI-CONSOLIDATE TO TRUE
           WRITE MAIL-ITEM-RECORD.

       4000-WRITE-MASTER-AND-REPORT.
           OPEN OUTPUT DORM-OUT-FILE
