      * notice on BOXNOTICE - its body rendered from the latest              *
      * effective-dated BOXRENEW template on LETTMPL                          *
      * when one is loaded, the compiled wording otherwise - in the letter    *
      * style R059 prints, for the attention of the company's billing         *
      * contact on the contact-role register (R177-ADDRESSEE-SERVICE)         *
      * when one is named. BOXARREAR lists boxes                              *
      * whose rental balance is still open past WS-GRACE-DAYS after the       *
      * anniversary, flagged for closure; a branch with no tariff row is an   *
      * exception line, never a free box.                                      *
      * Each notice is entered on the night's mail index MAILIDX for R199's    *
      * consolidation.                                                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT NOTICE-FILE ASSIGN TO "BOXNOTICE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARREARS-FILE ASSIGN TO "BOXARREAR"
               ORGANIZATION IS SEQUENTIAL.

       FD  NOTICE-FILE.
       01  NOTICE-LINE                  PIC X(100).

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       FD  ARREARS-FILE.
       01  ARREARS-LINE                 PIC X(100).


       01  WS-BILLED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-LINE-NUM         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-FIRST-LINE       PIC 9(9)   VALUE ZERO.
       01  WS-ARREARS-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-NO-TARIFF-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "addressee-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 1200-REFRESH-FROM-RESOLUTION
           OPEN OUTPUT CHARGE-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND MAIL-INDEX-FILE
           OPEN OUTPUT ARREARS-FILE
           PERFORM 2000-BILL-AND-NOTIFY
           PERFORM 3000-REPORT-ARREARS
           CLOSE CHARGE-FILE
           CLOSE NOTICE-FILE
           CLOSE MAIL-INDEX-FILE
           CLOSE ARREARS-FILE
           PERFORM 3500-REWRITE-OUTSTANDING-CARRY
           PERFORM 4000-WRITE-RENTAL-MASTER

       2300-WRITE-RENEWAL-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           COMPUTE WS-MAIL-FIRST-LINE = WS-MAIL-LINE-NUM + 1
           MOVE SPACES TO NOTICE-LINE
           STRING "TO: " DELIMITED BY SIZE
               WS-RENT-COMPANY (WS-SUB) DELIMITED BY SIZE
               WS-RENT-BRANCH (WS-SUB) DELIMITED BY SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE SPACES TO WS-TMPL-CONT
           SET AD-BY-NAME TO TRUE
           MOVE SPACES TO AD-COMPANY-ID
           MOVE WS-RENT-COMPANY (WS-SUB) TO AD-COMPANY-NAME
           MOVE "B" TO AD-ROLE
           CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
           IF AD-STATUS NOT = 4
               STRING AD-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AD-LAST-NAME DELIMITED BY SIZE
                   INTO WS-TMPL-CONT
               MOVE SPACES TO NOTICE-LINE
               STRING "ATTN: " DELIMITED BY SIZE
                   WS-TMPL-CONT DELIMITED BY SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           IF WS-BOX-TEMPLATE-ON-FILE
               PERFORM 2350-RENDER-TEMPLATE-BODY
           ELSE
                   " - PLEASE ARRANGE PAYMENT" DELIMITED BY SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           PERFORM 2370-WRITE-MAIL-ITEM.

      ****************************************************************************
      * The notice body off the BOXRENEW template: the branch tariff prices     *
      * &AMT, days to the anniversary fill &AGE, and the box number stands      *
      * in for &NUM; &CONT is the billing contact the notice is for, blank      *
      * when the company has none.                                              *
      ****************************************************************************
       2350-RENDER-TEMPLATE-BODY.
           MOVE ZERO TO WS-RENTAL-WORK
               END-EVALUATE
           END-PERFORM
           MOVE WS-RENDER-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * The notice just printed, entered on the night's mail index (MAILIDX)     *
      * for consolidation by R199. The rental master holds no street             *
      * address; R199 finds it on ADDRSTD by the company name.                   *
      ****************************************************************************
       2370-WRITE-MAIL-ITEM.
           MOVE "R126" TO MI-SOURCE
           MOVE WS-MAIL-FIRST-LINE TO MI-FIRST-LINE
           COMPUTE MI-LINE-COUNT =
               WS-MAIL-LINE-NUM - WS-MAIL-FIRST-LINE + 1
           MOVE WS-RENT-COMPANY (WS-SUB) TO MI-ADDRESS-KEY
           MOVE WS-RENT-COMPANY (WS-SUB) TO MI-ADDRESSEE
           MOVE SPACES TO MI-ADDRESS
           SET MI-CONSOLIDATE TO TRUE
           WRITE MAIL-ITEM-RECORD.

      ****************************************************************************
      * A BOX pseudo-contract still carrying a balance past grace after its     *
