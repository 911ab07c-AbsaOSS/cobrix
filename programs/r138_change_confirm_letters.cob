      * affected company gets ONE confirmation letter on CONFLET - five        *
      * changed fields, one letter - addressed to the PRE-change address:      *
      * the latest COMPVERS version dated before today, falling back to the    *
      * COMPIN master when no version exists, for the attention of the         *
      * company's director contact on the contact-role register                 *
      * (R177-ADDRESSEE-SERVICE) when one is named. The letter states what     *
      * changed and who to call if unexpected - the body rendered from        *
      * the latest effective-dated CONFIRM template on LETTMPL when one is     *
      * on file, the compiled wording otherwise; CONFCTL carries the           *
      * withholds post is counted, not written, and so is a company whose      *
      * address the post office bounced (UNDELIV, per R139) - confirming a     *
      * change to an address known dead just feeds the returned-mail bin.      *
      * Each letter is entered on the night's mail index MAILIDX for R199's    *
      * consolidation.                                                         *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT LETTER-FILE ASSIGN TO "CONFLET"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO "CONFCTL"
               ORGANIZATION IS SEQUENTIAL.

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(100).

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       FD  CONTROL-FILE.
       01  CONTROL-LINE                 PIC X(100).

       01  WS-POST-OK-FLAG          PIC X      VALUE "Y".

       01  WS-LETTER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-LINE-NUM         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-FIRST-LINE       PIC 9(9)   VALUE ZERO.
       01  WS-FOLDED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-WITHHELD-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-UNDELIV-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "addressee-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 3000-RESOLVE-PRE-CHANGE-ADDRESS
           PERFORM 3500-FALL-BACK-TO-MASTER
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND MAIL-INDEX-FILE
           OPEN OUTPUT CONTROL-FILE
           PERFORM 4000-WRITE-LETTERS
           PERFORM 8000-WRITE-CONTROL
           CLOSE LETTER-FILE
           CLOSE MAIL-INDEX-FILE
           CLOSE CONTROL-FILE
           DISPLAY "R138: CONFIRMATION LETTERS  " WS-LETTER-COUNT
           DISPLAY "R138: CHANGES FOLDED        " WS-FOLDED-COUNT

       4200-WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           COMPUTE WS-MAIL-FIRST-LINE = WS-MAIL-LINE-NUM + 1
           MOVE SPACES TO LETTER-LINE
           STRING "TO: " DELIMITED BY SIZE
               WS-CO-NAME (WS-SUB) DELIMITED BY SIZE
               WS-CO-ADDRESS (WS-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE SPACES TO WS-TMPL-CONT
           SET AD-BY-ID TO TRUE
           MOVE WS-CO-ID (WS-SUB) TO AD-COMPANY-ID
           MOVE SPACES TO AD-COMPANY-NAME
           MOVE "D" TO AD-ROLE
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
           MOVE SPACES TO LETTER-LINE
           STRING "RE: YOUR DETAILS CHANGED - " DELIMITED BY SIZE
               WS-CO-FIELDS (WS-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           IF WS-CONF-TEMPLATE-ON-FILE
               PERFORM 4250-RENDER-TEMPLATE-BODY
           ELSE
               MOVE "    IF YOU DID NOT REQUEST THIS CHANGE, CALL THE"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               MOVE "    SERVICE DESK AT ONCE AND QUOTE THIS LETTER."
                   TO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           PERFORM 4270-WRITE-MAIL-ITEM.

      ****************************************************************************
      * The letter body off the CONFIRM template: the company name fills        *
      * &NAME and its id stands in for &NUM; &CONT is the director contact      *
      * the letter is for, blank when there is none; no amount exists here,     *
      * so other tokens print as written. The changed fields are already on     *
      * the RE: line above.                                                     *
      ****************************************************************************
       4250-RENDER-TEMPLATE-BODY.
           PERFORM VARYING WS-LINE-NO-WANTED FROM 1 BY 1
               END-EVALUATE
           END-PERFORM
           MOVE WS-RENDER-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * The letter just printed, entered on the night's mail index (MAILIDX)     *
      * for consolidation by R199, keyed on the company id.                      *
      ****************************************************************************
       4270-WRITE-MAIL-ITEM.
           MOVE "R138" TO MI-SOURCE
           MOVE WS-MAIL-FIRST-LINE TO MI-FIRST-LINE
           COMPUTE MI-LINE-COUNT =
               WS-MAIL-LINE-NUM - WS-MAIL-FIRST-LINE + 1
           MOVE WS-CO-ID (WS-SUB) TO MI-ADDRESS-KEY
           MOVE WS-CO-NAME (WS-SUB) TO MI-ADDRESSEE
           MOVE WS-CO-ADDRESS (WS-SUB) TO MI-ADDRESS
           SET MI-CONSOLIDATE TO TRUE
           WRITE MAIL-ITEM-RECORD.

       8000-WRITE-CONTROL.
           MOVE SPACES TO CONTROL-LINE
