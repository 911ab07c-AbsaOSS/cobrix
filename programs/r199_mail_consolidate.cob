      ****************************************************************************
      *                                                                          *
      * Copyright 2018 ABSA Group Limited                                        *
      *                                                                          *
      * Licensed under the Apache License, Version 2.0 (the "License");          *
      * you may not use this file except in compliance with the License.         *
      * You may obtain a copy of the License at                                  *
      *                                                                          *
      *     http://www.apache.org/licenses/LICENSE-2.0                           *
      *                                                                          *
      * Unless required by applicable law or agreed to in writing, software      *
      * distributed under the License is distributed on an "AS IS" BASIS,        *
      * WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied. *
      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * R199-MAIL-CONSOLIDATE                                                    *
      *                                                                          *
      * Folds the night's post into as few envelopes as the addressees allow.    *
      * Each letter-producing program - R059 dunning (DUNLET), R138 change       *
      * confirmations (CONFLET), R126 PO box notices (BOXNOTICE), R151           *
      * dormancy letters (DORMLET), R082 statements (STMT) and R200 campaign     *
      * letters (CAMPMAIL) - enters every item it prints on the mail index       *
      * MAILIDX (mail-item.cpy). Items are matched to R071's standardised        *
      * address (ADDRSTD) and grouped by postcode, standardised street and       *
      * city and addressee; a legal notice (a final demand) keeps an envelope    *
      * of its own and an item held from post is left out. A first SORT          *
      * numbers the envelopes in postcode order, opening another envelope when   *
      * the inserter's page limit (parameter MAIL-MAX-PAGES) would be passed;    *
      * a second SORT brings the lines of all six files into envelope order      *
      * for the single print stream MAILPRT, where %%ENV and %%DOC control       *
      * marks carry the envelope and item page counts to the inserter. Lines     *
      * that belong to no item - as-at banners, the statement index - and held   *
      * items print first as operator pages. POSTRPT shows per program the       *
      * postage as printed standalone against the consolidated share             *
      * (parameter MAIL-POSTAGE-RATE per envelope), the envelopes saved and      *
      * the presort by postcode. A program run twice in the night leaves two     *
      * sets of entries; only the last run's items count, matching its print     *
      * file. MAILIDX is emptied once the print stream is written, ready for     *
      * the next night.                                                          *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R199-MAIL-CONSOLIDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARSED-FILE ASSIGN TO "ADDRSTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARSED-STATUS.

           SELECT MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MIDX-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "DUNLET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "CONFLET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "BOXNOTICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT DORMANCY-FILE ASSIGN TO "DORMLET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT ENVELOPE-SORT-FILE ASSIGN TO "ENVSORT".

           SELECT LINE-SORT-FILE ASSIGN TO "LINESORT".

           SELECT PRINT-FILE ASSIGN TO "MAILPRT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "POSTRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARSED-FILE.
       COPY "parsed-address".

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       FD  DUNNING-FILE.
       01  DUNNING-LINE                 PIC X(100).

       FD  CONFIRM-FILE.
       01  CONFIRM-LINE                 PIC X(100).

       FD  NOTICE-FILE.
       01  NOTICE-LINE                  PIC X(100).

       FD  DORMANCY-FILE.
       01  DORMANCY-LINE                PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(132).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-LINE                PIC X(100).

       SD  ENVELOPE-SORT-FILE.
       01  ENVELOPE-SORT-RECORD.
           05  ES-POSTAL                PIC X(10).
           05  ES-ADDRESS               PIC X(40).
           05  ES-NAME                  PIC X(10).
           05  ES-SEPARATE              PIC 9(4).
           05  ES-ITEM                  PIC 9(4).

       SD  LINE-SORT-FILE.
       01  LINE-SORT-RECORD.
           05  LS-ENVELOPE              PIC 9(6).
           05  LS-ITEM                  PIC 9(4).
           05  LS-LINE                  PIC 9(9).
           05  LS-SOURCE                PIC X(4).
           05  LS-TEXT                  PIC X(132).

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARSED-EOF-FLAG       PIC X      VALUE "N".
           88  WS-PARSED-EOF                   VALUE "Y".
       01  WS-PARSED-STATUS         PIC XX.
           88  WS-PARSED-NOT-FOUND          VALUE "35".
       01  WS-MIDX-EOF-FLAG         PIC X      VALUE "N".
           88  WS-MIDX-EOF                     VALUE "Y".
       01  WS-MIDX-STATUS           PIC XX.
           88  WS-MIDX-NOT-FOUND            VALUE "35".
       01  WS-SOURCE-EOF-FLAG       PIC X      VALUE "N".
           88  WS-SOURCE-EOF                   VALUE "Y".
       01  WS-SOURCE-STATUS         PIC XX.
           88  WS-SOURCE-NOT-FOUND          VALUE "35".
       01  WS-SORT-EOF-FLAG         PIC X      VALUE "N".
           88  WS-SORT-EOF                     VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".
       01  WS-ITEM-FULL-FLAG        PIC X      VALUE "N".
           88  WS-ITEM-FULL                    VALUE "Y".
       01  WS-ITEM-PLACED-FLAG      PIC X      VALUE "N".
           88  WS-ITEM-PLACED                  VALUE "Y".
       01  WS-ADDRESS-HIT-FLAG      PIC X      VALUE "N".
           88  WS-ADDRESS-HIT                  VALUE "Y".
       01  WS-NEW-ENVELOPE-FLAG     PIC X      VALUE "N".
           88  WS-NEW-ENVELOPE                 VALUE "Y".

       01  WS-SOURCE-NAMES.
           05  FILLER               PIC X(13)  VALUE "R059DUNLET".
           05  FILLER               PIC X(13)  VALUE "R138CONFLET".
           05  FILLER               PIC X(13)  VALUE "R126BOXNOTICE".
           05  FILLER               PIC X(13)  VALUE "R151DORMLET".
           05  FILLER               PIC X(13)  VALUE "R082STMT".
           05  FILLER               PIC X(13)  VALUE "R200CAMPMAIL".
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME-ENTRY OCCURS 6 TIMES.
               10  WS-SRC-PROGRAM       PIC X(4).
               10  WS-SRC-FILE          PIC X(9).

       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-TOTAL-ENTRY OCCURS 6 TIMES.
               10  WS-SRC-ITEMS         PIC 9(7).
               10  WS-SRC-SEPARATE      PIC 9(7).
               10  WS-SRC-HELD          PIC 9(7).
               10  WS-SRC-SUPERSEDED    PIC 9(7).
               10  WS-SRC-PAGES         PIC 9(7).
               10  WS-SRC-LAST-FIRST    PIC 9(9).
               10  WS-SRC-STANDALONE    PIC S9(7)V99.
               10  WS-SRC-CONSOLIDATED  PIC S9(7)V99.

       01  WS-PARSED-TABLE-COUNT    PIC 9(3)   VALUE ZERO.
       01  WS-PARSED-TABLE.
           05  WS-PARSED-ENTRY      OCCURS 500 TIMES.
               10  WS-PAR-KEY           PIC X(20).
               10  WS-PAR-STREET        PIC X(25).
               10  WS-PAR-CITY          PIC X(15).
               10  WS-PAR-POSTAL        PIC X(10).

       01  WS-ITEM-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY        OCCURS 2000 TIMES.
               10  WS-IT-SRC-SUB        PIC 9(1).
               10  WS-IT-FIRST          PIC 9(9).
               10  WS-IT-LAST           PIC 9(9).
               10  WS-IT-PAGES          PIC 9(3).
               10  WS-IT-ADDRESS-KEY    PIC X(20).
               10  WS-IT-ADDRESSEE      PIC X(30).
               10  WS-IT-ADDRESS        PIC X(30).
               10  WS-IT-HANDLING       PIC X(1).
               10  WS-IT-NAME-KEY       PIC X(10).
               10  WS-IT-PAR-SUB        PIC 9(3).
               10  WS-IT-ENVELOPE       PIC 9(6).

       01  WS-ENV-TABLE-COUNT       PIC 9(6)   VALUE ZERO.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY         OCCURS 2000 TIMES.
               10  WS-ENV-POSTAL        PIC X(10).
               10  WS-ENV-ITEMS         PIC 9(3).
               10  WS-ENV-PAGES         PIC 9(5).
               10  WS-ENV-SEPARATE      PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-HIT-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SRC-SUB               PIC 9(1)   VALUE ZERO.
       01  WS-IT-PTR                PIC 9(4)   VALUE ZERO.
       01  WS-SEARCH-FROM           PIC 9(4)   VALUE ZERO.
       01  WS-SRC-LINE-NUM          PIC 9(9)   VALUE ZERO.
       01  WS-OTHER-LINE-NUM        PIC 9(9)   VALUE ZERO.
       01  WS-LINE-TEXT             PIC X(132) VALUE SPACES.

       01  WS-PRV-KEY               PIC X(64)  VALUE SPACES.
       01  WS-CUR-KEY               PIC X(64)  VALUE SPACES.
       01  WS-PRV-ENVELOPE          PIC 9(6)   VALUE ZERO.
       01  WS-PRV-ITEM              PIC 9(4)   VALUE ZERO.
       01  WS-FIRST-LINE-FLAG       PIC X      VALUE "Y".
           88  WS-FIRST-LINE                   VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-POSTAGE-RATE          PIC S9(3)V99 VALUE 0.85.
       01  WS-MAX-PAGES             PIC 9(3)   VALUE 10.
       01  WS-SHARE                 PIC S9(7)V99 VALUE ZERO.
       01  WS-TOTAL-ITEMS           PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-SEPARATE        PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-HELD            PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-PAGES           PIC 9(7)   VALUE ZERO.
       01  WS-TOTAL-STANDALONE      PIC S9(7)V99 VALUE ZERO.
       01  WS-TOTAL-CONSOLIDATED    PIC S9(7)V99 VALUE ZERO.
       01  WS-ENVELOPES-SAVED       PIC 9(7)   VALUE ZERO.
       01  WS-POSTCODE-COUNT        PIC 9(6)   VALUE ZERO.

       01  WS-COUNT-EDIT            PIC ZZZZZZ9.
       01  WS-ENV-EDIT              PIC 9(6).
       01  WS-ITEMS-EDIT            PIC ZZZZ9.
       01  WS-HELD-EDIT             PIC ZZZZ9.
       01  WS-SEP-EDIT              PIC ZZZZ9.
       01  WS-PAGES-EDIT            PIC ZZZZ9.
       01  WS-STANDALONE-EDIT       PIC ZZZZZZ9.99.
       01  WS-CONSOLIDATED-EDIT     PIC ZZZZZZ9.99.
       01  WS-SAVED-EDIT            PIC -ZZZZZZ9.99.

       COPY "cycle-date-parm".
       COPY "param-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R199" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "MAIL-POSTAGE-RATE" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO
               MOVE PP-VALUE TO WS-POSTAGE-RATE
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           MOVE "MAIL-MAX-PAGES" TO PP-NAME
           CALL "R120-PARAM-SERVICE" USING PARAM-PARM
           IF PP-STATUS = ZERO AND PP-VALUE > ZERO
               MOVE PP-VALUE TO WS-MAX-PAGES
           END-IF
           INITIALIZE WS-SOURCE-TOTALS
           PERFORM 1000-LOAD-ADDRESSES
           PERFORM 1100-LOAD-MAIL-INDEX
           IF WS-ITEM-FULL
               DISPLAY "R199: MAIL INDEX TABLE FULL - NOTHING"
                   " CONSOLIDATED, POST THE LETTER FILES AS PRINTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ITEM-TABLE-COUNT = ZERO
               DISPLAY "R199: NO MAIL ITEMS ON MAILIDX"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT ENVELOPE-SORT-FILE
               ON ASCENDING KEY ES-POSTAL ES-ADDRESS ES-NAME
                   ES-SEPARATE ES-ITEM
               INPUT PROCEDURE IS 2000-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 2500-NUMBER-ENVELOPES
           OPEN OUTPUT PRINT-FILE
           SORT LINE-SORT-FILE
               ON ASCENDING KEY LS-ENVELOPE LS-ITEM LS-LINE
               INPUT PROCEDURE IS 3000-RELEASE-LINES
               OUTPUT PROCEDURE IS 3500-WRITE-PRINT-STREAM
           CLOSE PRINT-FILE
           PERFORM 4000-TALLY-POSTAGE
           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-WRITE-REPORT
           PERFORM 5100-WRITE-PRESORT
           CLOSE REPORT-FILE
           OPEN OUTPUT MAIL-INDEX-FILE
           CLOSE MAIL-INDEX-FILE
           DISPLAY "R199: MAIL ITEMS             " WS-TOTAL-ITEMS
           DISPLAY "R199: ENVELOPES PRINTED      " WS-ENV-TABLE-COUNT
           DISPLAY "R199: ENVELOPES SAVED        " WS-ENVELOPES-SAVED
           DISPLAY "R199: LEGAL - SENT SEPARATELY" WS-TOTAL-SEPARATE
           DISPLAY "R199: HELD FROM POST         " WS-TOTAL-HELD
           IF WS-OVERFLOW
               DISPLAY "R199: ADDRESS TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * R071's standardised addresses. No ADDRSTD, no grouping by postcode -     *
      * items still fold by the address as printed.                              *
      ****************************************************************************
       1000-LOAD-ADDRESSES.
           OPEN INPUT PARSED-FILE
           IF WS-PARSED-NOT-FOUND
               SET WS-PARSED-EOF TO TRUE
           ELSE
               READ PARSED-FILE
                   AT END SET WS-PARSED-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PARSED-EOF
               IF WS-PARSED-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PARSED-TABLE-COUNT
                   MOVE PA-KEY
                       TO WS-PAR-KEY (WS-PARSED-TABLE-COUNT)
                   MOVE FUNCTION UPPER-CASE (PA-STREET)
                       TO WS-PAR-STREET (WS-PARSED-TABLE-COUNT)
                   MOVE FUNCTION UPPER-CASE (PA-CITY)
                       TO WS-PAR-CITY (WS-PARSED-TABLE-COUNT)
                   MOVE FUNCTION UPPER-CASE (PA-POSTAL)
                       TO WS-PAR-POSTAL (WS-PARSED-TABLE-COUNT)
               END-IF
               READ PARSED-FILE
                   AT END SET WS-PARSED-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PARSED-NOT-FOUND
               CLOSE PARSED-FILE
           END-IF.

      ****************************************************************************
      * The night's mail index into the item table. Entries from a program we    *
      * do not print for are ignored; an entry starting no later than the        *
      * one before it from the same program means the program ran again and      *
      * rewrote its print file, so the earlier run's entries are dropped.        *
      ****************************************************************************
       1100-LOAD-MAIL-INDEX.
           OPEN INPUT MAIL-INDEX-FILE
           IF WS-MIDX-NOT-FOUND
               SET WS-MIDX-EOF TO TRUE
           ELSE
               READ MAIL-INDEX-FILE
                   AT END SET WS-MIDX-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MIDX-EOF
               MOVE ZERO TO WS-SRC-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
                   IF WS-SRC-PROGRAM (WS-SUB) = MI-SOURCE
                       MOVE WS-SUB TO WS-SRC-SUB
                   END-IF
               END-PERFORM
               IF WS-SRC-SUB > ZERO AND MI-LINE-COUNT > ZERO
                   PERFORM 1150-LOAD-ONE-ITEM
               END-IF
               READ MAIL-INDEX-FILE
                   AT END SET WS-MIDX-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MIDX-NOT-FOUND
               CLOSE MAIL-INDEX-FILE
           END-IF.

       1150-LOAD-ONE-ITEM.
           IF MI-FIRST-LINE <= WS-SRC-LAST-FIRST (WS-SRC-SUB)
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
                   IF WS-IT-SRC-SUB (WS-SUB) = WS-SRC-SUB
                       AND WS-IT-HANDLING (WS-SUB) NOT = "X"
                       MOVE "X" TO WS-IT-HANDLING (WS-SUB)
                       ADD 1 TO WS-SRC-SUPERSEDED (WS-SRC-SUB)
                   END-IF
               END-PERFORM
           END-IF
           MOVE MI-FIRST-LINE TO WS-SRC-LAST-FIRST (WS-SRC-SUB)
           IF WS-ITEM-TABLE-COUNT >= 2000
               SET WS-ITEM-FULL TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-TABLE-COUNT
               MOVE WS-ITEM-TABLE-COUNT TO WS-SUB
               MOVE WS-SRC-SUB TO WS-IT-SRC-SUB (WS-SUB)
               MOVE MI-FIRST-LINE TO WS-IT-FIRST (WS-SUB)
               COMPUTE WS-IT-LAST (WS-SUB) =
                   MI-FIRST-LINE + MI-LINE-COUNT - 1
               COMPUTE WS-IT-PAGES (WS-SUB) =
                   (MI-LINE-COUNT + 59) / 60
               MOVE MI-ADDRESS-KEY TO WS-IT-ADDRESS-KEY (WS-SUB)
               MOVE MI-ADDRESSEE TO WS-IT-ADDRESSEE (WS-SUB)
               MOVE MI-ADDRESS TO WS-IT-ADDRESS (WS-SUB)
               MOVE FUNCTION UPPER-CASE (MI-ADDRESSEE (1:10))
                   TO WS-IT-NAME-KEY (WS-SUB)
               MOVE ZERO TO WS-IT-PAR-SUB (WS-SUB)
               MOVE MI-HANDLING TO WS-IT-HANDLING (WS-SUB)
               IF MI-HANDLING NOT = "S" AND MI-HANDLING NOT = "N"
                   MOVE "C" TO WS-IT-HANDLING (WS-SUB)
               END-IF
               MOVE ZERO TO WS-IT-ENVELOPE (WS-SUB)
           END-IF.

      ****************************************************************************
      * One envelope-sort record per item to be posted. The envelope key is      *
      * the standardised postcode, street and city and the addressee's first     *
      * ten characters (the short-name convention every program joins on);       *
      * a legal notice carries its own item number in the key so it never        *
      * shares. An item whose own key finds no standardised address borrows      *
      * the one found for another item to the same addressee.                    *
      ****************************************************************************
       2000-RELEASE-ITEMS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
               IF WS-IT-HANDLING (WS-SUB) = "C"
                   OR WS-IT-HANDLING (WS-SUB) = "S"
                   PERFORM 2200-FIND-ADDRESS
                   IF WS-ADDRESS-HIT
                       MOVE WS-HIT-SUB TO WS-IT-PAR-SUB (WS-SUB)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
               IF WS-IT-PAR-SUB (WS-SUB) = ZERO
                   PERFORM 2250-BORROW-ADDRESS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
               IF WS-IT-HANDLING (WS-SUB) = "C"
                   OR WS-IT-HANDLING (WS-SUB) = "S"
                   PERFORM 2100-RELEASE-ONE-ITEM
               END-IF
           END-PERFORM.

       2100-RELEASE-ONE-ITEM.
           MOVE SPACES TO ENVELOPE-SORT-RECORD
           MOVE WS-IT-PAR-SUB (WS-SUB) TO WS-HIT-SUB
           IF WS-HIT-SUB > ZERO
               MOVE WS-PAR-POSTAL (WS-HIT-SUB) TO ES-POSTAL
               STRING WS-PAR-STREET (WS-HIT-SUB) DELIMITED BY SIZE
                   WS-PAR-CITY (WS-HIT-SUB) DELIMITED BY SIZE
                   INTO ES-ADDRESS
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-IT-ADDRESS (WS-SUB))
                   TO ES-ADDRESS
           END-IF
           MOVE WS-IT-NAME-KEY (WS-SUB) TO ES-NAME
           IF WS-IT-HANDLING (WS-SUB) = "S"
               MOVE WS-SUB TO ES-SEPARATE
           ELSE
               MOVE ZERO TO ES-SEPARATE
           END-IF
           MOVE WS-SUB TO ES-ITEM
           RELEASE ENVELOPE-SORT-RECORD.

      ****************************************************************************
      * ADDRSTD is keyed on the company id or the name: the item's key first,    *
      * then the addressee's name, then a short name against the first ten       *
      * characters of the parsed key.                                            *
      ****************************************************************************
       2200-FIND-ADDRESS.
           MOVE "N" TO WS-ADDRESS-HIT-FLAG
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-PARSED-TABLE-COUNT
                   OR WS-ADDRESS-HIT
               IF WS-PAR-KEY (WS-HIT-SUB) = WS-IT-ADDRESS-KEY (WS-SUB)
                   SET WS-ADDRESS-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ADDRESS-HIT
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > WS-PARSED-TABLE-COUNT
                       OR WS-ADDRESS-HIT
                   IF WS-PAR-KEY (WS-HIT-SUB)
                           = WS-IT-ADDRESSEE (WS-SUB) (1:20)
                       SET WS-ADDRESS-HIT TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ADDRESS-HIT
               AND WS-IT-ADDRESS-KEY (WS-SUB) (11:10) = SPACES
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > WS-PARSED-TABLE-COUNT
                       OR WS-ADDRESS-HIT
                   IF WS-PAR-KEY (WS-HIT-SUB) (1:10)
                           = WS-IT-ADDRESS-KEY (WS-SUB) (1:10)
                       SET WS-ADDRESS-HIT TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ADDRESS-HIT
               SUBTRACT 1 FROM WS-HIT-SUB
           END-IF.

       2250-BORROW-ADDRESS.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-ITEM-TABLE-COUNT
                   OR WS-IT-PAR-SUB (WS-SUB) > ZERO
               IF WS-IT-NAME-KEY (WS-HIT-SUB) = WS-IT-NAME-KEY (WS-SUB)
                   AND WS-IT-PAR-SUB (WS-HIT-SUB) > ZERO
                   MOVE WS-IT-PAR-SUB (WS-HIT-SUB)
                       TO WS-IT-PAR-SUB (WS-SUB)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Items come back in postcode order. A new key opens a new envelope, and   *
      * so does an item that would take the envelope past the inserter's page    *
      * limit.                                                                   *
      ****************************************************************************
       2500-NUMBER-ENVELOPES.
           MOVE "N" TO WS-SORT-EOF-FLAG
           MOVE HIGH-VALUES TO WS-PRV-KEY
           RETURN ENVELOPE-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 2600-PLACE-ONE-ITEM
               RETURN ENVELOPE-SORT-FILE
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

       2600-PLACE-ONE-ITEM.
           MOVE ES-ITEM TO WS-SUB
           MOVE ENVELOPE-SORT-RECORD (1:64) TO WS-CUR-KEY
           MOVE "N" TO WS-NEW-ENVELOPE-FLAG
           IF WS-CUR-KEY NOT = WS-PRV-KEY
               SET WS-NEW-ENVELOPE TO TRUE
           ELSE
               IF WS-ENV-PAGES (WS-ENV-TABLE-COUNT)
                       + WS-IT-PAGES (WS-SUB) > WS-MAX-PAGES
                   SET WS-NEW-ENVELOPE TO TRUE
               END-IF
           END-IF
           IF WS-NEW-ENVELOPE
               ADD 1 TO WS-ENV-TABLE-COUNT
               MOVE ES-POSTAL TO WS-ENV-POSTAL (WS-ENV-TABLE-COUNT)
               MOVE ZERO TO WS-ENV-ITEMS (WS-ENV-TABLE-COUNT)
               MOVE ZERO TO WS-ENV-PAGES (WS-ENV-TABLE-COUNT)
               MOVE "N" TO WS-ENV-SEPARATE (WS-ENV-TABLE-COUNT)
               MOVE WS-CUR-KEY TO WS-PRV-KEY
           END-IF
           IF WS-IT-HANDLING (WS-SUB) = "S"
               MOVE "Y" TO WS-ENV-SEPARATE (WS-ENV-TABLE-COUNT)
           END-IF
           ADD 1 TO WS-ENV-ITEMS (WS-ENV-TABLE-COUNT)
           ADD WS-IT-PAGES (WS-SUB) TO WS-ENV-PAGES (WS-ENV-TABLE-COUNT)
           MOVE WS-ENV-TABLE-COUNT TO WS-IT-ENVELOPE (WS-SUB).

      ****************************************************************************
      * Every line of the six print files, tagged with the envelope and item     *
      * it belongs to. Lines outside any posted item go under envelope zero -    *
      * item zero for banners and indexes, the item's own number for one held    *
      * from post - in the order they were read.                                 *
      ****************************************************************************
       3000-RELEASE-LINES.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 6
               PERFORM 3100-RELEASE-SOURCE
           END-PERFORM.

       3100-RELEASE-SOURCE.
           MOVE "N" TO WS-SOURCE-EOF-FLAG
           MOVE ZERO TO WS-SRC-LINE-NUM
           MOVE ZERO TO WS-IT-PTR
           PERFORM 3250-NEXT-ITEM-OF-SOURCE
           EVALUATE WS-SRC-SUB
               WHEN 1
                   OPEN INPUT DUNNING-FILE
               WHEN 2
                   OPEN INPUT CONFIRM-FILE
               WHEN 3
                   OPEN INPUT NOTICE-FILE
               WHEN 4
                   OPEN INPUT DORMANCY-FILE
               WHEN 5
                   OPEN INPUT STATEMENT-FILE
               WHEN OTHER
                   OPEN INPUT CAMPAIGN-FILE
           END-EVALUATE
           IF WS-SOURCE-NOT-FOUND
               SET WS-SOURCE-EOF TO TRUE
           ELSE
               PERFORM 3150-READ-SOURCE-LINE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               PERFORM 3200-RELEASE-ONE-LINE
               PERFORM 3150-READ-SOURCE-LINE
           END-PERFORM
           IF NOT WS-SOURCE-NOT-FOUND
               EVALUATE WS-SRC-SUB
                   WHEN 1
                       CLOSE DUNNING-FILE
                   WHEN 2
                       CLOSE CONFIRM-FILE
                   WHEN 3
                       CLOSE NOTICE-FILE
                   WHEN 4
                       CLOSE DORMANCY-FILE
                   WHEN 5
                       CLOSE STATEMENT-FILE
                   WHEN OTHER
                       CLOSE CAMPAIGN-FILE
               END-EVALUATE
           END-IF.

       3150-READ-SOURCE-LINE.
           MOVE SPACES TO WS-LINE-TEXT
           EVALUATE WS-SRC-SUB
               WHEN 1
                   READ DUNNING-FILE INTO WS-LINE-TEXT
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ CONFIRM-FILE INTO WS-LINE-TEXT
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ NOTICE-FILE INTO WS-LINE-TEXT
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ DORMANCY-FILE INTO WS-LINE-TEXT
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ STATEMENT-FILE INTO WS-LINE-TEXT
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ CAMPAIGN-FILE INTO WS-LINE-TEXT
                       AT END SET WS-SOURCE-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       3200-RELEASE-ONE-LINE.
           ADD 1 TO WS-SRC-LINE-NUM
           MOVE "N" TO WS-ITEM-PLACED-FLAG
           PERFORM UNTIL WS-IT-PTR = ZERO OR WS-ITEM-PLACED
               IF WS-IT-LAST (WS-IT-PTR) >= WS-SRC-LINE-NUM
                   SET WS-ITEM-PLACED TO TRUE
               ELSE
                   PERFORM 3250-NEXT-ITEM-OF-SOURCE
               END-IF
           END-PERFORM
           MOVE WS-SRC-PROGRAM (WS-SRC-SUB) TO LS-SOURCE
           MOVE WS-LINE-TEXT TO LS-TEXT
           IF WS-ITEM-PLACED
               IF WS-IT-FIRST (WS-IT-PTR) > WS-SRC-LINE-NUM
                   MOVE "N" TO WS-ITEM-PLACED-FLAG
               END-IF
           END-IF
           IF WS-ITEM-PLACED
               MOVE WS-IT-ENVELOPE (WS-IT-PTR) TO LS-ENVELOPE
               MOVE WS-IT-PTR TO LS-ITEM
               MOVE WS-SRC-LINE-NUM TO LS-LINE
           ELSE
               ADD 1 TO WS-OTHER-LINE-NUM
               MOVE ZERO TO LS-ENVELOPE
               MOVE ZERO TO LS-ITEM
               MOVE WS-OTHER-LINE-NUM TO LS-LINE
           END-IF
           RELEASE LINE-SORT-RECORD.

      ****************************************************************************
      * The next live item of this source after WS-IT-PTR; zero when there is    *
      * none left, so the rest of the file prints as operator pages.             *
      ****************************************************************************
       3250-NEXT-ITEM-OF-SOURCE.
           COMPUTE WS-SEARCH-FROM = WS-IT-PTR + 1
           MOVE ZERO TO WS-IT-PTR
           PERFORM VARYING WS-SUB FROM WS-SEARCH-FROM BY 1
                   UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
                   OR WS-IT-PTR > ZERO
               IF WS-IT-SRC-SUB (WS-SUB) = WS-SRC-SUB
                   AND WS-IT-HANDLING (WS-SUB) NOT = "X"
                   MOVE WS-SUB TO WS-IT-PTR
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The single print stream. Operator pages first; then each envelope        *
      * opens with its %%ENV mark (envelope number, postcode, items, pages,      *
      * SEPARATE for a legal notice) and each item with a %%DOC mark.            *
      ****************************************************************************
       3500-WRITE-PRINT-STREAM.
           MOVE "N" TO WS-SORT-EOF-FLAG
           RETURN LINE-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 3600-WRITE-ONE-LINE
               RETURN LINE-SORT-FILE
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           MOVE WS-ENV-TABLE-COUNT TO WS-ENV-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "%%EOJ ENVELOPES " DELIMITED BY SIZE
               WS-ENV-EDIT DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE.

       3600-WRITE-ONE-LINE.
           IF WS-FIRST-LINE AND LS-ENVELOPE = ZERO
               MOVE "%%OPERATOR PAGES - NOT FOR INSERTION"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF LS-ENVELOPE NOT = WS-PRV-ENVELOPE
               OR WS-FIRST-LINE
               IF LS-ENVELOPE > ZERO
                   PERFORM 3700-START-ENVELOPE
               END-IF
               MOVE ZERO TO WS-PRV-ITEM
           END-IF
           IF LS-ITEM NOT = WS-PRV-ITEM
               PERFORM 3750-START-ITEM
           END-IF
           MOVE "N" TO WS-FIRST-LINE-FLAG
           MOVE LS-ENVELOPE TO WS-PRV-ENVELOPE
           MOVE LS-ITEM TO WS-PRV-ITEM
           MOVE LS-TEXT TO PRINT-LINE
           WRITE PRINT-LINE.

       3700-START-ENVELOPE.
           MOVE LS-ENVELOPE TO WS-ENV-EDIT
           MOVE WS-ENV-ITEMS (LS-ENVELOPE) TO WS-ITEMS-EDIT
           MOVE WS-ENV-PAGES (LS-ENVELOPE) TO WS-PAGES-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "%%ENV " DELIMITED BY SIZE
               WS-ENV-EDIT DELIMITED BY SIZE
               " POSTCODE " DELIMITED BY SIZE
               WS-ENV-POSTAL (LS-ENVELOPE) DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               WS-ITEMS-EDIT DELIMITED BY SIZE
               " PAGES " DELIMITED BY SIZE
               WS-PAGES-EDIT DELIMITED BY SIZE
               INTO PRINT-LINE
           IF WS-ENV-SEPARATE (LS-ENVELOPE) = "Y"
               MOVE " SEPARATE - LEGAL NOTICE" TO PRINT-LINE (60:24)
           END-IF
           WRITE PRINT-LINE.

       3750-START-ITEM.
           IF LS-ITEM > ZERO
               MOVE LS-ENVELOPE TO WS-ENV-EDIT
               MOVE WS-IT-PAGES (LS-ITEM) TO WS-PAGES-EDIT
               MOVE SPACES TO PRINT-LINE
               IF LS-ENVELOPE > ZERO
                   STRING "%%DOC " DELIMITED BY SIZE
                       WS-ENV-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LS-SOURCE DELIMITED BY SIZE
                       " PAGES " DELIMITED BY SIZE
                       WS-PAGES-EDIT DELIMITED BY SIZE
                       INTO PRINT-LINE
               ELSE
                   STRING "%%HELD " DELIMITED BY SIZE
                       LS-SOURCE DELIMITED BY SIZE
                       " - HELD FROM POST, NOT FOR INSERTION"
                       DELIMITED BY SIZE
                       INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           END-IF.

      ****************************************************************************
      * Postage per program: standalone, every item would have gone in an        *
      * envelope of its own; consolidated, each envelope's postage is shared     *
      * among the items inside it.                                               *
      ****************************************************************************
       4000-TALLY-POSTAGE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-TABLE-COUNT
               MOVE WS-IT-SRC-SUB (WS-SUB) TO WS-SRC-SUB
               EVALUATE WS-IT-HANDLING (WS-SUB)
                   WHEN "N"
                       ADD 1 TO WS-SRC-HELD (WS-SRC-SUB)
                   WHEN "C"
                   WHEN "S"
                       IF WS-IT-HANDLING (WS-SUB) = "S"
                           ADD 1 TO WS-SRC-SEPARATE (WS-SRC-SUB)
                       END-IF
                       ADD 1 TO WS-SRC-ITEMS (WS-SRC-SUB)
                       ADD WS-IT-PAGES (WS-SUB)
                           TO WS-SRC-PAGES (WS-SRC-SUB)
                       ADD WS-POSTAGE-RATE
                           TO WS-SRC-STANDALONE (WS-SRC-SUB)
                       COMPUTE WS-SHARE ROUNDED = WS-POSTAGE-RATE
                           / WS-ENV-ITEMS (WS-IT-ENVELOPE (WS-SUB))
                       ADD WS-SHARE
                           TO WS-SRC-CONSOLIDATED (WS-SRC-SUB)
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 6
               ADD WS-SRC-ITEMS (WS-SRC-SUB) TO WS-TOTAL-ITEMS
               ADD WS-SRC-SEPARATE (WS-SRC-SUB) TO WS-TOTAL-SEPARATE
               ADD WS-SRC-HELD (WS-SRC-SUB) TO WS-TOTAL-HELD
               ADD WS-SRC-PAGES (WS-SRC-SUB) TO WS-TOTAL-PAGES
               ADD WS-SRC-STANDALONE (WS-SRC-SUB)
                   TO WS-TOTAL-STANDALONE
           END-PERFORM
           COMPUTE WS-TOTAL-CONSOLIDATED =
               WS-ENV-TABLE-COUNT * WS-POSTAGE-RATE
           COMPUTE WS-ENVELOPES-SAVED =
               WS-TOTAL-ITEMS - WS-ENV-TABLE-COUNT.

       5000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "MAIL CONSOLIDATION AND POSTAGE - BUSINESS DATE "
               DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROG FILE       ITEMS  LEGAL   HELD  PAGES  STANDALONE"
               TO REPORT-LINE
           MOVE "CONSOLIDATED       SAVED" TO REPORT-LINE (57:25)
           WRITE REPORT-LINE
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 6
               PERFORM 5050-WRITE-SOURCE-LINE
           END-PERFORM
           MOVE WS-TOTAL-ITEMS TO WS-ITEMS-EDIT
           MOVE WS-TOTAL-SEPARATE TO WS-SEP-EDIT
           MOVE WS-TOTAL-HELD TO WS-HELD-EDIT
           MOVE WS-TOTAL-PAGES TO WS-PAGES-EDIT
           MOVE WS-TOTAL-STANDALONE TO WS-STANDALONE-EDIT
           MOVE WS-TOTAL-CONSOLIDATED TO WS-CONSOLIDATED-EDIT
           COMPUTE WS-SAVED-EDIT =
               WS-TOTAL-STANDALONE - WS-TOTAL-CONSOLIDATED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL          " DELIMITED BY SIZE
               WS-ITEMS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SEP-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HELD-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAGES-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STANDALONE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CONSOLIDATED-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SAVED-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENV-TABLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ENVELOPES PRINTED " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENVELOPES-SAVED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ENVELOPES SAVED   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SEPARATE TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LEGAL NOTICES EXCLUDED FROM CONSOLIDATION "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 6
               ADD WS-SRC-SUPERSEDED (WS-SRC-SUB) TO WS-HIT-SUB
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               MOVE WS-HIT-SUB TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "ENTRIES FROM AN EARLIER RUN DROPPED "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5050-WRITE-SOURCE-LINE.
           MOVE WS-SRC-ITEMS (WS-SRC-SUB) TO WS-ITEMS-EDIT
           MOVE WS-SRC-SEPARATE (WS-SRC-SUB) TO WS-SEP-EDIT
           MOVE WS-SRC-HELD (WS-SRC-SUB) TO WS-HELD-EDIT
           MOVE WS-SRC-PAGES (WS-SRC-SUB) TO WS-PAGES-EDIT
           MOVE WS-SRC-STANDALONE (WS-SRC-SUB) TO WS-STANDALONE-EDIT
           MOVE WS-SRC-CONSOLIDATED (WS-SRC-SUB)
               TO WS-CONSOLIDATED-EDIT
           COMPUTE WS-SAVED-EDIT = WS-SRC-STANDALONE (WS-SRC-SUB)
               - WS-SRC-CONSOLIDATED (WS-SRC-SUB)
           MOVE SPACES TO REPORT-LINE
           STRING WS-SRC-PROGRAM (WS-SRC-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SRC-FILE (WS-SRC-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEMS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SEP-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HELD-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAGES-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STANDALONE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CONSOLIDATED-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SAVED-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The presort: envelopes per postcode, in the order they print.            *
      ****************************************************************************
       5100-WRITE-PRESORT.
           MOVE "POSTAL PRESORT - ENVELOPES BY POSTCODE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-POSTCODE-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENV-TABLE-COUNT
               ADD 1 TO WS-POSTCODE-COUNT
               IF WS-SUB = WS-ENV-TABLE-COUNT
                   PERFORM 5150-WRITE-POSTCODE-LINE
               ELSE
                   IF WS-ENV-POSTAL (WS-SUB + 1)
                           NOT = WS-ENV-POSTAL (WS-SUB)
                       PERFORM 5150-WRITE-POSTCODE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       5150-WRITE-POSTCODE-LINE.
           MOVE WS-POSTCODE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           IF WS-ENV-POSTAL (WS-SUB) = SPACES
               MOVE "(NONE)" TO REPORT-LINE (3:10)
           ELSE
               MOVE WS-ENV-POSTAL (WS-SUB) TO REPORT-LINE (3:10)
           END-IF
           MOVE WS-COUNT-EDIT TO REPORT-LINE (15:7)
           WRITE REPORT-LINE
           MOVE ZERO TO WS-POSTCODE-COUNT.
