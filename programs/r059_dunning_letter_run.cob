      *                                                                          *
      * R059-DUNNING-LETTER-RUN                                                 *
      *                                                                          *
      * Generates collection letters for contracts in R019's 61-90 and over-90   *
      * aging buckets. The ENTITY extract is walked in its hierarchical order:   *
      * each COMPANY segment opens a group, and the group's CONTACT and overdue  *
      * CONTRACT children are buffered until the next company so the letter can  *
      * join contract, contact and company address regardless of the order the   *
      * children arrived in. Severity 1 (reminder) covers 61-90 days, severity 2 *
      * (final demand) over 90; a print-ready letter per contract goes to        *
      * DUNLET, a per-severity control count to DUNCTL with the per-contract     *
      * trail behind it appended to the DUNHIST history (contract, severity,     *
      * date - the record R101's dunning-exhausted test reads). Each letter goes *
      * to the contact holding the company's billing role on the contact-role    *
      * register (R177-ADDRESSEE-SERVICE), a final demand to the legal contact   *
      * and failing that the billing one; with no role holder among the group's  *
      * CONTACTs the letter goes to the company at its address and is listed on  *
      * DUNEXC for the register to be completed. Contracts with a kept           *
      * promise-to-pay arrangement (ARRSUPP, written nightly by R100) get no     *
      * letter while the plan is honoured; a broken plan drops off the           *
      * suppression list and dunning resumes at the severity the contract's age  *
      * dictates. Contracts placed with attorneys (PLCSUPP, written by R110) are *
      * likewise suppressed - legal owns them now - and so are contracts the     *
      * customer disputes (DISPSUPP, open disputes written by R158), counted     *
      * apart so the control report shows what the disputes held back. A         *
      * contract frozen by an active insolvency case (INSOLSUPP, written by      *
      * R167) gets no letter either, whatever else applies - creditors may not   *
      * be pursued once proceedings are filed - and is counted on its own line.  *
      * A contract closed by early termination (TERMSUPP, written by R184) is    *
      * finished business and is counted on a line of its own as well. A         *
      * contract the customer has an open complaint about (CMPSUPP, written by   *
      * R194) is held while the complaint is worked and counted on its own line  *
      * too. A contract sold to a debt purchaser (SOLDSUPP, written by R202) is  *
      * theirs to collect and is counted on a line of its own. A company whose   *
      * consent register entry (CNSOUT, maintained by R137) withholds postal     *
      * contact, or whose address the post office bounced (UNDELIV, written by   *
      * R139), gets no letter at all - the whole group is counted suppressed     *
      * instead of printed. Letter wording comes from the maintained template    *
      * file LETTMPL (letter-template.cpy, type DUNNING, by severity and the     *
      * company's language on the consent register, latest effective-dated       *
      * version on or before today) with the &NAME/&CONT/&NUM/&AMT/&AGE          *
      * variables substituted per letter; with no template on file for the key,  *
      * the compiled wording below still prints - legal's new wording loads      *
      * ahead of time without a compile. When the company has a relationship     *
      * manager on RMNAMES (written by R128) the letter carries a copy-to line   *
      * naming the manager. A contract billed by the invoice run (R156, register *
      * INVREGOUT) is quoted by its invoice number on the letter - &INV in a     *
      * template - so the customer can match the demand to the invoice they were *
      * sent.                                                                    *
      * A contract sold under a catalogue product (R180-PRODUCT-SERVICE) is      *
      * dunned at that product's reminder and final-demand ages in place of 60   *
      * and 90 days; one with no product keeps 60 and 90 and is counted.         *
      * Each letter is entered on the night's mail index MAILIDX for R199's      *
      * consolidation; a final demand goes on as a legal notice, posted in an    *
      * envelope of its own.                                                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
           SELECT LETTER-FILE ASSIGN TO "DUNLET"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO "DUNCTL"
               ORGANIZATION IS SEQUENTIAL.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.

           SELECT DSP-SUPP-FILE ASSIGN TO "DISPSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-SUPP-STATUS.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-SUPP-STATUS.

           SELECT TRM-SUPP-FILE ASSIGN TO "TERMSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-SUPP-STATUS.

           SELECT CMP-SUPP-FILE ASSIGN TO "CMPSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-SUPP-STATUS.

           SELECT SLD-SUPP-FILE ASSIGN TO "SOLDSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLD-SUPP-STATUS.

           SELECT PLC-SUPP-FILE ASSIGN TO "PLCSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-SUPP-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.

           SELECT INVOICE-REG-FILE ASSIGN TO "INVREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT INV-KEY-FILE ASSIGN TO "INVNKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVK-CONTRACT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(100).

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       FD  CONTROL-FILE.
       01  CONTROL-LINE                 PIC X(80).

       FD  SUPP-FILE.
       01  SUPP-CONTRACT-NUMBER         PIC X(15).

       FD  DSP-SUPP-FILE.
       01  DSP-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  TRM-SUPP-FILE.
       01  TRM-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  CMP-SUPP-FILE.
       01  CMP-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  SLD-SUPP-FILE.
       01  SLD-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  PLC-SUPP-FILE.
       01  PLC-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  TEMPLATE-FILE.
       COPY "letter-template".

       FD  INVOICE-REG-FILE.
       COPY "invoice-register".

       FD  INV-KEY-FILE.
       01  INV-KEY-RECORD.
           05  IVK-CONTRACT-NUMBER      PIC X(15).
           05  IVK-NUMBER               PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG              PIC X      VALUE "N".
           88  WS-EOF                          VALUE "Y".
       01  WS-CONTACT-PHONE-HOLD    PIC X(17).
       01  WS-CONTACT-FOUND-FLAG    PIC X      VALUE "N".
           88  WS-CONTACT-FOUND                VALUE "Y".
       01  WS-GRP-CONTACT-COUNT     PIC 9(2)   VALUE ZERO.
       01  WS-GRP-CONTACT-TABLE.
           05  WS-GRP-CONTACT-ENTRY OCCURS 20 TIMES.
               10  WS-GRP-CONTACT-FIRST PIC X(16).
               10  WS-GRP-CONTACT-LAST  PIC X(16).
               10  WS-GRP-CONTACT-PHONE PIC X(17).
       01  WS-GRP-SUB               PIC 9(2)   VALUE ZERO.
       01  WS-ADDR-PREFIX           PIC X(4)   VALUE SPACES.
       01  WS-COMPANY-ADDR-COUNT    PIC 9(9)   VALUE ZERO.

       01  WS-DUE-TABLE-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-DUE-TABLE.
               10  WS-DUE-AGE           PIC S9(9).
               10  WS-DUE-AMOUNT        PIC 9(10)V9(2).
               10  WS-DUE-SEVERITY      PIC 9(1).
               10  WS-DUE-INVOICE       PIC X(10).

       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           88  WS-PLC-SUPP-EOF                 VALUE "Y".
       01  WS-PLC-SUPP-STATUS       PIC XX.
           88  WS-PLC-SUPP-NOT-FOUND        VALUE "35".
       01  WS-DSP-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-DSP-SUPP-EOF                 VALUE "Y".
       01  WS-DSP-SUPP-STATUS       PIC XX.
           88  WS-DSP-SUPP-NOT-FOUND        VALUE "35".
       01  WS-INS-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-INS-SUPP-EOF                 VALUE "Y".
       01  WS-INS-SUPP-STATUS       PIC XX.
           88  WS-INS-SUPP-NOT-FOUND        VALUE "35".
       01  WS-TRM-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-TRM-SUPP-EOF                 VALUE "Y".
       01  WS-TRM-SUPP-STATUS       PIC XX.
           88  WS-TRM-SUPP-NOT-FOUND        VALUE "35".
       01  WS-CMP-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-CMP-SUPP-EOF                 VALUE "Y".
       01  WS-CMP-SUPP-STATUS       PIC XX.
           88  WS-CMP-SUPP-NOT-FOUND        VALUE "35".
       01  WS-SLD-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-SLD-SUPP-EOF                 VALUE "Y".
       01  WS-SLD-SUPP-STATUS       PIC XX.
           88  WS-SLD-SUPP-NOT-FOUND        VALUE "35".
       01  WS-RM-EOF-FLAG           PIC X      VALUE "N".
           88  WS-RM-EOF                       VALUE "Y".
       01  WS-RM-STATUS             PIC XX.
       01  WS-RENDER-IN             PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-OUT            PIC 9(3)   VALUE ZERO.
       01  WS-CONTACT-FULL          PIC X(33)  VALUE SPACES.
       01  WS-INV-EOF-FLAG          PIC X      VALUE "N".
           88  WS-INV-EOF                      VALUE "Y".
       01  WS-INV-STATUS            PIC XX.
           88  WS-INV-NOT-FOUND             VALUE "35".
       01  WS-SUPP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-CONTRACT     PIC X(15)  OCCURS 200 TIMES.

       01  WS-LETTER-SEV1-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-LETTER-SEV2-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-LINE-NUM         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-FIRST-LINE       PIC 9(9)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-SUPPRESSED-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-DSP-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-CONTRACT      PIC X(15)  OCCURS 500 TIMES.
       01  WS-DSP-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-DISPUTED-FLAG         PIC X      VALUE "N".
           88  WS-DISPUTED                     VALUE "Y".
       01  WS-DISPUTE-SUPP-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-INS-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-INS-TABLE.
           05  WS-INS-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-INS-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-INSOLVENT-FLAG        PIC X      VALUE "N".
           88  WS-INSOLVENT                    VALUE "Y".
       01  WS-INSOLVENCY-SUPP-COUNT PIC 9(9)   VALUE ZERO.
       01  WS-TRM-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-TRM-TABLE.
           05  WS-TRM-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-TRM-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-TERMINATED-FLAG       PIC X      VALUE "N".
           88  WS-TERMINATED                   VALUE "Y".
       01  WS-TERMINATED-SUPP-COUNT PIC 9(9)   VALUE ZERO.
       01  WS-CMP-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CMP-TABLE.
           05  WS-CMP-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-CMP-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-COMPLAINED-FLAG       PIC X      VALUE "N".
           88  WS-COMPLAINED                   VALUE "Y".
       01  WS-COMPLAINT-SUPP-COUNT  PIC 9(9)   VALUE ZERO.
       01  WS-SLD-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SLD-TABLE.
           05  WS-SLD-CONTRACT      PIC X(15)  OCCURS 2000 TIMES.
       01  WS-SLD-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-SOLD-FLAG             PIC X      VALUE "N".
           88  WS-SOLD                         VALUE "Y".
       01  WS-SOLD-SUPP-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-REMINDER-DAYS         PIC 9(3)   VALUE 60.
       01  WS-FINAL-DEMAND-DAYS     PIC 9(3)   VALUE 90.
       01  WS-NO-PRODUCT-COUNT      PIC 9(9)   VALUE ZERO.

       COPY "cycle-date-parm".

       COPY "addressee-parm".

       COPY "product-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT ENTITY-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND MAIL-INDEX-FILE
           PERFORM 1060-WRITE-AS-AT-BANNER
           OPEN OUTPUT CONTROL-FILE
           OPEN OUTPUT EXCEPTION-FILE
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1500-LOAD-ARRANGEMENT-SUPP
           PERFORM 1600-LOAD-PLACEMENT-SUPP
           PERFORM 1650-LOAD-DISPUTE-SUPP
           PERFORM 1660-LOAD-INSOLVENCY-SUPP
           PERFORM 1670-LOAD-TERMINATION-SUPP
           PERFORM 1680-LOAD-COMPLAINT-SUPP
           PERFORM 1690-LOAD-SOLD-SUPP
           PERFORM 1700-LOAD-RM-NAMES
           PERFORM 1800-LOAD-CONSENT
           PERFORM 1900-LOAD-UNDELIVERABLES
           PERFORM 1950-LOAD-TEMPLATES
           PERFORM 1970-LOAD-INVOICES
           READ ENTITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 8000-WRITE-CONTROL-REPORT
           CLOSE ENTITY-FILE
           CLOSE LETTER-FILE
           CLOSE MAIL-INDEX-FILE
           CLOSE CONTROL-FILE
           CLOSE EXCEPTION-FILE
           CLOSE HISTORY-FILE
           CLOSE INV-KEY-FILE
           DISPLAY "R059: REMINDER LETTERS       " WS-LETTER-SEV1-COUNT
           DISPLAY "R059: FINAL DEMAND LETTERS   " WS-LETTER-SEV2-COUNT
           DISPLAY "R059: ADDRESSED TO COMPANY   " WS-COMPANY-ADDR-COUNT
           DISPLAY "R059: UNGROUPED EXCEPTIONS   " WS-EXCEPTION-COUNT
           DISPLAY "R059: ARRANGEMENT SUPPRESSED " WS-SUPPRESSED-COUNT
           DISPLAY "R059: CONSENT SUPPRESSED    " WS-CONSENT-SUPP-COUNT
           DISPLAY "R059: DISPUTE SUPPRESSED     " WS-DISPUTE-SUPP-COUNT
           DISPLAY "R059: INSOLVENCY SUPPRESSED  "
               WS-INSOLVENCY-SUPP-COUNT
           DISPLAY "R059: TERMINATED SUPPRESSED  "
               WS-TERMINATED-SUPP-COUNT
           DISPLAY "R059: COMPLAINT SUPPRESSED   "
               WS-COMPLAINT-SUPP-COUNT
           DISPLAY "R059: SOLD SUPPRESSED        " WS-SOLD-SUPP-COUNT
           DISPLAY "R059: NO PRODUCT - DEFAULTS  " WS-NO-PRODUCT-COUNT
           IF WS-OVERFLOW
               DISPLAY "R059: LOAD TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               CLOSE PLC-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contracts under an open customer dispute (R158). Kept in a table of    *
      * their own so the control report can count them apart.                 *
      ****************************************************************************
       1650-LOAD-DISPUTE-SUPP.
           OPEN INPUT DSP-SUPP-FILE
           IF WS-DSP-SUPP-NOT-FOUND
               SET WS-DSP-SUPP-EOF TO TRUE
           ELSE
               READ DSP-SUPP-FILE
                   AT END SET WS-DSP-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSP-SUPP-EOF
               IF WS-DSP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-DSP-TABLE-COUNT
                   MOVE DSP-SUPP-CONTRACT-NUMBER
                       TO WS-DSP-CONTRACT (WS-DSP-TABLE-COUNT)
               END-IF
               READ DSP-SUPP-FILE
                   AT END SET WS-DSP-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-SUPP-NOT-FOUND
               CLOSE DSP-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contracts frozen by an active insolvency case (R167), again in a       *
      * table of their own for the control report.                             *
      ****************************************************************************
       1660-LOAD-INSOLVENCY-SUPP.
           OPEN INPUT INS-SUPP-FILE
           IF WS-INS-SUPP-NOT-FOUND
               SET WS-INS-SUPP-EOF TO TRUE
           ELSE
               READ INS-SUPP-FILE
                   AT END SET WS-INS-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INS-SUPP-EOF
               IF WS-INS-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-INS-TABLE-COUNT
                   MOVE IFZ-CONTRACT-NUMBER
                       TO WS-INS-CONTRACT (WS-INS-TABLE-COUNT)
               END-IF
               READ INS-SUPP-FILE
                   AT END SET WS-INS-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-SUPP-NOT-FOUND
               CLOSE INS-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contracts closed early at the customer's request (R184).                 *
      ****************************************************************************
       1670-LOAD-TERMINATION-SUPP.
           OPEN INPUT TRM-SUPP-FILE
           IF WS-TRM-SUPP-NOT-FOUND
               SET WS-TRM-SUPP-EOF TO TRUE
           ELSE
               READ TRM-SUPP-FILE
                   AT END SET WS-TRM-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TRM-SUPP-EOF
               IF WS-TRM-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TRM-TABLE-COUNT
                   MOVE TRM-SUPP-CONTRACT-NUMBER
                       TO WS-TRM-CONTRACT (WS-TRM-TABLE-COUNT)
               END-IF
               READ TRM-SUPP-FILE
                   AT END SET WS-TRM-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TRM-SUPP-NOT-FOUND
               CLOSE TRM-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contracts under an open customer complaint (R194).                       *
      ****************************************************************************
       1680-LOAD-COMPLAINT-SUPP.
           OPEN INPUT CMP-SUPP-FILE
           IF WS-CMP-SUPP-NOT-FOUND
               SET WS-CMP-SUPP-EOF TO TRUE
           ELSE
               READ CMP-SUPP-FILE
                   AT END SET WS-CMP-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CMP-SUPP-EOF
               IF WS-CMP-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CMP-TABLE-COUNT
                   MOVE CMP-SUPP-CONTRACT-NUMBER
                       TO WS-CMP-CONTRACT (WS-CMP-TABLE-COUNT)
               END-IF
               READ CMP-SUPP-FILE
                   AT END SET WS-CMP-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CMP-SUPP-NOT-FOUND
               CLOSE CMP-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Contracts sold to a debt purchaser (R202).                               *
      ****************************************************************************
       1690-LOAD-SOLD-SUPP.
           OPEN INPUT SLD-SUPP-FILE
           IF WS-SLD-SUPP-NOT-FOUND
               SET WS-SLD-SUPP-EOF TO TRUE
           ELSE
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SLD-SUPP-EOF
               IF WS-SLD-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SLD-TABLE-COUNT
                   MOVE SLD-SUPP-CONTRACT-NUMBER
                       TO WS-SLD-CONTRACT (WS-SLD-TABLE-COUNT)
               END-IF
               READ SLD-SUPP-FILE
                   AT END SET WS-SLD-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SLD-SUPP-NOT-FOUND
               CLOSE SLD-SUPP-FILE
           END-IF.

      ****************************************************************************
      * The relationship-manager join R128 derives - no file, no copy-to        *
      * lines.                                                                  *
               CLOSE TEMPLATE-FILE
           END-IF.

      ****************************************************************************
      * The invoice register R156 keeps - the number each contract was billed   *
      * under, keyed into INVNKEY by contract so the register may be any        *
      * size. No register, no invoice line on the letter.                       *
      ****************************************************************************
       1970-LOAD-INVOICES.
           OPEN OUTPUT INV-KEY-FILE
           CLOSE INV-KEY-FILE
           OPEN I-O INV-KEY-FILE
           OPEN INPUT INVOICE-REG-FILE
           IF WS-INV-NOT-FOUND
               SET WS-INV-EOF TO TRUE
           ELSE
               READ INVOICE-REG-FILE
                   AT END SET WS-INV-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INV-EOF
               MOVE INV-CONTRACT-NUMBER TO IVK-CONTRACT-NUMBER
               MOVE INV-NUMBER TO IVK-NUMBER
               WRITE INV-KEY-RECORD
                   INVALID KEY
                       REWRITE INV-KEY-RECORD
               END-WRITE
               READ INVOICE-REG-FILE
                   AT END SET WS-INV-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INV-NOT-FOUND
               CLOSE INVOICE-REG-FILE
           END-IF
           CLOSE INV-KEY-FILE
           OPEN INPUT INV-KEY-FILE.

       2000-PROCESS-RECORD.
           EVALUATE SEGMENT-ID OF ENTITY
               WHEN 1
                       TO WS-COMPANY-NAME-HOLD
                   MOVE ADDRESS OF COMPANY TO WS-COMPANY-ADDR-HOLD
                   MOVE "N" TO WS-CONTACT-FOUND-FLAG
                   MOVE ZERO TO WS-GRP-CONTACT-COUNT
                   MOVE ZERO TO WS-DUE-TABLE-COUNT
               WHEN 6
                   IF FIRST-NAME OF CONTACT NOT = SPACES
                       AND LAST-NAME OF CONTACT NOT = SPACES
                       AND WS-GRP-CONTACT-COUNT < 20
                       ADD 1 TO WS-GRP-CONTACT-COUNT
                       MOVE FIRST-NAME OF CONTACT
                           TO WS-GRP-CONTACT-FIRST
                               (WS-GRP-CONTACT-COUNT)
                       MOVE LAST-NAME OF CONTACT
                           TO WS-GRP-CONTACT-LAST (WS-GRP-CONTACT-COUNT)
                       MOVE PHONE-NUM OF CONTACT
                           TO WS-GRP-CONTACT-PHONE
                               (WS-GRP-CONTACT-COUNT)
                   END-IF
               WHEN 7
                   PERFORM 3000-BUFFER-OVERDUE-CONTRACT
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
           COMPUTE WS-AGE-DAYS = WS-CURRENT-INTEGER - WS-DUE-INTEGER
           PERFORM 3050-FETCH-DUNNING-AGES
           IF WS-AGE-DAYS > WS-REMINDER-DAYS
               MOVE "N" TO WS-SUPPRESSED-FLAG
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-TABLE-COUNT
                       SET WS-SUPPRESSED TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-DISPUTED-FLAG
               PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
                       UNTIL WS-DSP-SUB > WS-DSP-TABLE-COUNT
                   IF WS-DSP-CONTRACT (WS-DSP-SUB)
                           = CONTRACT-NUMBER OF CONTRACT
                       SET WS-DISPUTED TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-INSOLVENT-FLAG
               PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                       UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
                   IF WS-INS-CONTRACT (WS-INS-SUB)
                           = CONTRACT-NUMBER OF CONTRACT
                       SET WS-INSOLVENT TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-TERMINATED-FLAG
               PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
                       UNTIL WS-TRM-SUB > WS-TRM-TABLE-COUNT
                   IF WS-TRM-CONTRACT (WS-TRM-SUB)
                           = CONTRACT-NUMBER OF CONTRACT
                       SET WS-TERMINATED TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-COMPLAINED-FLAG
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-TABLE-COUNT
                   IF WS-CMP-CONTRACT (WS-CMP-SUB)
                           = CONTRACT-NUMBER OF CONTRACT
                       SET WS-COMPLAINED TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-SOLD-FLAG
               PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                       UNTIL WS-SLD-SUB > WS-SLD-TABLE-COUNT
                   IF WS-SLD-CONTRACT (WS-SLD-SUB)
                           = CONTRACT-NUMBER OF CONTRACT
                       SET WS-SOLD TO TRUE
                   END-IF
               END-PERFORM
               IF WS-TERMINATED
                   ADD 1 TO WS-TERMINATED-SUPP-COUNT
               ELSE
               IF WS-SOLD
                   ADD 1 TO WS-SOLD-SUPP-COUNT
               ELSE
               IF WS-INSOLVENT
                   ADD 1 TO WS-INSOLVENCY-SUPP-COUNT
               ELSE
               IF WS-DISPUTED
                   ADD 1 TO WS-DISPUTE-SUPP-COUNT
               ELSE
               IF WS-COMPLAINED
                   ADD 1 TO WS-COMPLAINT-SUPP-COUNT
               ELSE
               IF WS-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                   MOVE WS-AGE-DAYS TO WS-DUE-AGE (WS-DUE-TABLE-COUNT)
                   MOVE AMOUNT OF CONTRACT
                       TO WS-DUE-AMOUNT (WS-DUE-TABLE-COUNT)
                   IF WS-AGE-DAYS > WS-FINAL-DEMAND-DAYS
                       MOVE 2 TO WS-DUE-SEVERITY (WS-DUE-TABLE-COUNT)
                   ELSE
                       MOVE 1 TO WS-DUE-SEVERITY (WS-DUE-TABLE-COUNT)
                   END-IF
                   MOVE SPACES TO WS-DUE-INVOICE (WS-DUE-TABLE-COUNT)
                   MOVE CONTRACT-NUMBER OF CONTRACT
                       TO IVK-CONTRACT-NUMBER
                   READ INV-KEY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE IVK-NUMBER
                               TO WS-DUE-INVOICE (WS-DUE-TABLE-COUNT)
                   END-READ
               ELSE
                   PERFORM 3500-WRITE-UNGROUPED-EXCEPTION
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       3050-FETCH-DUNNING-AGES.
           MOVE 60 TO WS-REMINDER-DAYS
           MOVE 90 TO WS-FINAL-DEMAND-DAYS
           IF WS-AGE-DAYS > ZERO
               MOVE CONTRACT-NUMBER OF CONTRACT TO PRP-CONTRACT-NUMBER
               CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
               IF PRP-STATUS = ZERO
                   MOVE PRP-REMINDER-DAYS TO WS-REMINDER-DAYS
                   MOVE PRP-FINAL-DEMAND-DAYS TO WS-FINAL-DEMAND-DAYS
               ELSE
                   IF WS-AGE-DAYS > WS-REMINDER-DAYS
                       ADD 1 TO WS-NO-PRODUCT-COUNT
                   END-IF
               END-IF
           END-IF.

      ****************************************************************************
                   EVALUATE TRUE
                       WHEN NOT WS-POST-ALLOWED
                           ADD 1 TO WS-CONSENT-SUPP-COUNT
                       WHEN OTHER
                           PERFORM 6000-WRITE-LETTER
                   END-EVALUATE
               END-PERFORM
           END-IF.

       6000-WRITE-LETTER.
           COMPUTE WS-MAIL-FIRST-LINE = WS-MAIL-LINE-NUM + 1
           IF WS-DUE-SEVERITY (WS-SUB) = 2
               ADD 1 TO WS-LETTER-SEV2-COUNT
           ELSE
                       TO WS-LETTER-LANG
               END-IF
           END-PERFORM
           PERFORM 6100-CHOOSE-ADDRESSEE
           IF NOT WS-CONTACT-FOUND
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           PERFORM 6400-TRY-TEMPLATE
           IF WS-TEMPLATE-HIT
               PERFORM 6500-RENDER-TEMPLATE-LETTER
           ELSE
               PERFORM 6900-WRITE-COMPILED-LETTER
           END-IF
           PERFORM 6950-WRITE-MAIL-ITEM.

      ****************************************************************************
      * A reminder goes to the billing contact, a final demand to the legal      *
      * contact or failing that the billing one. The holder must still be        *
      * one of the group's CONTACTs - the telephone number comes from there.     *
      ****************************************************************************
       6100-CHOOSE-ADDRESSEE.
           MOVE "N" TO WS-CONTACT-FOUND-FLAG
           SET AD-BY-NAME TO TRUE
           MOVE SPACES TO AD-COMPANY-ID
           MOVE WS-COMPANY-NAME-HOLD TO AD-COMPANY-NAME
           IF WS-DUE-SEVERITY (WS-SUB) = 2
               MOVE "L" TO AD-ROLE
               CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
               IF AD-STATUS NOT = 4
                   PERFORM 6150-MATCH-GROUP-CONTACT
               END-IF
           END-IF
           IF NOT WS-CONTACT-FOUND
               MOVE "B" TO AD-ROLE
               CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
               IF AD-STATUS NOT = 4
                   PERFORM 6150-MATCH-GROUP-CONTACT
               END-IF
           END-IF.

       6150-MATCH-GROUP-CONTACT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CONTACT-COUNT
                      OR WS-CONTACT-FOUND
               IF WS-GRP-CONTACT-FIRST (WS-GRP-SUB) = AD-FIRST-NAME
                   AND WS-GRP-CONTACT-LAST (WS-GRP-SUB) = AD-LAST-NAME
                   SET WS-CONTACT-FOUND TO TRUE
                   MOVE AD-FIRST-NAME TO WS-CONTACT-FIRST-HOLD
                   MOVE AD-LAST-NAME TO WS-CONTACT-LAST-HOLD
                   MOVE WS-GRP-CONTACT-PHONE (WS-GRP-SUB)
                       TO WS-CONTACT-PHONE-HOLD
               END-IF
           END-PERFORM.

       6900-WRITE-COMPILED-LETTER.
           MOVE SPACES TO LETTER-LINE
           IF WS-CONTACT-FOUND
               STRING "TO: " DELIMITED BY SIZE
                   WS-CONTACT-FIRST-HOLD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CONTACT-LAST-HOLD DELIMITED BY SIZE
                   " TEL " DELIMITED BY SIZE
                   WS-CONTACT-PHONE-HOLD DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               MOVE "AT: " TO WS-ADDR-PREFIX
           ELSE
               MOVE "TO: " TO WS-ADDR-PREFIX
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING WS-ADDR-PREFIX DELIMITED BY SIZE
               WS-COMPANY-NAME-HOLD DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-COMPANY-ADDR-HOLD DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE WS-DUE-AGE (WS-SUB) TO WS-AGE-DISPLAY
           MOVE WS-DUE-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO LETTER-LINE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           IF WS-DUE-INVOICE (WS-SUB) NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    INVOICE " DELIMITED BY SIZE
                   WS-DUE-INVOICE (WS-SUB) DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
           END-IF
           MOVE SPACES TO LETTER-LINE
           IF WS-DUE-SEVERITY (WS-SUB) = 2
               MOVE "    FINAL DEMAND - REMIT WITHIN 7 DAYS"
                   TO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-TABLE-COUNT
               IF WS-RM-COMPANY (WS-RM-SUB) (1:15)
                       WS-RM-LAST (WS-RM-SUB) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-MAIL-LINE-NUM
               END-IF
           END-PERFORM
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * Is there a template version for this severity and language? The         *

       6500-RENDER-TEMPLATE-LETTER.
           MOVE SPACES TO WS-CONTACT-FULL
           IF WS-CONTACT-FOUND
               STRING WS-CONTACT-FIRST-HOLD DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-CONTACT-LAST-HOLD DELIMITED BY SIZE
                   INTO WS-CONTACT-FULL
           ELSE
               MOVE WS-COMPANY-NAME-HOLD TO WS-CONTACT-FULL
           END-IF
           MOVE WS-DUE-AGE (WS-SUB) TO WS-AGE-DISPLAY
           MOVE WS-DUE-AMOUNT (WS-SUB) TO WS-AMOUNT-EDIT
           PERFORM VARYING WS-LINE-NO-WANTED FROM 1 BY 1
                       WS-RM-LAST (WS-RM-SUB) DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-MAIL-LINE-NUM
               END-IF
           END-PERFORM
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * Substitution by left-to-right scan: a recognized &token copies its       *
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&INV"
                       STRING WS-DUE-INVOICE (WS-SUB)
                           DELIMITED BY SPACE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&AGE"
               END-EVALUATE
           END-PERFORM
           MOVE WS-RENDER-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * The letter just printed, entered on the night's mail index (MAILIDX)     *
      * for consolidation by R199. A final demand is a legal notice and          *
      * keeps an envelope of its own.                                            *
      ****************************************************************************
       6950-WRITE-MAIL-ITEM.
           MOVE "R059" TO MI-SOURCE
           MOVE WS-MAIL-FIRST-LINE TO MI-FIRST-LINE
           COMPUTE MI-LINE-COUNT =
               WS-MAIL-LINE-NUM - WS-MAIL-FIRST-LINE + 1
           MOVE WS-COMPANY-NAME-HOLD TO MI-ADDRESS-KEY
           MOVE WS-COMPANY-NAME-HOLD TO MI-ADDRESSEE
           MOVE WS-COMPANY-ADDR-HOLD TO MI-ADDRESS
           IF WS-DUE-SEVERITY (WS-SUB) = 2
               SET MI-SEPARATE TO TRUE
           ELSE
               SET MI-CONSOLIDATE TO TRUE
           END-IF
           WRITE MAIL-ITEM-RECORD.

       7000-WRITE-EXCEPTION.
           ADD 1 TO WS-COMPANY-ADDR-COUNT
           MOVE WS-DUE-AGE (WS-SUB) TO WS-AGE-DISPLAY
           MOVE SPACES TO EXCEPTION-LINE
           STRING "NO ROLE CONTACT - SENT TO COMPANY '"
               DELIMITED BY SIZE
               WS-COMPANY-NAME-HOLD DELIMITED BY SIZE
               "' CONTRACT " DELIMITED BY SIZE
               WS-DUE-CONTRACT (WS-SUB) DELIMITED BY SIZE

       8000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO CONTROL-LINE
           STRING "REMINDER LETTERS          "
               DELIMITED BY SIZE
               WS-LETTER-SEV1-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "FINAL DEMANDS             "
               DELIMITED BY SIZE
               WS-LETTER-SEV2-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "ADDRESSED TO COMPANY      "
               DELIMITED BY SIZE
               WS-COMPANY-ADDR-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "UNGROUPED EXCEPTIONS      "
               DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
               DELIMITED BY SIZE
               WS-SUPPRESSED-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "DISPUTE SUPPRESSED        "
               DELIMITED BY SIZE
               WS-DISPUTE-SUPP-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "INSOLVENCY SUPPRESSED     "
               DELIMITED BY SIZE
               WS-INSOLVENCY-SUPP-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "TERMINATED SUPPRESSED     "
               DELIMITED BY SIZE
               WS-TERMINATED-SUPP-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "COMPLAINT SUPPRESSED      "
               DELIMITED BY SIZE
               WS-COMPLAINT-SUPP-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "SOLD SUPPRESSED           "
               DELIMITED BY SIZE
               WS-SOLD-SUPP-COUNT DELIMITED BY SIZE
               INTO CONTROL-LINE
           WRITE CONTROL-LINE.

      ****************************************************************************
                       " ***" DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-MAIL-LINE-NUM
               END-IF
               READ DEGRADED-FILE
                   AT END SET WS-DEG-EOF TO TRUE
