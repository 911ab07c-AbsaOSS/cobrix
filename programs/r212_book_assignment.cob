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
      * R212-BOOK-ASSIGNMENT                                                     *
      *                                                                          *
      * Assigns every company and contract to the booking entity - the licensed  *
      * legal entity - it is booked in. The book register (booking-entity.cpy,   *
      * BOOKREG) names the books and the default book. Explicit assignments      *
      * (book-assignment.cpy, BOOKASGNIN to BOOKASGNOUT) are maintained from     *
      * BOOKTXN: assign or reassign a company to a book (A) or remove its        *
      * assignment (D); the company must be on COMPIN and the book on the        *
      * register, and refusals are listed on BOOKRPT. Each company on COMPIN     *
      * then takes its book by walking up its parent chain in the R072 hierarchy *
      * (HIERIN) to the first company assigned one - a group assigned at its     *
      * root books every subsidiary with it unless a subsidiary is assigned      *
      * elsewhere - and a company whose chain meets no assignment falls into the *
      * default book. Each CONTRACT on the ENTITY extract takes the book of the  *
      * company it sits under. The resolved map (book-map.cpy, BOOKMAP) is       *
      * rewritten every cycle, ahead of the journal producers, for               *
      * R213-BOOK-SERVICE to serve; BOOKRPT lists every company with its book    *
      * and how it was reached, and the company and contract counts per book.    *
      * A contract's carried-forward balance stays in the book it was booked in  *
      * until it is moved: the prior cycle's map (BOOKMAPIN - a contract not on  *
      * it was in the default book) is set against tonight's, and each contract  *
      * whose book has changed has its carried balance (OUTSTIN plus ACCRIN)     *
      * journaled out of the old book and into the new on BOOKJRNL in the        *
      * CONTRGLAR layout - BK= the book posted, CTRBK= the book on the other     *
      * side - for R104 to gate into BOOKPRD and R189 to roll forward as a       *
      * transfer. The contracts are keyed into BOOKXKEY as the two maps are      *
      * read, so no table limits how many there are; each transfer is listed     *
      * on BOOKRPT.                                                              *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R212-BOOK-ASSIGNMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "BOOKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT HIER-FILE ASSIGN TO "HIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ASGN-IN-FILE ASSIGN TO "BOOKASGNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASGN-IN-STATUS.

           SELECT ASGN-OUT-FILE ASSIGN TO "BOOKASGNOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "BOOKTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MAP-FILE ASSIGN TO "BOOKMAP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "BOOKRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRIOR-MAP-FILE ASSIGN TO "BOOKMAPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT OUTST-FILE ASSIGN TO "OUTSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT XFER-KEY-FILE ASSIGN TO "BOOKXKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BXK-CONTRACT-NUMBER.

           SELECT JOURNAL-FILE ASSIGN TO "BOOKJRNL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "booking-entity".

       FD  HIER-FILE.
       COPY "hierarchy-link".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  ASGN-IN-FILE.
       COPY "book-assignment" REPLACING BOOK-ASSIGNMENT-RECORD
           BY ASGN-IN-RECORD.

       FD  ASGN-OUT-FILE.
       COPY "book-assignment".

       FD  TXN-FILE.
       01  BOOK-TXN-RECORD.
           05  BAT-ACTION               PIC X(1).
               88  BAT-ASSIGN                   VALUE "A".
               88  BAT-REMOVE                   VALUE "D".
           05  BAT-COMPANY-ID           PIC X(10).
           05  BAT-BOOK                 PIC X(2).
           05  BAT-ENTERED-BY           PIC X(8).

       FD  MAP-FILE.
       COPY "book-map".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  PRIOR-MAP-FILE.
       COPY "book-map" REPLACING ==BOOK-MAP-RECORD==
           BY ==PRIOR-MAP-RECORD== LEADING ==BKM== BY ==PMP==.

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  ACCR-FILE.
       COPY "accrual-record".

       FD  XFER-KEY-FILE.
       01  BOOK-XFER-KEY-RECORD.
           05  BXK-CONTRACT-NUMBER      PIC X(15).
           05  BXK-OLD-BOOK             PIC X(2).
           05  BXK-NEW-BOOK             PIC X(2).
           05  BXK-AMOUNT               PIC S9(13)V9(2).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-HIER-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HIER-EOF                     VALUE "Y".
       01  WS-HIER-STATUS           PIC XX.
           88  WS-HIER-NOT-FOUND            VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-ASGN-IN-EOF-FLAG      PIC X      VALUE "N".
           88  WS-ASGN-IN-EOF                  VALUE "Y".
       01  WS-ASGN-IN-STATUS        PIC XX.
           88  WS-ASGN-IN-NOT-FOUND         VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".
       01  WS-PRIOR-EOF-FLAG        PIC X      VALUE "N".
           88  WS-PRIOR-EOF                    VALUE "Y".
       01  WS-PRIOR-STATUS          PIC XX.
           88  WS-PRIOR-NOT-FOUND           VALUE "35".
       01  WS-OUTST-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OUTST-EOF                    VALUE "Y".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-ACCR-EOF-FLAG         PIC X      VALUE "N".
           88  WS-ACCR-EOF                     VALUE "Y".
       01  WS-ACCR-STATUS           PIC XX.
           88  WS-ACCR-NOT-FOUND            VALUE "35".
       01  WS-XKEY-EOF-FLAG         PIC X      VALUE "N".
           88  WS-XKEY-EOF                     VALUE "Y".

       01  WS-BE-TABLE-COUNT        PIC 9(2)   VALUE ZERO.
       01  WS-BE-TABLE.
           05  WS-BE-ENTRY          OCCURS 20 TIMES.
               10  WS-BE-BOOK           PIC X(2).
               10  WS-BE-NAME           PIC X(30).
               10  WS-BE-COMPANIES      PIC 9(5).
               10  WS-BE-CONTRACTS      PIC 9(7).
       01  WS-BE-SUB                PIC 9(2)   VALUE ZERO.
       01  WS-BE-HIT                PIC 9(2)   VALUE ZERO.
       01  WS-DEFAULT-BOOK          PIC X(2)   VALUE SPACES.

       01  WS-LINK-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY        OCCURS 200 TIMES.
               10  WS-LINK-PARENT       PIC X(10).
               10  WS-LINK-CHILD        PIC X(10).

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-BOOK         PIC X(2).
               10  WS-COMP-ORIGIN       PIC X(1).
               10  WS-COMP-FROM-ID      PIC X(10).

       01  WS-ASGN-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-ASGN-TABLE.
           05  WS-ASGN-ENTRY        OCCURS 500 TIMES.
               10  WS-ASGN-COMPANY      PIC X(10).
               10  WS-ASGN-BOOK         PIC X(2).
               10  WS-ASGN-BY           PIC X(8).
               10  WS-ASGN-DATE         PIC 9(8).
               10  WS-ASGN-DELETED      PIC X(1).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-ASGN-HIT              PIC 9(3)   VALUE ZERO.
       01  WS-KEY-COMPANY           PIC X(10)  VALUE SPACES.
       01  WS-WALK-ID               PIC X(10)  VALUE SPACES.
       01  WS-WALK-STEPS            PIC 9(3)   VALUE ZERO.
       01  WS-PARENT-FOUND-FLAG     PIC X      VALUE "N".
           88  WS-PARENT-FOUND                 VALUE "Y".
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-CURRENT-COMP-HIT      PIC 9(3)   VALUE ZERO.
       01  WS-REASON                PIC X(30)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.

       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-CARRIED-AMOUNT        PIC S9(13)V9(2) VALUE ZERO.
       01  WS-XFER-EDIT             PIC -(12)9.99.
       01  WS-XFER-ACCOUNT          PIC X(20)  VALUE SPACES.
       01  WS-XFER-BOOK             PIC X(2)   VALUE SPACES.
       01  WS-XFER-CTR-BOOK         PIC X(2)   VALUE SPACES.
       01  WS-GL-XFER-OUT-ACCT      PIC X(20)  VALUE
           "AR-BOOK-TRANSFER-OUT".
       01  WS-GL-XFER-IN-ACCT       PIC X(20)  VALUE
           "AR-BOOK-TRANSFER-IN".

       01  WS-ASGN-CARRIED          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-ADDED            PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-CHANGED          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-REMOVED          PIC 9(9)   VALUE ZERO.
       01  WS-ASGN-WRITTEN          PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-INHERITED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-DEFAULTED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-UNBOOKED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-CONTRACT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-PRIOR-MAPPED          PIC 9(9)   VALUE ZERO.
       01  WS-TRANSFER-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R212" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "BOOKING ENTITY ASSIGNMENT AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1000-LOAD-REGISTER
           PERFORM 1100-LOAD-HIERARCHY
           PERFORM 1200-LOAD-COMPANIES
           PERFORM 1300-LOAD-ASSIGNMENTS
           PERFORM 1400-LOAD-PRIOR-MAP
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 3000-WRITE-ASSIGNMENTS
           PERFORM 4000-RESOLVE-COMPANIES
           OPEN OUTPUT MAP-FILE
           PERFORM 5000-WRITE-COMPANY-ROWS
           PERFORM 5500-WRITE-CONTRACT-ROWS
           CLOSE MAP-FILE
           PERFORM 7000-JOURNAL-TRANSFERS
           CLOSE XFER-KEY-FILE
           PERFORM 6000-REPORT-BOOK-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "R212: BOOKS ON REGISTER      " WS-BE-TABLE-COUNT
           DISPLAY "R212: DEFAULT BOOK           " WS-DEFAULT-BOOK
           DISPLAY "R212: ASSIGNMENTS CARRIED    " WS-ASGN-CARRIED
           DISPLAY "R212: COMPANIES ASSIGNED     " WS-ASGN-ADDED
           DISPLAY "R212: COMPANIES REASSIGNED   " WS-ASGN-CHANGED
           DISPLAY "R212: ASSIGNMENTS REMOVED    " WS-ASGN-REMOVED
           DISPLAY "R212: ASSIGNMENTS WRITTEN    " WS-ASGN-WRITTEN
           DISPLAY "R212: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R212: COMPANIES INHERITING   " WS-INHERITED-COUNT
           DISPLAY "R212: COMPANIES DEFAULTED    " WS-DEFAULTED-COUNT
           DISPLAY "R212: CONTRACTS MAPPED       " WS-CONTRACT-COUNT
           DISPLAY "R212: CONTRACTS ON PRIOR MAP " WS-PRIOR-MAPPED
           DISPLAY "R212: CONTRACTS TRANSFERRED  " WS-TRANSFER-COUNT
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DEFAULT-BOOK = SPACES
               DISPLAY "R212: NO DEFAULT BOOK ON REGISTER - "
                   WS-UNBOOKED-COUNT " COMPANIES UNBOOKED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R212: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * The register names the books and the one default book. A second       *
      * default flag is reported and ignored - the first stands.               *
      ****************************************************************************
       1000-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-NOT-FOUND
               SET WS-REG-EOF TO TRUE
           ELSE
               READ REGISTER-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-REG-EOF
               IF WS-BE-TABLE-COUNT >= 20
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BE-TABLE-COUNT
                   MOVE BE-BOOK TO WS-BE-BOOK (WS-BE-TABLE-COUNT)
                   MOVE BE-NAME TO WS-BE-NAME (WS-BE-TABLE-COUNT)
                   MOVE ZERO TO WS-BE-COMPANIES (WS-BE-TABLE-COUNT)
                   MOVE ZERO TO WS-BE-CONTRACTS (WS-BE-TABLE-COUNT)
                   IF BE-DEFAULT-BOOK
                       IF WS-DEFAULT-BOOK = SPACES
                           MOVE BE-BOOK TO WS-DEFAULT-BOOK
                       ELSE
                           MOVE SPACES TO REPORT-LINE
                           STRING "SECOND DEFAULT BOOK "
                               DELIMITED BY SIZE
                               BE-BOOK DELIMITED BY SIZE
                               " IGNORED - DEFAULT STAYS "
                               DELIMITED BY SIZE
                               WS-DEFAULT-BOOK DELIMITED BY SIZE
                               INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                   END-IF
               END-IF
               READ REGISTER-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REGISTER-FILE
           END-IF.

       1100-LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-NOT-FOUND
               SET WS-HIER-EOF TO TRUE
           ELSE
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HIER-EOF
               IF WS-LINK-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-LINK-TABLE-COUNT
                   MOVE HL-PARENT-ID
                       TO WS-LINK-PARENT (WS-LINK-TABLE-COUNT)
                   MOVE HL-CHILD-ID
                       TO WS-LINK-CHILD (WS-LINK-TABLE-COUNT)
               END-IF
               READ HIER-FILE
                   AT END SET WS-HIER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIER-NOT-FOUND
               CLOSE HIER-FILE
           END-IF.

       1200-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                   MOVE SPACES TO WS-COMP-BOOK (WS-COMP-TABLE-COUNT)
                   MOVE SPACES TO WS-COMP-ORIGIN (WS-COMP-TABLE-COUNT)
                   MOVE SPACES
                       TO WS-COMP-FROM-ID (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1300-LOAD-ASSIGNMENTS.
           OPEN INPUT ASGN-IN-FILE
           IF WS-ASGN-IN-NOT-FOUND
               SET WS-ASGN-IN-EOF TO TRUE
           ELSE
               READ ASGN-IN-FILE
                   AT END SET WS-ASGN-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ASGN-IN-EOF
               IF WS-ASGN-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ASGN-TABLE-COUNT
                   ADD 1 TO WS-ASGN-CARRIED
                   MOVE BA-COMPANY-ID OF ASGN-IN-RECORD
                       TO WS-ASGN-COMPANY (WS-ASGN-TABLE-COUNT)
                   MOVE BA-BOOK OF ASGN-IN-RECORD
                       TO WS-ASGN-BOOK (WS-ASGN-TABLE-COUNT)
                   MOVE BA-ASSIGNED-BY OF ASGN-IN-RECORD
                       TO WS-ASGN-BY (WS-ASGN-TABLE-COUNT)
                   MOVE BA-ASSIGNED-DATE OF ASGN-IN-RECORD
                       TO WS-ASGN-DATE (WS-ASGN-TABLE-COUNT)
                   MOVE "N" TO WS-ASGN-DELETED (WS-ASGN-TABLE-COUNT)
               END-IF
               READ ASGN-IN-FILE
                   AT END SET WS-ASGN-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ASGN-IN-NOT-FOUND
               CLOSE ASGN-IN-FILE
           END-IF.

      ****************************************************************************
      * Keys every contract row of the prior cycle's map into BOOKXKEY with    *
      * the book it was booked in; a contract mapped twice keeps its first     *
      * row, as R213-BOOK-SERVICE served it.                                   *
      ****************************************************************************
       1400-LOAD-PRIOR-MAP.
           OPEN OUTPUT XFER-KEY-FILE
           OPEN INPUT PRIOR-MAP-FILE
           IF WS-PRIOR-NOT-FOUND
               SET WS-PRIOR-EOF TO TRUE
           ELSE
               READ PRIOR-MAP-FILE
                   AT END SET WS-PRIOR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-PRIOR-EOF
               IF PMP-CONTRACT-NUMBER NOT = SPACES
                   MOVE PMP-CONTRACT-NUMBER TO BXK-CONTRACT-NUMBER
                   MOVE PMP-BOOK TO BXK-OLD-BOOK
                   MOVE SPACES TO BXK-NEW-BOOK
                   MOVE ZERO TO BXK-AMOUNT
                   WRITE BOOK-XFER-KEY-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-PRIOR-MAPPED
                   END-WRITE
               END-IF
               READ PRIOR-MAP-FILE
                   AT END SET WS-PRIOR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PRIOR-NOT-FOUND
               CLOSE PRIOR-MAP-FILE
           END-IF
           CLOSE XFER-KEY-FILE
           OPEN I-O XFER-KEY-FILE.

       1900-FIND-ASSIGNMENT.
           MOVE ZERO TO WS-ASGN-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASGN-TABLE-COUNT
               IF WS-ASGN-COMPANY (WS-SUB) = WS-KEY-COMPANY
                   AND WS-ASGN-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-ASGN-HIT
               END-IF
           END-PERFORM.

       1950-FIND-COMPANY.
           MOVE ZERO TO WS-COMP-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               IF WS-COMP-ID (WS-SUB) = WS-KEY-COMPANY
                   MOVE WS-SUB TO WS-COMP-HIT
               END-IF
           END-PERFORM.

       1960-FIND-BOOK.
           MOVE ZERO TO WS-BE-HIT
           PERFORM VARYING WS-BE-SUB FROM 1 BY 1
                   UNTIL WS-BE-SUB > WS-BE-TABLE-COUNT
               IF WS-BE-BOOK (WS-BE-SUB) = BAT-BOOK
                   MOVE WS-BE-SUB TO WS-BE-HIT
               END-IF
           END-PERFORM.

       2000-APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-NOT-FOUND
               SET WS-TXN-EOF TO TRUE
           ELSE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               PERFORM 2100-APPLY-ONE-TRANSACTION
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REASON
           MOVE BAT-COMPANY-ID TO WS-KEY-COMPANY
           PERFORM 1900-FIND-ASSIGNMENT
           PERFORM 1950-FIND-COMPANY
           PERFORM 1960-FIND-BOOK
           EVALUATE TRUE
               WHEN NOT BAT-ASSIGN AND NOT BAT-REMOVE
                   MOVE "UNKNOWN ACTION" TO WS-REASON
               WHEN BAT-REMOVE AND WS-ASGN-HIT = ZERO
                   MOVE "COMPANY HAS NO ASSIGNMENT" TO WS-REASON
               WHEN BAT-REMOVE
                   CONTINUE
               WHEN WS-COMP-HIT = ZERO
                   MOVE "COMPANY NOT ON COMPANY FILE" TO WS-REASON
               WHEN WS-BE-HIT = ZERO
                   MOVE "BOOK NOT ON REGISTER" TO WS-REASON
               WHEN WS-ASGN-HIT > ZERO
                   AND WS-ASGN-BOOK (WS-ASGN-HIT) = BAT-BOOK
                   MOVE "ALREADY ASSIGNED TO BOOK" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   COMPANY " DELIMITED BY SIZE
                   BAT-COMPANY-ID DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   BAT-ACTION DELIMITED BY SIZE
                   " BOOK=" DELIMITED BY SIZE
                   BAT-BOOK DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN BAT-REMOVE
                       ADD 1 TO WS-ASGN-REMOVED
                       MOVE "Y" TO WS-ASGN-DELETED (WS-ASGN-HIT)
                       MOVE "REMOVED   COMPANY " TO REPORT-LINE
                       PERFORM 2900-REPORT-TRANSACTION
                   WHEN WS-ASGN-HIT > ZERO
                       ADD 1 TO WS-ASGN-CHANGED
                       MOVE BAT-BOOK TO WS-ASGN-BOOK (WS-ASGN-HIT)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-ASGN-DATE (WS-ASGN-HIT)
                       MOVE BAT-ENTERED-BY TO WS-ASGN-BY (WS-ASGN-HIT)
                       MOVE "REASSIGN  COMPANY " TO REPORT-LINE
                       PERFORM 2900-REPORT-TRANSACTION
                   WHEN WS-ASGN-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-ASGN-ADDED
                       ADD 1 TO WS-ASGN-TABLE-COUNT
                       MOVE WS-ASGN-TABLE-COUNT TO WS-ASGN-HIT
                       MOVE BAT-COMPANY-ID
                           TO WS-ASGN-COMPANY (WS-ASGN-HIT)
                       MOVE BAT-BOOK TO WS-ASGN-BOOK (WS-ASGN-HIT)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-ASGN-DATE (WS-ASGN-HIT)
                       MOVE BAT-ENTERED-BY TO WS-ASGN-BY (WS-ASGN-HIT)
                       MOVE "N" TO WS-ASGN-DELETED (WS-ASGN-HIT)
                       MOVE "ASSIGNED  COMPANY " TO REPORT-LINE
                       PERFORM 2900-REPORT-TRANSACTION
               END-EVALUATE
           END-IF.

       2900-REPORT-TRANSACTION.
           MOVE SPACES TO REPORT-LINE (19:102)
           STRING BAT-COMPANY-ID DELIMITED BY SIZE
               " BOOK=" DELIMITED BY SIZE
               BAT-BOOK DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               BAT-ENTERED-BY DELIMITED BY SIZE
               INTO REPORT-LINE (19:102)
           WRITE REPORT-LINE.

       3000-WRITE-ASSIGNMENTS.
           OPEN OUTPUT ASGN-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASGN-TABLE-COUNT
               IF WS-ASGN-DELETED (WS-SUB) = "N"
                   ADD 1 TO WS-ASGN-WRITTEN
                   MOVE WS-ASGN-COMPANY (WS-SUB)
                       TO BA-COMPANY-ID OF BOOK-ASSIGNMENT-RECORD
                   MOVE WS-ASGN-BOOK (WS-SUB)
                       TO BA-BOOK OF BOOK-ASSIGNMENT-RECORD
                   MOVE WS-ASGN-BY (WS-SUB)
                       TO BA-ASSIGNED-BY OF BOOK-ASSIGNMENT-RECORD
                   MOVE WS-ASGN-DATE (WS-SUB)
                       TO BA-ASSIGNED-DATE OF BOOK-ASSIGNMENT-RECORD
                   WRITE BOOK-ASSIGNMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE ASGN-OUT-FILE.

      ****************************************************************************
      * Each company walks up its R072 parent chain from itself: the first      *
      * company on the way with an assignment of its own gives the book. A      *
      * chain that meets no assignment, or runs past 50 steps, falls into       *
      * the register's default book.                                            *
      ****************************************************************************
       4000-RESOLVE-COMPANIES.
           PERFORM VARYING WS-CURRENT-COMP-HIT FROM 1 BY 1
                   UNTIL WS-CURRENT-COMP-HIT > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-ID (WS-CURRENT-COMP-HIT) TO WS-WALK-ID
               MOVE ZERO TO WS-WALK-STEPS
               MOVE ZERO TO WS-ASGN-HIT
               PERFORM UNTIL WS-ASGN-HIT > ZERO
                       OR WS-WALK-STEPS > 50
                   MOVE WS-WALK-ID TO WS-KEY-COMPANY
                   PERFORM 1900-FIND-ASSIGNMENT
                   IF WS-ASGN-HIT = ZERO
                       PERFORM 4100-STEP-TO-PARENT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ASGN-HIT > ZERO AND WS-WALK-STEPS = ZERO
                       MOVE "A"
                           TO WS-COMP-ORIGIN (WS-CURRENT-COMP-HIT)
                   WHEN WS-ASGN-HIT > ZERO
                       ADD 1 TO WS-INHERITED-COUNT
                       MOVE "H"
                           TO WS-COMP-ORIGIN (WS-CURRENT-COMP-HIT)
                   WHEN OTHER
                       ADD 1 TO WS-DEFAULTED-COUNT
                       MOVE "D"
                           TO WS-COMP-ORIGIN (WS-CURRENT-COMP-HIT)
               END-EVALUATE
               IF WS-ASGN-HIT > ZERO
                   MOVE WS-ASGN-BOOK (WS-ASGN-HIT)
                       TO WS-COMP-BOOK (WS-CURRENT-COMP-HIT)
                   MOVE WS-WALK-ID
                       TO WS-COMP-FROM-ID (WS-CURRENT-COMP-HIT)
               ELSE
                   MOVE WS-DEFAULT-BOOK
                       TO WS-COMP-BOOK (WS-CURRENT-COMP-HIT)
                   MOVE SPACES
                       TO WS-COMP-FROM-ID (WS-CURRENT-COMP-HIT)
               END-IF
               IF WS-COMP-BOOK (WS-CURRENT-COMP-HIT) = SPACES
                   ADD 1 TO WS-UNBOOKED-COUNT
               END-IF
           END-PERFORM.

       4100-STEP-TO-PARENT.
           MOVE "N" TO WS-PARENT-FOUND-FLAG
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINK-TABLE-COUNT
                      OR WS-PARENT-FOUND
               IF WS-LINK-CHILD (WS-SUB) = WS-WALK-ID
                   SET WS-PARENT-FOUND TO TRUE
                   MOVE WS-LINK-PARENT (WS-SUB) TO WS-WALK-ID
               END-IF
           END-PERFORM
           IF WS-PARENT-FOUND
               ADD 1 TO WS-WALK-STEPS
           ELSE
               MOVE 99 TO WS-WALK-STEPS
           END-IF.

       5000-WRITE-COMPANY-ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
               MOVE WS-COMP-ID (WS-SUB) TO BKM-COMPANY-ID
               MOVE SPACES TO BKM-CONTRACT-NUMBER
               MOVE WS-COMP-BOOK (WS-SUB) TO BKM-BOOK
               MOVE WS-COMP-ORIGIN (WS-SUB) TO BKM-ORIGIN
               MOVE WS-COMP-FROM-ID (WS-SUB) TO BKM-FROM-COMPANY-ID
               WRITE BOOK-MAP-RECORD
               PERFORM 5900-COUNT-FOR-BOOK
               IF WS-BE-HIT > ZERO
                   ADD 1 TO WS-BE-COMPANIES (WS-BE-HIT)
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "COMPANY " DELIMITED BY SIZE
                   WS-COMP-ID (WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COMP-NAME (WS-SUB) DELIMITED BY SIZE
                   " BOOK=" DELIMITED BY SIZE
                   WS-COMP-BOOK (WS-SUB) DELIMITED BY SIZE
                   " ORIGIN=" DELIMITED BY SIZE
                   WS-COMP-ORIGIN (WS-SUB) DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WS-COMP-FROM-ID (WS-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      ****************************************************************************
      * Each CONTRACT takes the book of the company group it sits under on      *
      * the extract; the group's name resolves to a COMPANY-ID through its      *
      * first 15 bytes, the R072 convention. A contract whose company is not    *
      * on COMPIN falls into the default book.                                  *
      ****************************************************************************
       5500-WRITE-CONTRACT-ROWS.
           MOVE ZERO TO WS-CURRENT-COMP-HIT
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY (1:15)
                           TO WS-CURRENT-COMPANY-NAME
                       MOVE ZERO TO WS-CURRENT-COMP-HIT
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                           IF WS-COMP-NAME (WS-SUB)
                                   = WS-CURRENT-COMPANY-NAME
                               MOVE WS-SUB TO WS-CURRENT-COMP-HIT
                           END-IF
                       END-PERFORM
                   WHEN 7
                       PERFORM 5600-WRITE-ONE-CONTRACT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       5600-WRITE-ONE-CONTRACT.
           ADD 1 TO WS-CONTRACT-COUNT
           MOVE CONTRACT-NUMBER OF CONTRACT TO BKM-CONTRACT-NUMBER
           IF WS-CURRENT-COMP-HIT > ZERO
               MOVE WS-COMP-ID (WS-CURRENT-COMP-HIT) TO BKM-COMPANY-ID
               MOVE WS-COMP-BOOK (WS-CURRENT-COMP-HIT) TO BKM-BOOK
               MOVE WS-COMP-ORIGIN (WS-CURRENT-COMP-HIT) TO BKM-ORIGIN
               MOVE WS-COMP-FROM-ID (WS-CURRENT-COMP-HIT)
                   TO BKM-FROM-COMPANY-ID
           ELSE
               MOVE SPACES TO BKM-COMPANY-ID
               MOVE WS-DEFAULT-BOOK TO BKM-BOOK
               MOVE "D" TO BKM-ORIGIN
               MOVE SPACES TO BKM-FROM-COMPANY-ID
           END-IF
           WRITE BOOK-MAP-RECORD
           PERFORM 5650-NOTE-NEW-BOOK
           PERFORM 5900-COUNT-FOR-BOOK
           IF WS-BE-HIT > ZERO
               ADD 1 TO WS-BE-CONTRACTS (WS-BE-HIT)
           END-IF.

      ****************************************************************************
      * Sets tonight's book against the contract on BOOKXKEY. A contract       *
      * mapped twice keeps the book of its first row, as R213 serves it.       *
      ****************************************************************************
       5650-NOTE-NEW-BOOK.
           MOVE BKM-CONTRACT-NUMBER TO BXK-CONTRACT-NUMBER
           READ XFER-KEY-FILE
               INVALID KEY
                   MOVE BKM-CONTRACT-NUMBER TO BXK-CONTRACT-NUMBER
                   MOVE SPACES TO BXK-OLD-BOOK
                   MOVE BKM-BOOK TO BXK-NEW-BOOK
                   MOVE ZERO TO BXK-AMOUNT
                   WRITE BOOK-XFER-KEY-RECORD
               NOT INVALID KEY
                   IF BXK-NEW-BOOK = SPACES
                       MOVE BKM-BOOK TO BXK-NEW-BOOK
                       REWRITE BOOK-XFER-KEY-RECORD
                   END-IF
           END-READ.

       5900-COUNT-FOR-BOOK.
           MOVE ZERO TO WS-BE-HIT
           PERFORM VARYING WS-BE-SUB FROM 1 BY 1
                   UNTIL WS-BE-SUB > WS-BE-TABLE-COUNT
               IF WS-BE-BOOK (WS-BE-SUB) = BKM-BOOK
                   MOVE WS-BE-SUB TO WS-BE-HIT
               END-IF
           END-PERFORM.

       6000-REPORT-BOOK-TOTALS.
           PERFORM VARYING WS-BE-SUB FROM 1 BY 1
                   UNTIL WS-BE-SUB > WS-BE-TABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BOOK " DELIMITED BY SIZE
                   WS-BE-BOOK (WS-BE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BE-NAME (WS-BE-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BE-COMPANIES (WS-BE-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  COMPANIES " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BE-CONTRACTS (WS-BE-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  CONTRACTS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      ****************************************************************************
      * The carried-forward balance of every contract - its outstanding on     *
      * OUTSTIN plus its accrued interest on ACCRIN - is added up on           *
      * BOOKXKEY, and each contract whose book differs from last cycle's has   *
      * that balance journaled across. A contract on neither map sits in the   *
      * default book on that side, as R213-BOOK-SERVICE serves it.             *
      ****************************************************************************
       7000-JOURNAL-TRANSFERS.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-OUTST-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OUTST-EOF
               MOVE OUT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               MOVE OUT-BALANCE TO WS-CARRIED-AMOUNT
               PERFORM 7100-ADD-CARRIED-BALANCE
               READ OUTST-FILE
                   AT END SET WS-OUTST-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF
           OPEN INPUT ACCR-FILE
           IF WS-ACCR-NOT-FOUND
               SET WS-ACCR-EOF TO TRUE
           ELSE
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-ACCR-EOF
               MOVE ACC-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               MOVE ACC-CUM-AMOUNT TO WS-CARRIED-AMOUNT
               PERFORM 7100-ADD-CARRIED-BALANCE
               READ ACCR-FILE
                   AT END SET WS-ACCR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACCR-NOT-FOUND
               CLOSE ACCR-FILE
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           MOVE LOW-VALUES TO BXK-CONTRACT-NUMBER
           START XFER-KEY-FILE
               KEY IS NOT LESS THAN BXK-CONTRACT-NUMBER
               INVALID KEY SET WS-XKEY-EOF TO TRUE
           END-START
           IF NOT WS-XKEY-EOF
               READ XFER-KEY-FILE NEXT RECORD
                   AT END SET WS-XKEY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-XKEY-EOF
               PERFORM 7200-JOURNAL-ONE-CONTRACT
               READ XFER-KEY-FILE NEXT RECORD
                   AT END SET WS-XKEY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       7100-ADD-CARRIED-BALANCE.
           MOVE WS-KEY-CONTRACT TO BXK-CONTRACT-NUMBER
           READ XFER-KEY-FILE
               INVALID KEY
                   MOVE WS-KEY-CONTRACT TO BXK-CONTRACT-NUMBER
                   MOVE SPACES TO BXK-OLD-BOOK
                   MOVE SPACES TO BXK-NEW-BOOK
                   MOVE WS-CARRIED-AMOUNT TO BXK-AMOUNT
                   WRITE BOOK-XFER-KEY-RECORD
               NOT INVALID KEY
                   ADD WS-CARRIED-AMOUNT TO BXK-AMOUNT
                   REWRITE BOOK-XFER-KEY-RECORD
           END-READ.

       7200-JOURNAL-ONE-CONTRACT.
           IF BXK-OLD-BOOK = SPACES
               MOVE WS-DEFAULT-BOOK TO BXK-OLD-BOOK
           END-IF
           IF BXK-NEW-BOOK = SPACES
               MOVE WS-DEFAULT-BOOK TO BXK-NEW-BOOK
           END-IF
           IF BXK-OLD-BOOK NOT = BXK-NEW-BOOK
               AND BXK-OLD-BOOK NOT = SPACES
               AND BXK-NEW-BOOK NOT = SPACES
               AND BXK-AMOUNT NOT = ZERO
               ADD 1 TO WS-TRANSFER-COUNT
               MOVE WS-GL-XFER-OUT-ACCT TO WS-XFER-ACCOUNT
               MOVE BXK-OLD-BOOK TO WS-XFER-BOOK
               MOVE BXK-NEW-BOOK TO WS-XFER-CTR-BOOK
               PERFORM 7300-WRITE-TRANSFER-LINE
               MOVE WS-GL-XFER-IN-ACCT TO WS-XFER-ACCOUNT
               MOVE BXK-NEW-BOOK TO WS-XFER-BOOK
               MOVE BXK-OLD-BOOK TO WS-XFER-CTR-BOOK
               PERFORM 7300-WRITE-TRANSFER-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "TRANSFER  CONTRACT " DELIMITED BY SIZE
                   BXK-CONTRACT-NUMBER DELIMITED BY SIZE
                   " BOOK=" DELIMITED BY SIZE
                   BXK-OLD-BOOK DELIMITED BY SIZE
                   " TO BOOK=" DELIMITED BY SIZE
                   BXK-NEW-BOOK DELIMITED BY SIZE
                   " BALANCE " DELIMITED BY SIZE
                   WS-XFER-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7300-WRITE-TRANSFER-LINE.
           MOVE BXK-AMOUNT TO WS-XFER-EDIT
           MOVE SPACES TO JOURNAL-LINE
           STRING "GLACCT=" DELIMITED BY SIZE
               WS-XFER-ACCOUNT DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               BXK-CONTRACT-NUMBER DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               WS-XFER-EDIT DELIMITED BY SIZE
               " DUEDATE=" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM (7:2) DELIMITED BY SIZE
               " BK=" DELIMITED BY SIZE
               WS-XFER-BOOK DELIMITED BY SIZE
               " CTRBK=" DELIMITED BY SIZE
               WS-XFER-CTR-BOOK DELIMITED BY SIZE
               INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.
