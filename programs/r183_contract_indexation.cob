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
      * R183-CONTRACT-INDEXATION                                                 *
      *                                                                          *
      * Anniversary price indexation. Each contract carried on the indexation    *
      * terms master (indexation-terms.cpy, INDXIN to INDXOUT, maintained by     *
      * A add / C change / D delete transactions on INDXTXN) is escalated once   *
      * a year, on the first run on or after its anniversary: an index-linked    *
      * contract by the rate published for the anniversary month on the          *
      * parameter master (INDEX-RATE-YYYYMM through R120-PARAM-SERVICE), a       *
      * fixed-rate contract by its own percentage, either one held between       *
      * the contract's cap and floor. The new AMOUNT is raised as an             *
      * amendment approved by SYSINDEX on AMDTXN, so R123 overlays it onto       *
      * the extract like any keyed amendment (a due-date change already          *
      * overlaid on the contract, read from AMDOUT, travels with it); the        *
      * change is appended to the lifecycle ledger (LIFELOG) as an INDEXED       *
      * event; and an escalation notice goes to the billing contact on           *
      * INDXLET, worded by the INDEXATN letter template (&NAME, &CONT, &NUM,     *
      * &OLD, &AMT, &RATE) or by the compiled wording when none is loaded.       *
      * A contract whose index is not yet published is held and retried on       *
      * the next run; one whose DUE-DATE falls before the anniversary is         *
      * not escalated. INDXRPT lists every decision.                             *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R183-CONTRACT-INDEXATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERMS-IN-FILE ASSIGN TO "INDXIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMS-IN-STATUS.

           SELECT TERMS-OUT-FILE ASSIGN TO "INDXOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERMS-TXN-FILE ASSIGN TO "INDXTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMS-TXN-STATUS.

           SELECT OVERLAY-FILE ASSIGN TO "AMDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERLAY-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "LETTMPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.

           SELECT OPTIONAL AMD-TXN-FILE ASSIGN TO "AMDTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LIFELOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO "INDXLET"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "INDXRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  TERMS-IN-FILE.
       01  TERMS-IN-RECORD              PIC X(59).

       FD  TERMS-OUT-FILE.
       01  TERMS-OUT-RECORD             PIC X(59).

       FD  TERMS-TXN-FILE.
       01  TERMS-TXN-RECORD.
           05  IXX-ACTION               PIC X(1).
               88  IXX-ADD                      VALUE "A".
               88  IXX-CHANGE                   VALUE "C".
               88  IXX-DELETE                   VALUE "D".
           05  IXX-TERMS                PIC X(59).

       FD  OVERLAY-FILE.
       COPY "amendment-record".

       FD  TEMPLATE-FILE.
       COPY "letter-template".

       FD  AMD-TXN-FILE.
       01  AMENDMENT-TXN-RECORD.
           05  ATX-FUNCTION             PIC X(1).
               88  ATX-ADD                      VALUE "A".
               88  ATX-CANCEL                   VALUE "C".
           05  ATX-CONTRACT-NUMBER      PIC X(15).
           05  ATX-NEW-AMOUNT           PIC 9(10)V9(2).
           05  ATX-AMOUNT-FLAG          PIC X(1).
           05  ATX-NEW-DUE-DATE         PIC X(10).
           05  ATX-DUE-FLAG             PIC X(1).
           05  ATX-USER                 PIC X(8).

       FD  LEDGER-FILE.
       COPY "lifecycle-event".

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-TERMS-IN-EOF-FLAG     PIC X      VALUE "N".
           88  WS-TERMS-IN-EOF                 VALUE "Y".
       01  WS-TERMS-IN-STATUS       PIC XX.
           88  WS-TERMS-IN-NOT-FOUND        VALUE "35".
       01  WS-TERMS-TXN-EOF-FLAG    PIC X      VALUE "N".
           88  WS-TERMS-TXN-EOF                VALUE "Y".
       01  WS-TERMS-TXN-STATUS      PIC XX.
           88  WS-TERMS-TXN-NOT-FOUND       VALUE "35".
       01  WS-OVERLAY-EOF-FLAG      PIC X      VALUE "N".
           88  WS-OVERLAY-EOF                  VALUE "Y".
       01  WS-OVERLAY-STATUS        PIC XX.
           88  WS-OVERLAY-NOT-FOUND         VALUE "35".
       01  WS-TMPL-EOF-FLAG         PIC X      VALUE "N".
           88  WS-TMPL-EOF                     VALUE "Y".
       01  WS-TMPL-STATUS           PIC XX.
           88  WS-TMPL-NOT-FOUND            VALUE "35".
       01  WS-TMPL-FLAG             PIC X      VALUE "N".
           88  WS-INDX-TEMPLATE-ON-FILE        VALUE "Y".

       COPY "indexation-terms".

       01  WS-TERMS-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
       01  WS-TERMS-TABLE.
           05  WS-TERMS-ENTRY       OCCURS 5000 TIMES.
               10  WS-TERMS-DATA.
                   15  WS-TERMS-CONTRACT    PIC X(15).
                   15  FILLER               PIC X(44).
               10  WS-TERMS-DELETED     PIC X(1).

       01  WS-CURRENT-COMPANY-NAME  PIC X(20)  VALUE SPACES.
       01  WS-CURRENT-COMPANY-ADDR  PIC X(30)  VALUE SPACES.
       01  WS-CONTRACT-TABLE-COUNT  PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY    OCCURS 5000 TIMES.
               10  WS-CONTRACT-NUMBER   PIC X(15).
               10  WS-CONTRACT-COMPANY  PIC X(20).
               10  WS-CONTRACT-ADDRESS  PIC X(30).
               10  WS-CONTRACT-DUE-DATE PIC X(10).
               10  WS-CONTRACT-AMOUNT   PIC 9(10)V9(2).

       01  WS-OVL-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-OVL-TABLE.
           05  WS-OVL-ENTRY         OCCURS 300 TIMES.
               10  WS-OVL-CONTRACT      PIC X(15).
               10  WS-OVL-DUE-DATE      PIC X(10).
               10  WS-OVL-DUE-FLAG      PIC X(1).

       01  WS-TMPL-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY        OCCURS 100 TIMES.
               10  WS-TMPL-EFF          PIC 9(8).
               10  WS-TMPL-LINE-NO      PIC 9(2).
               10  WS-TMPL-TEXT         PIC X(80).
       01  WS-TMPL-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-BEST-EFF              PIC 9(8)   VALUE ZERO.
       01  WS-LINE-NO-WANTED        PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-LINE           PIC X(100) VALUE SPACES.
       01  WS-RENDER-IN             PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-OUT            PIC 9(3)   VALUE ZERO.
       01  WS-TMPL-CONT             PIC X(33)  VALUE SPACES.

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-TERMS-HIT             PIC 9(4)   VALUE ZERO.
       01  WS-CONTRACT-HIT          PIC 9(4)   VALUE ZERO.
       01  WS-OVL-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-ANNIV-DATE.
           05  WS-ANNIV-YYYY            PIC 9(4).
           05  WS-ANNIV-MMDD            PIC 9(4).
       01  WS-ANNIV-DATE-NUM REDEFINES WS-ANNIV-DATE
                                    PIC 9(8).
       01  WS-ANNIV-DISPLAY         PIC X(10)  VALUE SPACES.
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-MONTH                 PIC 9(2)   VALUE ZERO.
       01  WS-DAY                   PIC 9(2)   VALUE ZERO.
       01  WS-RATE-NAME             PIC X(20)  VALUE SPACES.
       01  WS-RATE-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-RATE-FOUND                   VALUE "Y".
       01  WS-RATE-APPLIED          PIC S9(3)V9(4) VALUE ZERO.
       01  WS-RATE-LIMIT            PIC X(7)   VALUE SPACES.
       01  WS-OLD-AMOUNT            PIC 9(10)V9(2) VALUE ZERO.
       01  WS-NEW-AMOUNT            PIC S9(10)V9(2) VALUE ZERO.
       01  WS-OLD-EDIT              PIC ZZZZZZZZZ9.99.
       01  WS-AMOUNT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-PCT-EDIT              PIC -ZZ9.9999.
       01  WS-REASON                PIC X(40)  VALUE SPACES.
       01  WS-KEEP-INDEXED-DATE     PIC 9(8)   VALUE ZERO.

       01  WS-TERMS-CARRIED         PIC 9(9)   VALUE ZERO.
       01  WS-TERMS-ADDED           PIC 9(9)   VALUE ZERO.
       01  WS-TERMS-CHANGED         PIC 9(9)   VALUE ZERO.
       01  WS-TERMS-DELETED-COUNT   PIC 9(9)   VALUE ZERO.
       01  WS-TERMS-WRITTEN         PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-INDEXED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-UNCHANGED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-LIMITED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(9)   VALUE ZERO.
       01  WS-ENDED-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-DEPARTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "param-parm".
       COPY "addressee-parm".
       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R183" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-CONTRACTS
           PERFORM 1100-LOAD-TERMS
           PERFORM 1200-LOAD-OVERLAYS
           PERFORM 1600-LOAD-TEMPLATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CONTRACT INDEXATION AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-APPLY-TERMS-TXNS
           OPEN EXTEND AMD-TXN-FILE
           OPEN EXTEND LEDGER-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM 3000-INDEX-CONTRACTS
           CLOSE AMD-TXN-FILE
           CLOSE LEDGER-FILE
           CLOSE LETTER-FILE
           PERFORM 4000-WRITE-TERMS
           CLOSE REPORT-FILE
           DISPLAY "R183: TERMS CARRIED          " WS-TERMS-CARRIED
           DISPLAY "R183: TERMS ADDED            " WS-TERMS-ADDED
           DISPLAY "R183: TERMS CHANGED          " WS-TERMS-CHANGED
           DISPLAY "R183: TERMS DELETED          "
               WS-TERMS-DELETED-COUNT
           DISPLAY "R183: TERMS WRITTEN          " WS-TERMS-WRITTEN
           DISPLAY "R183: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R183: CONTRACTS INDEXED      " WS-INDEXED-COUNT
           DISPLAY "R183: HELD AT CAP OR FLOOR   " WS-LIMITED-COUNT
           DISPLAY "R183: INDEXED NO CHANGE      " WS-UNCHANGED-COUNT
           DISPLAY "R183: HELD - NO INDEX RATE   " WS-HELD-COUNT
           DISPLAY "R183: ENDED BEFORE ANNIV     " WS-ENDED-COUNT
           DISPLAY "R183: CONTRACTS NOT ON ENTITY" WS-DEPARTED-COUNT
           DISPLAY "R183: NOTICES WRITTEN        " WS-LETTER-COUNT
           IF WS-REFUSED-COUNT > ZERO
               OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R183: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * A CONTRACT belongs to the COMPANY segment it follows on the extract.     *
      ****************************************************************************
       1000-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY
                           TO WS-CURRENT-COMPANY-NAME
                       MOVE ADDRESS OF COMPANY
                           TO WS-CURRENT-COMPANY-ADDR
                   WHEN 7
                       IF WS-CONTRACT-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-CONTRACT-TABLE-COUNT
                           MOVE CONTRACT-NUMBER OF CONTRACT TO
                               WS-CONTRACT-NUMBER
                                   (WS-CONTRACT-TABLE-COUNT)
                           MOVE WS-CURRENT-COMPANY-NAME TO
                               WS-CONTRACT-COMPANY
                                   (WS-CONTRACT-TABLE-COUNT)
                           MOVE WS-CURRENT-COMPANY-ADDR TO
                               WS-CONTRACT-ADDRESS
                                   (WS-CONTRACT-TABLE-COUNT)
                           MOVE DUE-DATE OF CONTRACT TO
                               WS-CONTRACT-DUE-DATE
                                   (WS-CONTRACT-TABLE-COUNT)
                           MOVE AMOUNT OF CONTRACT TO
                               WS-CONTRACT-AMOUNT
                                   (WS-CONTRACT-TABLE-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1100-LOAD-TERMS.
           OPEN INPUT TERMS-IN-FILE
           IF WS-TERMS-IN-NOT-FOUND
               SET WS-TERMS-IN-EOF TO TRUE
           ELSE
               READ TERMS-IN-FILE
                   AT END SET WS-TERMS-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TERMS-IN-EOF
               IF WS-TERMS-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-TERMS-CARRIED
                   ADD 1 TO WS-TERMS-TABLE-COUNT
                   MOVE TERMS-IN-RECORD
                       TO WS-TERMS-DATA (WS-TERMS-TABLE-COUNT)
                   MOVE "N" TO WS-TERMS-DELETED (WS-TERMS-TABLE-COUNT)
               END-IF
               READ TERMS-IN-FILE
                   AT END SET WS-TERMS-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TERMS-IN-NOT-FOUND
               CLOSE TERMS-IN-FILE
           END-IF.

      ****************************************************************************
      * R123's carried overlays: an indexation amendment replaces the whole      *
      * overlay on its contract, so a due-date change already agreed must be     *
      * repeated on it or R123 would drop it.                                    *
      ****************************************************************************
       1200-LOAD-OVERLAYS.
           OPEN INPUT OVERLAY-FILE
           IF WS-OVERLAY-NOT-FOUND
               SET WS-OVERLAY-EOF TO TRUE
           ELSE
               READ OVERLAY-FILE
                   AT END SET WS-OVERLAY-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OVERLAY-EOF
               IF AMD-DUE-FLAG = "Y"
                   IF WS-OVL-TABLE-COUNT >= 300
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-OVL-TABLE-COUNT
                       MOVE AMD-CONTRACT-NUMBER
                           TO WS-OVL-CONTRACT (WS-OVL-TABLE-COUNT)
                       MOVE AMD-NEW-DUE-DATE
                           TO WS-OVL-DUE-DATE (WS-OVL-TABLE-COUNT)
                       MOVE AMD-DUE-FLAG
                           TO WS-OVL-DUE-FLAG (WS-OVL-TABLE-COUNT)
                   END-IF
               END-IF
               READ OVERLAY-FILE
                   AT END SET WS-OVERLAY-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OVERLAY-NOT-FOUND
               CLOSE OVERLAY-FILE
           END-IF.

       1600-LOAD-TEMPLATE.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TMPL-NOT-FOUND
               SET WS-TMPL-EOF TO TRUE
           ELSE
               READ TEMPLATE-FILE
                   AT END SET WS-TMPL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TMPL-EOF
               IF LT-LETTER-TYPE = "INDEXATN"
                   AND LT-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
                   AND LT-LANGUAGE = "E"
                   IF WS-TMPL-TABLE-COUNT >= 100
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       SET WS-INDX-TEMPLATE-ON-FILE TO TRUE
                       ADD 1 TO WS-TMPL-TABLE-COUNT
                       MOVE LT-EFFECTIVE-DATE
                           TO WS-TMPL-EFF (WS-TMPL-TABLE-COUNT)
                       MOVE LT-LINE-NUMBER
                           TO WS-TMPL-LINE-NO (WS-TMPL-TABLE-COUNT)
                       MOVE LT-TEXT
                           TO WS-TMPL-TEXT (WS-TMPL-TABLE-COUNT)
                       IF LT-EFFECTIVE-DATE > WS-BEST-EFF
                           MOVE LT-EFFECTIVE-DATE TO WS-BEST-EFF
                       END-IF
                   END-IF
               END-IF
               READ TEMPLATE-FILE
                   AT END SET WS-TMPL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TMPL-NOT-FOUND
               CLOSE TEMPLATE-FILE
           END-IF.

       1900-FIND-TERMS.
           MOVE ZERO TO WS-TERMS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TERMS-TABLE-COUNT
                      OR WS-TERMS-HIT > ZERO
               IF WS-TERMS-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   AND WS-TERMS-DELETED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-TERMS-HIT
               END-IF
           END-PERFORM.

       1960-FIND-CONTRACT.
           MOVE ZERO TO WS-CONTRACT-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONTRACT-TABLE-COUNT
                      OR WS-CONTRACT-HIT > ZERO
               IF WS-CONTRACT-NUMBER (WS-SUB) = WS-KEY-CONTRACT
                   MOVE WS-SUB TO WS-CONTRACT-HIT
               END-IF
           END-PERFORM.

       1970-FIND-OVERLAY.
           MOVE ZERO TO WS-OVL-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OVL-TABLE-COUNT
                      OR WS-OVL-HIT > ZERO
               IF WS-OVL-CONTRACT (WS-SUB) = WS-KEY-CONTRACT
                   MOVE WS-SUB TO WS-OVL-HIT
               END-IF
           END-PERFORM.

       2000-APPLY-TERMS-TXNS.
           OPEN INPUT TERMS-TXN-FILE
           IF WS-TERMS-TXN-NOT-FOUND
               SET WS-TERMS-TXN-EOF TO TRUE
           ELSE
               READ TERMS-TXN-FILE
                   AT END SET WS-TERMS-TXN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TERMS-TXN-EOF
               PERFORM 2100-APPLY-ONE-TERMS
               READ TERMS-TXN-FILE
                   AT END SET WS-TERMS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TERMS-TXN-NOT-FOUND
               CLOSE TERMS-TXN-FILE
           END-IF.

      ****************************************************************************
      * New terms start from today unless a last indexed date is keyed, so       *
      * an anniversary already past this year waits for next year. A change      *
      * never moves the last indexed date the run itself keeps.                  *
      ****************************************************************************
       2100-APPLY-ONE-TERMS.
           MOVE SPACES TO WS-REASON
           MOVE IXX-TERMS TO INDEXATION-TERMS-RECORD
           MOVE IXT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1900-FIND-TERMS
           PERFORM 1960-FIND-CONTRACT
           EVALUATE TRUE
               WHEN IXX-ADD AND WS-TERMS-HIT > ZERO
                   MOVE "CONTRACT ALREADY HAS TERMS" TO WS-REASON
               WHEN IXX-ADD AND WS-CONTRACT-HIT = ZERO
                   MOVE "CONTRACT NOT ON ENTITY FILE" TO WS-REASON
               WHEN (IXX-CHANGE OR IXX-DELETE) AND WS-TERMS-HIT = ZERO
                   MOVE "NO TERMS ON FILE" TO WS-REASON
               WHEN IXX-ADD OR IXX-CHANGE
                   PERFORM 2150-VALIDATE-TERMS
               WHEN IXX-DELETE
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   IXX-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IXT-CONTRACT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN IXX-ADD
                       IF IXT-LAST-INDEXED-DATE NOT NUMERIC
                           OR IXT-LAST-INDEXED-DATE = ZERO
                           MOVE WS-CURRENT-DATE-NUM
                               TO IXT-LAST-INDEXED-DATE
                       END-IF
                       IF WS-TERMS-TABLE-COUNT >= 5000
                           SET WS-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-TERMS-ADDED
                           ADD 1 TO WS-TERMS-TABLE-COUNT
                           MOVE INDEXATION-TERMS-RECORD TO
                               WS-TERMS-DATA (WS-TERMS-TABLE-COUNT)
                           MOVE "N" TO
                               WS-TERMS-DELETED (WS-TERMS-TABLE-COUNT)
                           MOVE "ADDED     CONTRACT " TO REPORT-LINE
                           PERFORM 2900-REPORT-TERMS
                       END-IF
                   WHEN IXX-CHANGE
                       ADD 1 TO WS-TERMS-CHANGED
                       MOVE WS-TERMS-DATA (WS-TERMS-HIT)
                           TO INDEXATION-TERMS-RECORD
                       MOVE IXT-LAST-INDEXED-DATE
                           TO WS-KEEP-INDEXED-DATE
                       MOVE IXX-TERMS TO INDEXATION-TERMS-RECORD
                       MOVE WS-KEEP-INDEXED-DATE
                           TO IXT-LAST-INDEXED-DATE
                       MOVE INDEXATION-TERMS-RECORD
                           TO WS-TERMS-DATA (WS-TERMS-HIT)
                       MOVE "CHANGED   CONTRACT " TO REPORT-LINE
                       PERFORM 2900-REPORT-TERMS
                   WHEN IXX-DELETE
                       ADD 1 TO WS-TERMS-DELETED-COUNT
                       MOVE "Y" TO WS-TERMS-DELETED (WS-TERMS-HIT)
                       MOVE WS-TERMS-DATA (WS-TERMS-HIT)
                           TO INDEXATION-TERMS-RECORD
                       MOVE "DELETED   CONTRACT " TO REPORT-LINE
                       PERFORM 2900-REPORT-TERMS
               END-EVALUATE
           END-IF.

       2150-VALIDATE-TERMS.
           IF IXT-ANNIVERSARY-MMDD NOT NUMERIC
               MOVE "ANNIVERSARY NOT NUMERIC" TO WS-REASON
           ELSE
               MOVE IXT-ANNIVERSARY-MMDD (1:2) TO WS-MONTH
               MOVE IXT-ANNIVERSARY-MMDD (3:2) TO WS-DAY
               EVALUATE TRUE
                   WHEN WS-MONTH < 1 OR WS-MONTH > 12
                       MOVE "ANNIVERSARY MONTH INVALID" TO WS-REASON
                   WHEN WS-DAY < 1 OR WS-DAY > 31
                       MOVE "ANNIVERSARY DAY INVALID" TO WS-REASON
                   WHEN WS-MONTH = 2 AND WS-DAY > 29
                       MOVE "ANNIVERSARY DAY INVALID" TO WS-REASON
                   WHEN (WS-MONTH = 4 OR WS-MONTH = 6 OR WS-MONTH = 9
                           OR WS-MONTH = 11)
                       AND WS-DAY > 30
                       MOVE "ANNIVERSARY DAY INVALID" TO WS-REASON
                   WHEN NOT IXT-INDEX-LINKED AND NOT IXT-FIXED-RATE
                       MOVE "BASIS MUST BE I OR F" TO WS-REASON
                   WHEN IXT-FIXED-PCT NOT NUMERIC
                       OR IXT-CAP-PCT NOT NUMERIC
                       OR IXT-FLOOR-PCT NOT NUMERIC
                       MOVE "PERCENTAGES NOT NUMERIC" TO WS-REASON
                   WHEN IXT-FIXED-RATE AND IXT-FIXED-PCT = ZERO
                       MOVE "FIXED BASIS NEEDS A PERCENTAGE"
                           TO WS-REASON
                   WHEN IXT-CAP-FLAG NOT = "Y" AND NOT = "N"
                       MOVE "CAP FLAG MUST BE Y OR N" TO WS-REASON
                   WHEN IXT-FLOOR-FLAG NOT = "Y" AND NOT = "N"
                       MOVE "FLOOR FLAG MUST BE Y OR N" TO WS-REASON
                   WHEN IXT-CAPPED AND IXT-FLOORED
                       AND IXT-FLOOR-PCT > IXT-CAP-PCT
                       MOVE "FLOOR ABOVE CAP" TO WS-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2900-REPORT-TERMS.
           MOVE SPACES TO REPORT-LINE (20:)
           STRING IXT-CONTRACT-NUMBER DELIMITED BY SIZE
               " ANNIVERSARY " DELIMITED BY SIZE
               IXT-ANNIVERSARY-MMDD DELIMITED BY SIZE
               " BASIS " DELIMITED BY SIZE
               IXT-BASIS DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               IXT-ENTERED-BY DELIMITED BY SIZE
               INTO REPORT-LINE (20:)
           WRITE REPORT-LINE.

       3000-INDEX-CONTRACTS.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-TERMS-TABLE-COUNT
               IF WS-TERMS-DELETED (WS-SUB-2) = "N"
                   MOVE WS-TERMS-DATA (WS-SUB-2)
                       TO INDEXATION-TERMS-RECORD
                   PERFORM 3100-CONSIDER-CONTRACT
                   MOVE INDEXATION-TERMS-RECORD
                       TO WS-TERMS-DATA (WS-SUB-2)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * This year's anniversary is due once it is reached and is later than      *
      * the last one indexed; a 29 February anniversary falls on the 28th in     *
      * other years.                                                             *
      ****************************************************************************
       3100-CONSIDER-CONTRACT.
           MOVE WS-CURRENT-DATE-NUM (1:4) TO WS-ANNIV-YYYY
           MOVE IXT-ANNIVERSARY-MMDD TO WS-ANNIV-MMDD
           IF WS-ANNIV-MMDD = 0229
               AND (FUNCTION MOD (WS-ANNIV-YYYY, 4) NOT = 0
                    OR (FUNCTION MOD (WS-ANNIV-YYYY, 100) = 0
                        AND FUNCTION MOD (WS-ANNIV-YYYY, 400) NOT = 0))
               MOVE 0228 TO WS-ANNIV-MMDD
           END-IF
           IF WS-ANNIV-DATE-NUM > WS-CURRENT-DATE-NUM
               OR WS-ANNIV-DATE-NUM <= IXT-LAST-INDEXED-DATE
               CONTINUE
           ELSE
               PERFORM 3200-INDEX-ONE-CONTRACT
           END-IF.

       3200-INDEX-ONE-CONTRACT.
           MOVE SPACES TO WS-ANNIV-DISPLAY
           STRING WS-ANNIV-DATE (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ANNIV-DATE (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-ANNIV-DATE (7:2) DELIMITED BY SIZE
               INTO WS-ANNIV-DISPLAY
           MOVE IXT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1960-FIND-CONTRACT
           IF WS-CONTRACT-HIT = ZERO
               ADD 1 TO WS-DEPARTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REVIEW    CONTRACT " DELIMITED BY SIZE
                   IXT-CONTRACT-NUMBER DELIMITED BY SIZE
                   " CONTRACT NOT ON ENTITY FILE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CONTRACT-DUE-DATE (WS-CONTRACT-HIT) (1:4)
                   TO WS-DUE-DATE-NUM (1:4)
               MOVE WS-CONTRACT-DUE-DATE (WS-CONTRACT-HIT) (6:2)
                   TO WS-DUE-DATE-NUM (5:2)
               MOVE WS-CONTRACT-DUE-DATE (WS-CONTRACT-HIT) (9:2)
                   TO WS-DUE-DATE-NUM (7:2)
               IF WS-DUE-DATE-NUM < WS-ANNIV-DATE-NUM
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE WS-ANNIV-DATE-NUM TO IXT-LAST-INDEXED-DATE
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT DUE   CONTRACT " DELIMITED BY SIZE
                       IXT-CONTRACT-NUMBER DELIMITED BY SIZE
                       " ENDS " DELIMITED BY SIZE
                       WS-CONTRACT-DUE-DATE (WS-CONTRACT-HIT)
                           DELIMITED BY SIZE
                       " BEFORE ANNIVERSARY " DELIMITED BY SIZE
                       WS-ANNIV-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 3300-FIND-RATE
                   IF WS-RATE-FOUND
                       PERFORM 3400-APPLY-RATE
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "HELD      CONTRACT " DELIMITED BY SIZE
                           IXT-CONTRACT-NUMBER DELIMITED BY SIZE
                           " NO " DELIMITED BY SIZE
                           WS-RATE-NAME DELIMITED BY SPACE
                           " ON THE PARAMETER MASTER"
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      ****************************************************************************
      * The index is asked for by the anniversary month's name, so only a        *
      * rate published for that month will do - last month's is no stand-in.     *
      ****************************************************************************
       3300-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-FLAG
           MOVE SPACES TO WS-RATE-LIMIT
           MOVE ZERO TO WS-RATE-APPLIED
           IF IXT-FIXED-RATE
               MOVE IXT-FIXED-PCT TO WS-RATE-APPLIED
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE SPACES TO WS-RATE-NAME
               STRING "INDEX-RATE-" DELIMITED BY SIZE
                   WS-ANNIV-DATE (1:6) DELIMITED BY SIZE
                   INTO WS-RATE-NAME
               MOVE WS-RATE-NAME TO PP-NAME
               MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
               CALL "R120-PARAM-SERVICE" USING PARAM-PARM
               IF PP-STATUS = ZERO
                   MOVE PP-VALUE TO WS-RATE-APPLIED
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-RATE-FOUND
               IF IXT-CAPPED AND WS-RATE-APPLIED > IXT-CAP-PCT
                   MOVE IXT-CAP-PCT TO WS-RATE-APPLIED
                   MOVE "CAPPED" TO WS-RATE-LIMIT
               END-IF
               IF IXT-FLOORED AND WS-RATE-APPLIED < IXT-FLOOR-PCT
                   MOVE IXT-FLOOR-PCT TO WS-RATE-APPLIED
                   MOVE "FLOORED" TO WS-RATE-LIMIT
               END-IF
           END-IF.

       3400-APPLY-RATE.
           MOVE WS-CONTRACT-AMOUNT (WS-CONTRACT-HIT) TO WS-OLD-AMOUNT
           COMPUTE WS-NEW-AMOUNT ROUNDED =
               WS-OLD-AMOUNT + WS-OLD-AMOUNT * WS-RATE-APPLIED / 100
           IF WS-NEW-AMOUNT < ZERO
               MOVE ZERO TO WS-NEW-AMOUNT
           END-IF
           MOVE WS-ANNIV-DATE-NUM TO IXT-LAST-INDEXED-DATE
           MOVE WS-OLD-AMOUNT TO WS-OLD-EDIT
           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-RATE-APPLIED TO WS-PCT-EDIT
           IF WS-RATE-LIMIT NOT = SPACES
               ADD 1 TO WS-LIMITED-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-NEW-AMOUNT = WS-OLD-AMOUNT
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE "UNCHANGED CONTRACT " TO REPORT-LINE
           ELSE
               ADD 1 TO WS-INDEXED-COUNT
               PERFORM 3500-RAISE-AMENDMENT
               PERFORM 3600-LOG-EVENT
               PERFORM 4200-WRITE-ONE-LETTER
               MOVE "INDEXED   CONTRACT " TO REPORT-LINE
           END-IF
           STRING IXT-CONTRACT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ANNIV-DISPLAY DELIMITED BY SIZE
               " RATE " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RATE-LIMIT DELIMITED BY SIZE
               " OLD " DELIMITED BY SIZE
               WS-OLD-EDIT DELIMITED BY SIZE
               " NEW " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE (20:)
           WRITE REPORT-LINE.

       3500-RAISE-AMENDMENT.
           MOVE IXT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1970-FIND-OVERLAY
           MOVE "A" TO ATX-FUNCTION
           MOVE IXT-CONTRACT-NUMBER TO ATX-CONTRACT-NUMBER
           MOVE WS-NEW-AMOUNT TO ATX-NEW-AMOUNT
           MOVE "Y" TO ATX-AMOUNT-FLAG
           IF WS-OVL-HIT > ZERO
               MOVE WS-OVL-DUE-DATE (WS-OVL-HIT) TO ATX-NEW-DUE-DATE
               MOVE WS-OVL-DUE-FLAG (WS-OVL-HIT) TO ATX-DUE-FLAG
           ELSE
               MOVE SPACES TO ATX-NEW-DUE-DATE
               MOVE "N" TO ATX-DUE-FLAG
           END-IF
           MOVE "SYSINDEX" TO ATX-USER
           WRITE AMENDMENT-TXN-RECORD.

       3600-LOG-EVENT.
           MOVE IXT-CONTRACT-NUMBER TO LC-CONTRACT-NUMBER
           MOVE WS-CURRENT-DATE-NUM TO LC-CYCLE-DATE
           MOVE "INDEXED" TO LC-EVENT
           MOVE WS-OLD-EDIT TO LC-OLD-VALUE
           MOVE WS-AMOUNT-EDIT TO LC-NEW-VALUE
           WRITE LIFECYCLE-EVENT-RECORD.

       4000-WRITE-TERMS.
           OPEN OUTPUT TERMS-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TERMS-TABLE-COUNT
               IF WS-TERMS-DELETED (WS-SUB) = "N"
                   MOVE WS-TERMS-DATA (WS-SUB) TO TERMS-OUT-RECORD
                   WRITE TERMS-OUT-RECORD
                   ADD 1 TO WS-TERMS-WRITTEN
               END-IF
           END-PERFORM
           CLOSE TERMS-OUT-FILE.

      ****************************************************************************
      * The notice goes to the company's billing contact on the role             *
      * register (R177), to the company at its address when there is none.       *
      ****************************************************************************
       4200-WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO LETTER-LINE
           STRING "TO: " DELIMITED BY SIZE
               WS-CONTRACT-COMPANY (WS-CONTRACT-HIT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-CONTRACT-ADDRESS (WS-CONTRACT-HIT) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-TMPL-CONT
           SET AD-BY-NAME TO TRUE
           MOVE SPACES TO AD-COMPANY-ID
           MOVE WS-CONTRACT-COMPANY (WS-CONTRACT-HIT) TO AD-COMPANY-NAME
           MOVE "B" TO AD-ROLE
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
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "RE: CONTRACT " DELIMITED BY SIZE
               IXT-CONTRACT-NUMBER DELIMITED BY SIZE
               " PRICE REVIEW AT ANNIVERSARY " DELIMITED BY SIZE
               WS-ANNIV-DISPLAY DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-INDX-TEMPLATE-ON-FILE
               PERFORM 4250-RENDER-TEMPLATE-BODY
           ELSE
               MOVE "    UNDER THE INDEXATION TERMS OF YOUR CONTRACT"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "    ITS PRICE HAS BEEN REVIEWED AT ANNIVERSARY."
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING "    PREVIOUS AMOUNT " DELIMITED BY SIZE
                   WS-OLD-EDIT DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING "    RATE APPLIED    " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   " PER CENT" DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING "    NEW AMOUNT      " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

      ****************************************************************************
      * The letter body off the INDEXATN template: &NAME the company, &CONT      *
      * the billing contact (blank when there is none), &NUM the contract,       *
      * &OLD and &AMT the amount before and after, &RATE the percentage          *
      * applied after any cap or floor.                                          *
      ****************************************************************************
       4250-RENDER-TEMPLATE-BODY.
           PERFORM VARYING WS-LINE-NO-WANTED FROM 1 BY 1
                   UNTIL WS-LINE-NO-WANTED > 99
               PERFORM VARYING WS-TMPL-SUB FROM 1 BY 1
                       UNTIL WS-TMPL-SUB > WS-TMPL-TABLE-COUNT
                   IF WS-TMPL-EFF (WS-TMPL-SUB) = WS-BEST-EFF
                       AND WS-TMPL-LINE-NO (WS-TMPL-SUB)
                           = WS-LINE-NO-WANTED
                       PERFORM 4260-RENDER-ONE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****************************************************************************
      * Substitution by left-to-right scan, R059's convention: a recognized      *
      * &token copies its value and the scan jumps the token; everything         *
      * else copies byte by byte.                                                *
      ****************************************************************************
       4260-RENDER-ONE-LINE.
           MOVE SPACES TO WS-RENDER-LINE
           MOVE 1 TO WS-RENDER-OUT
           MOVE 1 TO WS-RENDER-IN
           PERFORM UNTIL WS-RENDER-IN > 80
                   OR WS-RENDER-OUT > 95
               EVALUATE TRUE
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&NAME"
                       STRING WS-CONTRACT-COMPANY (WS-CONTRACT-HIT)
                           DELIMITED BY "  "
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&CONT"
                       STRING WS-TMPL-CONT DELIMITED BY "  "
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&RATE"
                       STRING WS-PCT-EDIT DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&NUM"
                       STRING IXT-CONTRACT-NUMBER
                           DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&OLD"
                       STRING WS-OLD-EDIT DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&AMT"
                       STRING WS-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 4 TO WS-RENDER-IN
                   WHEN OTHER
                       MOVE WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:1)
                           TO WS-RENDER-LINE (WS-RENDER-OUT:1)
                       ADD 1 TO WS-RENDER-IN
                       ADD 1 TO WS-RENDER-OUT
               END-EVALUATE
           END-PERFORM
           MOVE WS-RENDER-LINE TO LETTER-LINE
           WRITE LETTER-LINE.
