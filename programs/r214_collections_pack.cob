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
      * R214-COLLECTIONS-PACK                                                    *
      *                                                                          *
      * Month-end collections management pack. The month is the one named on    *
      * the close request (PERIODREQ, YYYYMM), else the business month, and      *
      * balances are aged as at its last day (the business date when that is    *
      * earlier). Every open balance on OUTSTFIN is placed in its R019 aging     *
      * bucket from the CONTRACT segment's DUE-DATE on ENTIN and counted under   *
      * its currency (CONTRCCY, base currency when absent), its product          *
      * (R180-PRODUCT-SERVICE, NONE when unassigned) and its company's R116      *
      * risk grade (GRADEOUT, UNGRADED when absent); a contract written off      *
      * by R101 in the month (WOFFOUT) is no longer a receivable.                *
      *                                                                          *
      * The measures, for the whole book and each segment:                       *
      *   DSO      month-end receivables over the month's credit sales (R156     *
      *            invoices issued in the month, INVREGOUT) times the days       *
      *            of the month;                                                 *
      *   CEI      cash collected (SETTLEMTH, the month's SETTLE registers       *
      *            operations concatenate) over what was collectable -          *
      *            opening receivables plus sales less the closing balance      *
      *            not yet due;                                                 *
      *   ROLL     share of last month's balance in buckets 0 to 3 that          *
      *            moved to a later bucket;                                      *
      *   CURE     share of last month's overdue balance paid off or back in    *
      *            an earlier bucket;                                            *
      *   WOFF     share of last month's balance written off in the month;      *
      *   KEEP     R100 arrangements on ARROUT not broken;                       *
      *   LEGAL    share of the balance placed with attorneys (R110, PLCOUT,     *
      *            returned cases left out) recovered to date;                   *
      *   PROMISE  R108 promises to pay (COLACT outcome PROMISE followed up in   *
      *            the month) whose contract paid in the month - also by        *
      *            collector.                                                    *
      * Last month's balances come back on COLSNAPIN, tonight's go out on        *
      * COLSNAPOUT for next month's roll rates. COLHSTIN to COLHSTOUT keeps      *
      * the newest twenty-four months of measures per segment; a measure         *
      * worse than last month's by more than COLPK-WORSE-<n> (parameter          *
      * service, n the measure 1 to 8) is flagged DETERIORATED on COLPACK,       *
      * which also prints the whole-book roll-rate matrix and trend. A           *
      * snapshot or history already stamped with the month means the pack        *
      * has been produced and the run stops.                                     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R214-COLLECTIONS-PACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PERIODREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRADE-FILE ASSIGN TO "GRADEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT CCY-XREF-FILE ASSIGN TO "CONTRCCY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCY-XREF-STATUS.

           SELECT OUTST-FILE ASSIGN TO "OUTSTFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.

           SELECT WOFF-FILE ASSIGN TO "WOFFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "SETTLEMTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT ARR-FILE ASSIGN TO "ARROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO "PLCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "COLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT SNAP-IN-FILE ASSIGN TO "COLSNAPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT SNAP-OUT-FILE ASSIGN TO "COLSNAPOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIST-IN-FILE ASSIGN TO "COLHSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO "COLHSTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "COLPACK"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "period-close-request".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  GRADE-FILE.
       COPY "risk-grade".

       FD  CCY-XREF-FILE.
       COPY "contract-currency".

       FD  OUTST-FILE.
       COPY "outstanding-record".

       FD  WOFF-FILE.
       COPY "writeoff-record".

       FD  INVOICE-FILE.
       COPY "invoice-register".

       FD  SETTLE-FILE.
       01  SETTLE-LINE                  PIC X(100).

       FD  ARR-FILE.
       COPY "arrangement-record".

       FD  PLACEMENT-FILE.
       COPY "placement-record".

       FD  ACTIVITY-FILE.
       01  COLLECTOR-ACTIVITY-RECORD.
           05  CA-CONTRACT-NUMBER       PIC X(15).
           05  CA-COLLECTOR             PIC X(8).
           05  CA-OUTCOME               PIC X(12).
           05  CA-FOLLOW-UP-DATE        PIC 9(8).
           05  CA-NOTE                  PIC X(40).

       FD  SNAP-IN-FILE.
       COPY "collection-snapshot" REPLACING COLLECTION-SNAPSHOT-RECORD
           BY SNAPSHOT-IN-RECORD.

       FD  SNAP-OUT-FILE.
       COPY "collection-snapshot".

       FD  HIST-IN-FILE.
       COPY "collections-history" REPLACING COLLECTIONS-HISTORY-RECORD
           BY HISTORY-IN-RECORD.

       FD  HIST-OUT-FILE.
       COPY "collections-history".

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REQ-STATUS            PIC XX.
           88  WS-REQ-NOT-FOUND             VALUE "35".
       01  WS-GRADE-STATUS          PIC XX.
           88  WS-GRADE-NOT-FOUND           VALUE "35".
       01  WS-CCY-XREF-STATUS       PIC XX.
           88  WS-CCY-XREF-NOT-FOUND        VALUE "35".
       01  WS-OUTST-STATUS          PIC XX.
           88  WS-OUTST-NOT-FOUND           VALUE "35".
       01  WS-WOFF-STATUS           PIC XX.
           88  WS-WOFF-NOT-FOUND            VALUE "35".
       01  WS-INV-STATUS            PIC XX.
           88  WS-INV-NOT-FOUND             VALUE "35".
       01  WS-SETTLE-STATUS         PIC XX.
           88  WS-SETTLE-NOT-FOUND          VALUE "35".
       01  WS-ARR-STATUS            PIC XX.
           88  WS-ARR-NOT-FOUND             VALUE "35".
       01  WS-PLC-STATUS            PIC XX.
           88  WS-PLC-NOT-FOUND             VALUE "35".
       01  WS-ACT-STATUS            PIC XX.
           88  WS-ACT-NOT-FOUND             VALUE "35".
       01  WS-SNAP-STATUS           PIC XX.
           88  WS-SNAP-NOT-FOUND            VALUE "35".
       01  WS-HIST-STATUS           PIC XX.
           88  WS-HIST-NOT-FOUND            VALUE "35".

      ****************************************************************************
      * The eight measures in pack order, their report headings, the           *
      * direction that counts as worse (H a rise, L a fall) and the compiled   *
      * deterioration tolerance - days for DSO, percentage points for the      *
      * rest - each overridable by COLPK-WORSE-<n>.                            *
      ****************************************************************************
       01  WS-MEASURE-NAMES.
           05  FILLER               PIC X(24)
               VALUE "DAYS SALES OUTSTANDING  ".
           05  FILLER               PIC X(24)
               VALUE "COLLECTION EFFECTIVENESS".
           05  FILLER               PIC X(24)
               VALUE "ROLL-FORWARD RATE       ".
           05  FILLER               PIC X(24)
               VALUE "CURE RATE               ".
           05  FILLER               PIC X(24)
               VALUE "WRITE-OFF RATE          ".
           05  FILLER               PIC X(24)
               VALUE "ARRANGEMENT KEEP RATE   ".
           05  FILLER               PIC X(24)
               VALUE "LEGAL RECOVERY RATE     ".
           05  FILLER               PIC X(24)
               VALUE "PROMISE-KEPT RATE       ".
       01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
           05  WS-MEASURE-NAME      PIC X(24)  OCCURS 8 TIMES.
       01  WS-WORSE-DIRECTIONS      PIC X(8)   VALUE "HLHLHLLL".
       01  WS-DEFAULT-TOLERANCES.
           05  FILLER               PIC X(40)
               VALUE "0050000500005000050000500005000050000500".
       01  WS-DEFAULT-TOL-TABLE REDEFINES WS-DEFAULT-TOLERANCES.
           05  WS-DEFAULT-TOL       PIC 9(3)V9(2) OCCURS 8 TIMES.
       01  WS-TOLERANCE-TABLE.
           05  WS-TOLERANCE         PIC 9(3)V9(2) OCCURS 8 TIMES.
       01  WS-MEASURE-SUB           PIC 9(1)   VALUE ZERO.

       01  WS-BASE-CCY              PIC X(3)   VALUE "ZAR".
       01  WS-NO-PRODUCT            PIC X(6)   VALUE "NONE".
       01  WS-NO-GRADE              PIC X(8)   VALUE "UNGRADED".

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-GRADE        PIC X(1).
       01  WS-COMP-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-CCY-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY         OCCURS 2000 TIMES.
               10  WS-CCY-CONTRACT      PIC X(15).
               10  WS-CCY-CODE          PIC X(3).
       01  WS-CCY-SUB               PIC 9(4)   VALUE ZERO.

      ****************************************************************************
      * One entry per contract seen on ENTIN or OUTSTFIN: its bucket and        *
      * segments at the month end, the closing balance, the month's receipts   *
      * and whether R101 wrote it off in the month. WS-CON-SEG holds the       *
      * segment table entries it counts under - whole book, currency,          *
      * product, grade.                                                         *
      ****************************************************************************
       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-BUCKET        PIC 9(1).
               10  WS-CON-CURRENCY      PIC X(3).
               10  WS-CON-PRODUCT       PIC X(6).
               10  WS-CON-GRADE         PIC X(1).
               10  WS-CON-BALANCE       PIC S9(11)V9(2).
               10  WS-CON-COLLECTED     PIC 9(11)V9(2).
               10  WS-CON-ON-ENTIN      PIC X(1).
               10  WS-CON-WRITTEN-OFF   PIC X(1).
               10  WS-CON-SEG           PIC 9(3)   OCCURS 4 TIMES.
       01  WS-CON-SUB               PIC 9(4)   VALUE ZERO.
       01  WS-CON-HIT               PIC 9(4)   VALUE ZERO.

       01  WS-SNP-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-SNP-TABLE.
           05  WS-SNP-ENTRY         OCCURS 2000 TIMES.
               10  WS-SNP-CONTRACT      PIC X(15).
               10  WS-SNP-BUCKET        PIC 9(1).
               10  WS-SNP-BALANCE       PIC S9(11)V9(2).
               10  WS-SNP-SEG           PIC 9(3)   OCCURS 4 TIMES.
       01  WS-SNP-SUB               PIC 9(4)   VALUE ZERO.

      ****************************************************************************
      * One entry per segment of the book. Entry 1 is the whole book; the       *
      * others are added as contracts, snapshots and collectors name them.     *
      ****************************************************************************
       01  WS-SEG-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY         OCCURS 300 TIMES.
               10  WS-SEG-TYPE          PIC X(1).
               10  WS-SEG-KEY           PIC X(8).
               10  WS-SEG-RECEIVABLES   PIC S9(13)V9(2).
               10  WS-SEG-NOT-DUE       PIC S9(13)V9(2).
               10  WS-SEG-OPENING       PIC S9(13)V9(2).
               10  WS-SEG-SALES         PIC 9(13)V9(2).
               10  WS-SEG-COLLECTED     PIC 9(13)V9(2).
               10  WS-SEG-ROLL-BASE     PIC S9(13)V9(2).
               10  WS-SEG-ROLLED        PIC S9(13)V9(2).
               10  WS-SEG-OVERDUE-BASE  PIC S9(13)V9(2).
               10  WS-SEG-CURED         PIC S9(13)V9(2).
               10  WS-SEG-PRIOR-TOTAL   PIC S9(13)V9(2).
               10  WS-SEG-WRITTEN-OFF   PIC S9(13)V9(2).
               10  WS-SEG-ARR-COUNT     PIC 9(7).
               10  WS-SEG-ARR-KEPT      PIC 9(7).
               10  WS-SEG-PLACED        PIC S9(13)V9(2).
               10  WS-SEG-RECOVERED     PIC S9(13)V9(2).
               10  WS-SEG-PROMISES      PIC 9(7).
               10  WS-SEG-PROMISES-KEPT PIC 9(7).
               10  WS-SEG-PRIOR-SUB     PIC 9(3).
               10  WS-SEG-MEASURE       OCCURS 8 TIMES.
                   15  WS-SEG-VALUE         PIC S9(5)V9(2).
                   15  WS-SEG-MEASURED      PIC X(1).
                   15  WS-SEG-WORSE         PIC X(1).
       01  WS-SEG-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-SEG-HIT               PIC 9(3)   VALUE ZERO.
       01  WS-SEG-TYPE-ARG          PIC X(1)   VALUE SPACE.
       01  WS-SEG-KEY-ARG           PIC X(8)   VALUE SPACES.
       01  WS-PART-SUB              PIC 9(1)   VALUE ZERO.

      ****************************************************************************
      * Last month's measures per segment, for the deterioration test.         *
      ****************************************************************************
       01  WS-PRIOR-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY       OCCURS 300 TIMES.
               10  WS-PRIOR-TYPE        PIC X(1).
               10  WS-PRIOR-KEY         PIC X(8).
               10  WS-PRIOR-MEASURE     OCCURS 8 TIMES.
                   15  WS-PRIOR-VALUE       PIC S9(5)V9(2).
                   15  WS-PRIOR-MEASURED    PIC X(1).
       01  WS-PRIOR-SUB             PIC 9(3)   VALUE ZERO.

      ****************************************************************************
      * The whole book's earlier months still inside the history window,       *
      * oldest first, for the trend.                                           *
      ****************************************************************************
       01  WS-TREND-TABLE-COUNT     PIC 9(2)   VALUE ZERO.
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY       OCCURS 24 TIMES.
               10  WS-TREND-PERIOD      PIC 9(6).
               10  WS-TREND-MEASURE     OCCURS 8 TIMES.
                   15  WS-TREND-VALUE       PIC S9(5)V9(2).
                   15  WS-TREND-MEASURED    PIC X(1).
       01  WS-TREND-SUB             PIC 9(2)   VALUE ZERO.

      ****************************************************************************
      * Whole-book roll-rate matrix: last month's balance by the bucket it     *
      * was in, and where it went.                                             *
      ****************************************************************************
       01  WS-ROLL-MATRIX.
           05  WS-ROLL-ROW          OCCURS 5 TIMES.
               10  WS-ROLL-CONTRACTS    PIC 9(7).
               10  WS-ROLL-PRIOR        PIC S9(13)V9(2).
               10  WS-ROLL-STAYED       PIC S9(13)V9(2).
               10  WS-ROLL-FORWARD      PIC S9(13)V9(2).
               10  WS-ROLL-CURED        PIC S9(13)V9(2).
               10  WS-ROLL-WRITTEN-OFF  PIC S9(13)V9(2).
       01  WS-BUCKET-SUB            PIC 9(1)   VALUE ZERO.
       01  WS-BUCKET                PIC 9(1)   VALUE ZERO.
       01  WS-ROLL-OUTCOME          PIC X(1)   VALUE SPACE.
           88  WS-ROLL-STAYED-PUT              VALUE "S".
           88  WS-ROLL-MOVED-ON                VALUE "F".
           88  WS-ROLL-WAS-CURED               VALUE "C".
           88  WS-ROLL-WAS-WRITTEN             VALUE "W".
       01  WS-PRIOR-AMOUNT          PIC S9(11)V9(2) VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD                PIC 9(6)   VALUE ZERO.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-PRIOR-PERIOD          PIC 9(6)   VALUE ZERO.
       01  WS-CUTOFF-PERIOD         PIC 9(6)   VALUE ZERO.
       01  WS-MONTH-INDEX           PIC 9(6)   VALUE ZERO.
       01  WS-WORK-INDEX            PIC 9(6)   VALUE ZERO.
       01  WS-WORK-YEAR             PIC 9(4)   VALUE ZERO.
       01  WS-WORK-MONTH            PIC 9(2)   VALUE ZERO.
       01  WS-WORK-DATE-NUM         PIC 9(8)   VALUE ZERO.
       01  WS-ASAT-DATE-NUM         PIC 9(8)   VALUE ZERO.
       01  WS-ASAT-INTEGER          PIC S9(9)  VALUE ZERO.
       01  WS-MONTH-DAYS            PIC 9(2)   VALUE ZERO.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-AGE-DAYS              PIC S9(9)  VALUE ZERO.

       01  WS-KEY-CONTRACT          PIC X(15)  VALUE SPACES.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-AMOUNT-WORK           PIC 9(11)V9(2) VALUE ZERO.
       01  WS-RECOVERED             PIC S9(11)V9(2) VALUE ZERO.
       01  WS-COLLECTOR-SUB         PIC 9(3)   VALUE ZERO.
       01  WS-WORK-RATE             PIC S9(9)V9(4) VALUE ZERO.
       01  WS-WORK-BASE             PIC S9(13)V9(2) VALUE ZERO.
       01  WS-WORK-PART             PIC S9(13)V9(2) VALUE ZERO.
       01  WS-WORK-DIFF             PIC S9(7)V9(2) VALUE ZERO.

       01  WS-MEASURE-EDIT          PIC -ZZZZ9.99.
       01  WS-MEASURE-COLUMN        PIC X(10)  VALUE SPACES.
       01  WS-PRIOR-COLUMN          PIC X(10)  VALUE SPACES.
       01  WS-BALANCE-EDIT          PIC -ZZZZZZZZZZZZ9.99.
       01  WS-SHORT-EDIT            PIC -ZZZZZZZZZ9.99.
       01  WS-PCT-EDIT              PIC ZZ9.99.
       01  WS-COUNT-EDIT            PIC ZZZZZZZZ9.
       01  WS-LINE-POS              PIC 9(3)   VALUE ZERO.

       01  WS-CONTRACT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-NO-CONTRACT-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-SNAPSHOT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-HISTORY-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-WORSE-COUNT           PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".
       COPY "param-parm".
       COPY "product-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R214" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           MOVE WS-CURRENT-DATE-NUM (1:6) TO WS-PERIOD
           PERFORM 1000-READ-PERIOD-REQUEST
           PERFORM 1050-SET-PERIOD-DATES
           PERFORM 1100-LOAD-TOLERANCES
           PERFORM 1150-LOAD-HISTORY
           PERFORM 1200-LOAD-COMPANIES
           PERFORM 1250-LOAD-GRADES
           PERFORM 1300-LOAD-CURRENCIES
           INITIALIZE WS-SEG-TABLE
           INITIALIZE WS-ROLL-MATRIX
           MOVE "T" TO WS-SEG-TYPE-ARG
           MOVE "ALL" TO WS-SEG-KEY-ARG
           PERFORM 2900-FIND-SEGMENT
           PERFORM 1400-LOAD-CONTRACTS
           PERFORM 1500-LOAD-WRITE-OFFS
           PERFORM 1600-LOAD-BALANCES
           PERFORM 1700-LOAD-SNAPSHOT
           PERFORM 2000-COUNT-RECEIVABLES
           PERFORM 2100-COUNT-SALES
           PERFORM 2200-COUNT-COLLECTIONS
           PERFORM 2300-FOLLOW-PRIOR-BALANCES
           PERFORM 2400-COUNT-ARRANGEMENTS
           PERFORM 2500-COUNT-PLACEMENTS
           PERFORM 2600-COUNT-PROMISES
           PERFORM 3000-COMPUTE-MEASURES
           OPEN OUTPUT REPORT-FILE
           PERFORM 4000-WRITE-PACK
           CLOSE REPORT-FILE
           PERFORM 5000-WRITE-SNAPSHOT
           PERFORM 6000-WRITE-HISTORY
           DISPLAY "R214: PERIOD                 " WS-PERIOD
           DISPLAY "R214: CONTRACTS MEASURED     " WS-CONTRACT-COUNT
           DISPLAY "R214: SEGMENTS               " WS-SEG-TABLE-COUNT
           DISPLAY "R214: MEASURES DETERIORATED  " WS-WORSE-COUNT
           DISPLAY "R214: BALANCES NOT ON ENTIN  " WS-NO-CONTRACT-COUNT
           DISPLAY "R214: HISTORY MONTHS DROPPED " WS-DROPPED-COUNT
           IF WS-WORSE-COUNT > ZERO
               OR WS-NO-CONTRACT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R214: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PERIOD-REQUEST.
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-NOT-FOUND
               READ REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRQ-PERIOD TO WS-PERIOD
               END-READ
               CLOSE REQUEST-FILE
           END-IF.

      ****************************************************************************
      * The as-at date is the month's last day, or the business date when the  *
      * pack runs before the month is out. The prior month drives the          *
      * deterioration test; history older than the twenty-four month window   *
      * is dropped.                                                            *
      ****************************************************************************
       1050-SET-PERIOD-DATES.
           COMPUTE WS-MONTH-INDEX =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MONTH - 1
           COMPUTE WS-WORK-INDEX = WS-MONTH-INDEX - 1
           PERFORM 1060-INDEX-TO-PERIOD
           COMPUTE WS-PRIOR-PERIOD =
               (WS-WORK-YEAR * 100) + WS-WORK-MONTH
           COMPUTE WS-WORK-INDEX = WS-MONTH-INDEX - 23
           PERFORM 1060-INDEX-TO-PERIOD
           COMPUTE WS-CUTOFF-PERIOD =
               (WS-WORK-YEAR * 100) + WS-WORK-MONTH
           COMPUTE WS-WORK-INDEX = WS-MONTH-INDEX + 1
           PERFORM 1060-INDEX-TO-PERIOD
           COMPUTE WS-WORK-DATE-NUM = (WS-WORK-YEAR * 10000)
               + (WS-WORK-MONTH * 100) + 1
           COMPUTE WS-ASAT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM) - 1
           COMPUTE WS-ASAT-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-ASAT-INTEGER)
           IF WS-CURRENT-DATE-NUM < WS-ASAT-DATE-NUM
               AND WS-CURRENT-DATE-NUM (1:6) = WS-PERIOD
               MOVE WS-CURRENT-DATE-NUM TO WS-ASAT-DATE-NUM
               COMPUTE WS-ASAT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ASAT-DATE-NUM)
           END-IF
           MOVE WS-ASAT-DATE-NUM (7:2) TO WS-MONTH-DAYS.

       1060-INDEX-TO-PERIOD.
           DIVIDE WS-WORK-INDEX BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH.

       1100-LOAD-TOLERANCES.
           MOVE WS-DEFAULT-TOLERANCES TO WS-TOLERANCE-TABLE
           MOVE WS-CURRENT-DATE-NUM TO PP-AS-OF-DATE
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 8
               MOVE SPACES TO PP-NAME
               STRING "COLPK-WORSE-" DELIMITED BY SIZE
                   WS-MEASURE-SUB DELIMITED BY SIZE
                   INTO PP-NAME
               CALL "R120-PARAM-SERVICE" USING PARAM-PARM
               IF PP-STATUS = ZERO AND PP-VALUE >= ZERO
                   MOVE PP-VALUE TO WS-TOLERANCE (WS-MEASURE-SUB)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * History already holding this month means the pack has been produced;   *
      * a second run would file the month twice. Last month's records are      *
      * kept for the deterioration test and the whole book's for the trend.    *
      ****************************************************************************
       1150-LOAD-HISTORY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CHS-PERIOD OF HISTORY-IN-RECORD = WS-PERIOD
                   DISPLAY "R214: COLLECTIONS PACK FOR PERIOD "
                       WS-PERIOD
                       " ALREADY PRODUCED - RUN STOPPED"
                   CLOSE HIST-IN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CHS-PERIOD OF HISTORY-IN-RECORD = WS-PRIOR-PERIOD
                   PERFORM 1160-LOAD-PRIOR-MEASURES
               END-IF
               IF CHS-PERIOD OF HISTORY-IN-RECORD >= WS-CUTOFF-PERIOD
                   AND CHS-PERIOD OF HISTORY-IN-RECORD < WS-PERIOD
                   AND CHS-WHOLE-BOOK OF HISTORY-IN-RECORD
                   PERFORM 1170-LOAD-TREND-MONTH
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

       1160-LOAD-PRIOR-MEASURES.
           IF WS-PRIOR-TABLE-COUNT >= 300
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-PRIOR-TABLE-COUNT
               MOVE CHS-SEGMENT-TYPE OF HISTORY-IN-RECORD
                   TO WS-PRIOR-TYPE (WS-PRIOR-TABLE-COUNT)
               MOVE CHS-SEGMENT-KEY OF HISTORY-IN-RECORD
                   TO WS-PRIOR-KEY (WS-PRIOR-TABLE-COUNT)
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 8
                   MOVE CHS-VALUE OF HISTORY-IN-RECORD (WS-MEASURE-SUB)
                       TO WS-PRIOR-VALUE
                           (WS-PRIOR-TABLE-COUNT, WS-MEASURE-SUB)
                   MOVE CHS-MEASURED OF HISTORY-IN-RECORD
                           (WS-MEASURE-SUB)
                       TO WS-PRIOR-MEASURED
                           (WS-PRIOR-TABLE-COUNT, WS-MEASURE-SUB)
               END-PERFORM
           END-IF.

       1170-LOAD-TREND-MONTH.
           IF WS-TREND-TABLE-COUNT < 23
               ADD 1 TO WS-TREND-TABLE-COUNT
               MOVE CHS-PERIOD OF HISTORY-IN-RECORD
                   TO WS-TREND-PERIOD (WS-TREND-TABLE-COUNT)
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 8
                   MOVE CHS-VALUE OF HISTORY-IN-RECORD (WS-MEASURE-SUB)
                       TO WS-TREND-VALUE
                           (WS-TREND-TABLE-COUNT, WS-MEASURE-SUB)
                   MOVE CHS-MEASURED OF HISTORY-IN-RECORD
                           (WS-MEASURE-SUB)
                       TO WS-TREND-MEASURED
                           (WS-TREND-TABLE-COUNT, WS-MEASURE-SUB)
               END-PERFORM
           END-IF.

       1200-LOAD-COMPANIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               IF WS-COMP-TABLE-COUNT >= 500
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                   MOVE SPACE TO WS-COMP-GRADE (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1250-LOAD-GRADES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ GRADE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-ID (WS-COMP-SUB) = RG-COMPANY-ID
                       MOVE RG-GRADE TO WS-COMP-GRADE (WS-COMP-SUB)
                   END-IF
               END-PERFORM
               READ GRADE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-GRADE-NOT-FOUND
               CLOSE GRADE-FILE
           END-IF.

       1300-LOAD-CURRENCIES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CCY-XREF-FILE
           IF WS-CCY-XREF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ CCY-XREF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WS-CCY-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CCY-TABLE-COUNT
                   MOVE CCY-CONTRACT-NUMBER
                       TO WS-CCY-CONTRACT (WS-CCY-TABLE-COUNT)
                   MOVE CCY-CODE TO WS-CCY-CODE (WS-CCY-TABLE-COUNT)
               END-IF
               READ CCY-XREF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CCY-XREF-NOT-FOUND
               CLOSE CCY-XREF-FILE
           END-IF.

      ****************************************************************************
      * Each CONTRACT segment's R019 bucket on the as-at date and the company  *
      * it sits under (the preceding COMPANY segment, matched to COMPIN by     *
      * name as R116 does).                                                    *
      ****************************************************************************
       1400-LOAD-CONTRACTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   PERFORM 1450-LOAD-ONE-CONTRACT
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1450-LOAD-ONE-CONTRACT.
           MOVE CONTRACT-NUMBER OF CONTRACT TO WS-KEY-CONTRACT
           PERFORM 1900-FIND-CONTRACT
           IF WS-CON-HIT = ZERO
               IF WS-CON-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
                   COMPUTE WS-DUE-DATE-NUM =
                       (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
                       + WS-DUE-DAY
                   COMPUTE WS-AGE-DAYS = WS-ASAT-INTEGER
                       - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 0
                           MOVE 0 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
                   MOVE SPACE TO WS-CON-GRADE (WS-CON-TABLE-COUNT + 1)
                   PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                           UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-COMP-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           MOVE WS-COMP-GRADE (WS-COMP-SUB)
                               TO WS-CON-GRADE (WS-CON-TABLE-COUNT + 1)
                       END-IF
                   END-PERFORM
                   PERFORM 1950-ADD-CONTRACT
                   MOVE "Y" TO WS-CON-ON-ENTIN (WS-CON-HIT)
               END-IF
           END-IF.

      ****************************************************************************
      * Write-offs R101 posted in the month; the balance they took is no       *
      * longer a receivable even where OUTSTFIN still carries it.              *
      ****************************************************************************
       1500-LOAD-WRITE-OFFS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT WOFF-FILE
           IF WS-WOFF-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF WOF-WRITTEN-OFF
                   AND WOF-ACTIONED-DATE (1:6) = WS-PERIOD
                   MOVE WOF-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 1900-FIND-CONTRACT
                   IF WS-CON-HIT = ZERO
                       MOVE 4 TO WS-BUCKET
                       MOVE SPACE
                           TO WS-CON-GRADE (WS-CON-TABLE-COUNT + 1)
                       PERFORM 1950-ADD-CONTRACT
                   END-IF
                   IF WS-CON-HIT > ZERO
                       MOVE "Y" TO WS-CON-WRITTEN-OFF (WS-CON-HIT)
                   END-IF
               END-IF
               READ WOFF-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WOFF-NOT-FOUND
               CLOSE WOFF-FILE
           END-IF.

      ****************************************************************************
      * A balance whose contract is not on ENTIN cannot be aged or graded; it  *
      * is counted over 90 days and ungraded, and listed, until it is.         *
      ****************************************************************************
       1600-LOAD-BALANCES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE OUT-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               IF WS-CON-HIT = ZERO
                   AND OUT-BALANCE > ZERO
                   MOVE 4 TO WS-BUCKET
                   MOVE SPACE TO WS-CON-GRADE (WS-CON-TABLE-COUNT + 1)
                   PERFORM 1950-ADD-CONTRACT
               END-IF
               IF WS-CON-HIT > ZERO
                   ADD OUT-BALANCE TO WS-CON-BALANCE (WS-CON-HIT)
               END-IF
               READ OUTST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OUTST-NOT-FOUND
               CLOSE OUTST-FILE
           END-IF.

      ****************************************************************************
      * Last month's open balances. A snapshot already stamped with this       *
      * month is tonight's own output from an earlier run.                     *
      ****************************************************************************
       1700-LOAD-SNAPSHOT.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT SNAP-IN-FILE
           IF WS-SNAP-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ SNAP-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CSN-PERIOD OF SNAPSHOT-IN-RECORD = WS-PERIOD
                   DISPLAY "R214: COLLECTIONS PACK FOR PERIOD "
                       WS-PERIOD
                       " ALREADY PRODUCED - RUN STOPPED"
                   CLOSE SNAP-IN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SNP-TABLE-COUNT >= 2000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   PERFORM 1750-LOAD-ONE-SNAPSHOT
               END-IF
               READ SNAP-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SNAP-NOT-FOUND
               CLOSE SNAP-IN-FILE
           END-IF.

      ****************************************************************************
      * A snapshot balance counts under the segments it was counted under      *
      * last month, so a roll is judged where the balance started.             *
      ****************************************************************************
       1750-LOAD-ONE-SNAPSHOT.
           ADD 1 TO WS-SNP-TABLE-COUNT
           MOVE CSN-CONTRACT-NUMBER OF SNAPSHOT-IN-RECORD
               TO WS-SNP-CONTRACT (WS-SNP-TABLE-COUNT)
           MOVE CSN-BUCKET OF SNAPSHOT-IN-RECORD
               TO WS-SNP-BUCKET (WS-SNP-TABLE-COUNT)
           MOVE CSN-BALANCE OF SNAPSHOT-IN-RECORD
               TO WS-SNP-BALANCE (WS-SNP-TABLE-COUNT)
           MOVE 1 TO WS-SNP-SEG (WS-SNP-TABLE-COUNT, 1)
           MOVE "C" TO WS-SEG-TYPE-ARG
           MOVE CSN-CURRENCY OF SNAPSHOT-IN-RECORD TO WS-SEG-KEY-ARG
           PERFORM 2900-FIND-SEGMENT
           MOVE WS-SEG-HIT TO WS-SNP-SEG (WS-SNP-TABLE-COUNT, 2)
           MOVE "P" TO WS-SEG-TYPE-ARG
           MOVE CSN-PRODUCT-CODE OF SNAPSHOT-IN-RECORD
               TO WS-SEG-KEY-ARG
           PERFORM 2900-FIND-SEGMENT
           MOVE WS-SEG-HIT TO WS-SNP-SEG (WS-SNP-TABLE-COUNT, 3)
           MOVE "G" TO WS-SEG-TYPE-ARG
           IF CSN-GRADE OF SNAPSHOT-IN-RECORD = SPACE
               MOVE WS-NO-GRADE TO WS-SEG-KEY-ARG
           ELSE
               MOVE CSN-GRADE OF SNAPSHOT-IN-RECORD TO WS-SEG-KEY-ARG
           END-IF
           PERFORM 2900-FIND-SEGMENT
           MOVE WS-SEG-HIT TO WS-SNP-SEG (WS-SNP-TABLE-COUNT, 4)
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 4
               MOVE WS-SNP-SEG (WS-SNP-TABLE-COUNT, WS-PART-SUB)
                   TO WS-SEG-SUB
               IF WS-SEG-SUB > ZERO
                   ADD CSN-BALANCE OF SNAPSHOT-IN-RECORD
                       TO WS-SEG-OPENING (WS-SEG-SUB)
               END-IF
           END-PERFORM.

       1900-FIND-CONTRACT.
           MOVE ZERO TO WS-CON-HIT
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
                      OR WS-CON-HIT > ZERO
               IF WS-CON-CONTRACT (WS-CON-SUB) = WS-KEY-CONTRACT
                   MOVE WS-CON-SUB TO WS-CON-HIT
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Adds WS-KEY-CONTRACT at bucket WS-BUCKET (its grade already moved to    *
      * the new entry), finding its currency and product and the segments     *
      * they make. A contract not on ENTIN is listed on the pack.              *
      ****************************************************************************
       1950-ADD-CONTRACT.
           IF WS-CON-TABLE-COUNT >= 2000
               SET WS-OVERFLOW TO TRUE
               MOVE ZERO TO WS-CON-HIT
           ELSE
               ADD 1 TO WS-CON-TABLE-COUNT
               MOVE WS-CON-TABLE-COUNT TO WS-CON-HIT
               MOVE WS-KEY-CONTRACT TO WS-CON-CONTRACT (WS-CON-HIT)
               MOVE WS-BUCKET TO WS-CON-BUCKET (WS-CON-HIT)
               MOVE ZERO TO WS-CON-BALANCE (WS-CON-HIT)
               MOVE ZERO TO WS-CON-COLLECTED (WS-CON-HIT)
               MOVE "N" TO WS-CON-ON-ENTIN (WS-CON-HIT)
               MOVE "N" TO WS-CON-WRITTEN-OFF (WS-CON-HIT)
               MOVE WS-BASE-CCY TO WS-CON-CURRENCY (WS-CON-HIT)
               PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                       UNTIL WS-CCY-SUB > WS-CCY-TABLE-COUNT
                   IF WS-CCY-CONTRACT (WS-CCY-SUB) = WS-KEY-CONTRACT
                       MOVE WS-CCY-CODE (WS-CCY-SUB)
                           TO WS-CON-CURRENCY (WS-CON-HIT)
                   END-IF
               END-PERFORM
               MOVE WS-KEY-CONTRACT TO PRP-CONTRACT-NUMBER
               CALL "R180-PRODUCT-SERVICE" USING PRODUCT-PARM
               IF PRP-STATUS = ZERO
                   MOVE PRP-PRODUCT-CODE TO WS-CON-PRODUCT (WS-CON-HIT)
               ELSE
                   MOVE WS-NO-PRODUCT TO WS-CON-PRODUCT (WS-CON-HIT)
               END-IF
               MOVE 1 TO WS-CON-SEG (WS-CON-HIT, 1)
               MOVE "C" TO WS-SEG-TYPE-ARG
               MOVE WS-CON-CURRENCY (WS-CON-HIT) TO WS-SEG-KEY-ARG
               PERFORM 2900-FIND-SEGMENT
               MOVE WS-SEG-HIT TO WS-CON-SEG (WS-CON-HIT, 2)
               MOVE "P" TO WS-SEG-TYPE-ARG
               MOVE WS-CON-PRODUCT (WS-CON-HIT) TO WS-SEG-KEY-ARG
               PERFORM 2900-FIND-SEGMENT
               MOVE WS-SEG-HIT TO WS-CON-SEG (WS-CON-HIT, 3)
               MOVE "G" TO WS-SEG-TYPE-ARG
               IF WS-CON-GRADE (WS-CON-HIT) = SPACE
                   MOVE WS-NO-GRADE TO WS-SEG-KEY-ARG
               ELSE
                   MOVE WS-CON-GRADE (WS-CON-HIT) TO WS-SEG-KEY-ARG
               END-IF
               PERFORM 2900-FIND-SEGMENT
               MOVE WS-SEG-HIT TO WS-CON-SEG (WS-CON-HIT, 4)
           END-IF.

      ****************************************************************************
      * Month-end receivables: every open balance not written off this month,  *
      * with the part not yet due kept apart for the effectiveness index.      *
      ****************************************************************************
       2000-COUNT-RECEIVABLES.
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
               IF WS-CON-BALANCE (WS-CON-SUB) > ZERO
                   AND WS-CON-WRITTEN-OFF (WS-CON-SUB) = "N"
                   ADD 1 TO WS-CONTRACT-COUNT
                   IF WS-CON-ON-ENTIN (WS-CON-SUB) = "N"
                       ADD 1 TO WS-NO-CONTRACT-COUNT
                   END-IF
                   PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                           UNTIL WS-PART-SUB > 4
                       MOVE WS-CON-SEG (WS-CON-SUB, WS-PART-SUB)
                           TO WS-SEG-SUB
                       IF WS-SEG-SUB > ZERO
                           ADD WS-CON-BALANCE (WS-CON-SUB)
                               TO WS-SEG-RECEIVABLES (WS-SEG-SUB)
                           IF WS-CON-BUCKET (WS-CON-SUB) = ZERO
                               ADD WS-CON-BALANCE (WS-CON-SUB)
                                   TO WS-SEG-NOT-DUE (WS-SEG-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Credit sales: invoices R156 issued in the month.                       *
      ****************************************************************************
       2100-COUNT-SALES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INV-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ INVOICE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF INV-ISSUE-DATE (1:6) = WS-PERIOD
                   MOVE INV-CONTRACT-NUMBER TO WS-KEY-CONTRACT
                   PERFORM 1900-FIND-CONTRACT
                   IF WS-CON-HIT = ZERO
                       ADD INV-AMOUNT TO WS-SEG-SALES (1)
                   ELSE
                       PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                               UNTIL WS-PART-SUB > 4
                           MOVE WS-CON-SEG (WS-CON-HIT, WS-PART-SUB)
                               TO WS-SEG-SUB
                           IF WS-SEG-SUB > ZERO
                               ADD INV-AMOUNT
                                   TO WS-SEG-SALES (WS-SEG-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               READ INVOICE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INV-NOT-FOUND
               CLOSE INVOICE-FILE
           END-IF.

      ****************************************************************************
      * Cash collected: every receipt settled in the month. The amount is kept *
      * on the contract too, for the promise-kept test.                        *
      ****************************************************************************
       2200-COUNT-COLLECTIONS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ SETTLE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF SETTLE-LINE (1:8) = "SETTLED "
                   PERFORM 2250-COUNT-ONE-RECEIPT
               END-IF
               READ SETTLE-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SETTLE-NOT-FOUND
               CLOSE SETTLE-FILE
           END-IF.

       2250-COUNT-ONE-RECEIPT.
           MOVE SETTLE-LINE (9:15) TO WS-KEY-CONTRACT
           MOVE ZERO TO WS-FIELD-POS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 81
               IF SETTLE-LINE (WS-SCAN-SUB:7) = "AMOUNT="
                   AND WS-FIELD-POS = ZERO
                   COMPUTE WS-FIELD-POS = WS-SCAN-SUB + 7
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-AMOUNT-WORK
           IF WS-FIELD-POS > ZERO
               COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL
                   (SETTLE-LINE (WS-FIELD-POS:13))
           END-IF
           PERFORM 1900-FIND-CONTRACT
           IF WS-CON-HIT = ZERO
               ADD WS-AMOUNT-WORK TO WS-SEG-COLLECTED (1)
           ELSE
               ADD WS-AMOUNT-WORK TO WS-CON-COLLECTED (WS-CON-HIT)
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > 4
                   MOVE WS-CON-SEG (WS-CON-HIT, WS-PART-SUB)
                       TO WS-SEG-SUB
                   IF WS-SEG-SUB > ZERO
                       ADD WS-AMOUNT-WORK
                           TO WS-SEG-COLLECTED (WS-SEG-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      ****************************************************************************
      * Roll rates: each of last month's balances is followed to where it is   *
      * tonight - written off in the month, paid off (no open balance left),   *
      * back in an earlier bucket (cured), in a later bucket (rolled forward)  *
      * or where it was. Over 90 days cannot roll further.                     *
      ****************************************************************************
       2300-FOLLOW-PRIOR-BALANCES.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNP-TABLE-COUNT
               MOVE WS-SNP-CONTRACT (WS-SNP-SUB) TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               EVALUATE TRUE
                   WHEN WS-CON-HIT = ZERO
                       SET WS-ROLL-WAS-CURED TO TRUE
                   WHEN WS-CON-WRITTEN-OFF (WS-CON-HIT) = "Y"
                       SET WS-ROLL-WAS-WRITTEN TO TRUE
                   WHEN WS-CON-BALANCE (WS-CON-HIT) NOT > ZERO
                       SET WS-ROLL-WAS-CURED TO TRUE
                   WHEN WS-CON-BUCKET (WS-CON-HIT)
                           < WS-SNP-BUCKET (WS-SNP-SUB)
                       SET WS-ROLL-WAS-CURED TO TRUE
                   WHEN WS-CON-BUCKET (WS-CON-HIT)
                           > WS-SNP-BUCKET (WS-SNP-SUB)
                       SET WS-ROLL-MOVED-ON TO TRUE
                   WHEN OTHER
                       SET WS-ROLL-STAYED-PUT TO TRUE
               END-EVALUATE
               MOVE WS-SNP-BALANCE (WS-SNP-SUB) TO WS-PRIOR-AMOUNT
               COMPUTE WS-BUCKET-SUB = WS-SNP-BUCKET (WS-SNP-SUB) + 1
               PERFORM 2350-ADD-TO-MATRIX
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > 4
                   MOVE WS-SNP-SEG (WS-SNP-SUB, WS-PART-SUB)
                       TO WS-SEG-SUB
                   IF WS-SEG-SUB > ZERO
                       PERFORM 2380-ADD-TO-ROLL-RATES
                   END-IF
               END-PERFORM
           END-PERFORM.

       2350-ADD-TO-MATRIX.
           ADD 1 TO WS-ROLL-CONTRACTS (WS-BUCKET-SUB)
           ADD WS-PRIOR-AMOUNT TO WS-ROLL-PRIOR (WS-BUCKET-SUB)
           EVALUATE TRUE
               WHEN WS-ROLL-STAYED-PUT
                   ADD WS-PRIOR-AMOUNT TO WS-ROLL-STAYED (WS-BUCKET-SUB)
               WHEN WS-ROLL-MOVED-ON
                   ADD WS-PRIOR-AMOUNT
                       TO WS-ROLL-FORWARD (WS-BUCKET-SUB)
               WHEN WS-ROLL-WAS-CURED
                   ADD WS-PRIOR-AMOUNT TO WS-ROLL-CURED (WS-BUCKET-SUB)
               WHEN WS-ROLL-WAS-WRITTEN
                   ADD WS-PRIOR-AMOUNT
                       TO WS-ROLL-WRITTEN-OFF (WS-BUCKET-SUB)
           END-EVALUATE.

       2380-ADD-TO-ROLL-RATES.
           ADD WS-PRIOR-AMOUNT TO WS-SEG-PRIOR-TOTAL (WS-SEG-SUB)
           IF WS-ROLL-WAS-WRITTEN
               ADD WS-PRIOR-AMOUNT TO WS-SEG-WRITTEN-OFF (WS-SEG-SUB)
           END-IF
           IF WS-BUCKET-SUB < 5
               ADD WS-PRIOR-AMOUNT TO WS-SEG-ROLL-BASE (WS-SEG-SUB)
               IF WS-ROLL-MOVED-ON
                   ADD WS-PRIOR-AMOUNT TO WS-SEG-ROLLED (WS-SEG-SUB)
               END-IF
           END-IF
           IF WS-BUCKET-SUB > 1
               ADD WS-PRIOR-AMOUNT TO WS-SEG-OVERDUE-BASE (WS-SEG-SUB)
               IF WS-ROLL-WAS-CURED
                   ADD WS-PRIOR-AMOUNT TO WS-SEG-CURED (WS-SEG-SUB)
               END-IF
           END-IF.

      ****************************************************************************
      * Arrangement keep rate: of the arrangements R100 carries at month end,  *
      * those not broken.                                                      *
      ****************************************************************************
       2400-COUNT-ARRANGEMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ARR-FILE
           IF WS-ARR-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ARR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               MOVE ARR-CONTRACT-NUMBER TO WS-KEY-CONTRACT
               PERFORM 1900-FIND-CONTRACT
               ADD 1 TO WS-SEG-ARR-COUNT (1)
               IF NOT ARR-BROKEN
                   ADD 1 TO WS-SEG-ARR-KEPT (1)
               END-IF
               IF WS-CON-HIT > ZERO
                   PERFORM VARYING WS-PART-SUB FROM 2 BY 1
                           UNTIL WS-PART-SUB > 4
                       MOVE WS-CON-SEG (WS-CON-HIT, WS-PART-SUB)
                           TO WS-SEG-SUB
                       IF WS-SEG-SUB > ZERO
                           ADD 1 TO WS-SEG-ARR-COUNT (WS-SEG-SUB)
                           IF NOT ARR-BROKEN
                               ADD 1 TO WS-SEG-ARR-KEPT (WS-SEG-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ ARR-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ARR-NOT-FOUND
               CLOSE ARR-FILE
           END-IF.

      ****************************************************************************
      * Legal recovery rate: of the balance placed with attorneys, what has    *
      * come back - all of it once the case is settled, otherwise the fall in  *
      * the contract's open balance since placement. Cases the attorneys       *
      * returned are out of the base.                                          *
      ****************************************************************************
       2500-COUNT-PLACEMENTS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PLACEMENT-FILE
           IF WS-PLC-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ PLACEMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF NOT PLC-RETURNED
                   AND PLC-BALANCE > ZERO
                   PERFORM 2550-COUNT-ONE-PLACEMENT
               END-IF
               READ PLACEMENT-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PLC-NOT-FOUND
               CLOSE PLACEMENT-FILE
           END-IF.

       2550-COUNT-ONE-PLACEMENT.
           MOVE PLC-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1900-FIND-CONTRACT
           EVALUATE TRUE
               WHEN PLC-SETTLED
                   MOVE PLC-BALANCE TO WS-RECOVERED
               WHEN WS-CON-HIT = ZERO
                   MOVE PLC-BALANCE TO WS-RECOVERED
               WHEN WS-CON-WRITTEN-OFF (WS-CON-HIT) = "Y"
                   MOVE ZERO TO WS-RECOVERED
               WHEN OTHER
                   COMPUTE WS-RECOVERED =
                       PLC-BALANCE - WS-CON-BALANCE (WS-CON-HIT)
           END-EVALUATE
           IF WS-RECOVERED < ZERO
               MOVE ZERO TO WS-RECOVERED
           END-IF
           IF WS-RECOVERED > PLC-BALANCE
               MOVE PLC-BALANCE TO WS-RECOVERED
           END-IF
           ADD PLC-BALANCE TO WS-SEG-PLACED (1)
           ADD WS-RECOVERED TO WS-SEG-RECOVERED (1)
           IF WS-CON-HIT > ZERO
               PERFORM VARYING WS-PART-SUB FROM 2 BY 1
                       UNTIL WS-PART-SUB > 4
                   MOVE WS-CON-SEG (WS-CON-HIT, WS-PART-SUB)
                       TO WS-SEG-SUB
                   IF WS-SEG-SUB > ZERO
                       ADD PLC-BALANCE TO WS-SEG-PLACED (WS-SEG-SUB)
                       ADD WS-RECOVERED
                           TO WS-SEG-RECOVERED (WS-SEG-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      ****************************************************************************
      * Promise-kept rate: a promise to pay recorded on the collector screen   *
      * (outcome PROMISE...) and due for follow-up in the month is kept when    *
      * its contract paid in the month. Counted per collector as well as by    *
      * the contract's segments.                                                *
      ****************************************************************************
       2600-COUNT-PROMISES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ ACTIVITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CA-OUTCOME (1:7) = "PROMISE"
                   AND CA-FOLLOW-UP-DATE (1:6) = WS-PERIOD
                   PERFORM 2650-COUNT-ONE-PROMISE
               END-IF
               READ ACTIVITY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-ACT-NOT-FOUND
               CLOSE ACTIVITY-FILE
           END-IF.

       2650-COUNT-ONE-PROMISE.
           MOVE CA-CONTRACT-NUMBER TO WS-KEY-CONTRACT
           PERFORM 1900-FIND-CONTRACT
           MOVE "K" TO WS-SEG-TYPE-ARG
           MOVE CA-COLLECTOR TO WS-SEG-KEY-ARG
           PERFORM 2900-FIND-SEGMENT
           MOVE WS-SEG-HIT TO WS-COLLECTOR-SUB
           MOVE 1 TO WS-SEG-SUB
           PERFORM 2680-COUNT-PROMISE-IN-SEGMENT
           IF WS-COLLECTOR-SUB > ZERO
               MOVE WS-COLLECTOR-SUB TO WS-SEG-SUB
               PERFORM 2680-COUNT-PROMISE-IN-SEGMENT
           END-IF
           IF WS-CON-HIT > ZERO
               PERFORM VARYING WS-PART-SUB FROM 2 BY 1
                       UNTIL WS-PART-SUB > 4
                   MOVE WS-CON-SEG (WS-CON-HIT, WS-PART-SUB)
                       TO WS-SEG-SUB
                   IF WS-SEG-SUB > ZERO
                       PERFORM 2680-COUNT-PROMISE-IN-SEGMENT
                   END-IF
               END-PERFORM
           END-IF.

       2680-COUNT-PROMISE-IN-SEGMENT.
           ADD 1 TO WS-SEG-PROMISES (WS-SEG-SUB)
           IF WS-CON-HIT > ZERO
               IF WS-CON-COLLECTED (WS-CON-HIT) > ZERO
                   ADD 1 TO WS-SEG-PROMISES-KEPT (WS-SEG-SUB)
               END-IF
           END-IF.

      ****************************************************************************
      * Returns in WS-SEG-HIT the segment of type WS-SEG-TYPE-ARG and key       *
      * WS-SEG-KEY-ARG, adding it when first named; zero when the table is      *
      * full.                                                                   *
      ****************************************************************************
       2900-FIND-SEGMENT.
           MOVE ZERO TO WS-SEG-HIT
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-TABLE-COUNT
                      OR WS-SEG-HIT > ZERO
               IF WS-SEG-TYPE (WS-SEG-SUB) = WS-SEG-TYPE-ARG
                   AND WS-SEG-KEY (WS-SEG-SUB) = WS-SEG-KEY-ARG
                   MOVE WS-SEG-SUB TO WS-SEG-HIT
               END-IF
           END-PERFORM
           IF WS-SEG-HIT = ZERO
               IF WS-SEG-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SEG-TABLE-COUNT
                   MOVE WS-SEG-TABLE-COUNT TO WS-SEG-HIT
                   INITIALIZE WS-SEG-ENTRY (WS-SEG-HIT)
                   MOVE WS-SEG-TYPE-ARG TO WS-SEG-TYPE (WS-SEG-HIT)
                   MOVE WS-SEG-KEY-ARG TO WS-SEG-KEY (WS-SEG-HIT)
               END-IF
           END-IF.

       3000-COMPUTE-MEASURES.
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-TABLE-COUNT
               PERFORM 3100-COMPUTE-ONE-SEGMENT
               PERFORM 3500-JUDGE-AGAINST-PRIOR
           END-PERFORM.

      ****************************************************************************
      * A measure with no base in the month is left unmeasured (N) rather      *
      * than reported as zero. Percentages and days are held to two places.     *
      ****************************************************************************
       3100-COMPUTE-ONE-SEGMENT.
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 8
               MOVE ZERO TO WS-SEG-VALUE (WS-SEG-SUB, WS-MEASURE-SUB)
               MOVE "N" TO WS-SEG-MEASURED (WS-SEG-SUB, WS-MEASURE-SUB)
               MOVE "N" TO WS-SEG-WORSE (WS-SEG-SUB, WS-MEASURE-SUB)
           END-PERFORM
           IF WS-SEG-SALES (WS-SEG-SUB) > ZERO
               COMPUTE WS-WORK-RATE ROUNDED =
                   WS-SEG-RECEIVABLES (WS-SEG-SUB)
                   / WS-SEG-SALES (WS-SEG-SUB) * WS-MONTH-DAYS
               MOVE 1 TO WS-MEASURE-SUB
               PERFORM 3900-STORE-MEASURE
           END-IF
           IF WS-SNP-TABLE-COUNT > ZERO
               COMPUTE WS-WORK-BASE = WS-SEG-OPENING (WS-SEG-SUB)
                   + WS-SEG-SALES (WS-SEG-SUB)
                   - WS-SEG-NOT-DUE (WS-SEG-SUB)
               MOVE WS-SEG-COLLECTED (WS-SEG-SUB) TO WS-WORK-PART
               MOVE 2 TO WS-MEASURE-SUB
               PERFORM 3800-STORE-PERCENT
           END-IF
           MOVE WS-SEG-ROLL-BASE (WS-SEG-SUB) TO WS-WORK-BASE
           MOVE WS-SEG-ROLLED (WS-SEG-SUB) TO WS-WORK-PART
           MOVE 3 TO WS-MEASURE-SUB
           PERFORM 3800-STORE-PERCENT
           MOVE WS-SEG-OVERDUE-BASE (WS-SEG-SUB) TO WS-WORK-BASE
           MOVE WS-SEG-CURED (WS-SEG-SUB) TO WS-WORK-PART
           MOVE 4 TO WS-MEASURE-SUB
           PERFORM 3800-STORE-PERCENT
           MOVE WS-SEG-PRIOR-TOTAL (WS-SEG-SUB) TO WS-WORK-BASE
           MOVE WS-SEG-WRITTEN-OFF (WS-SEG-SUB) TO WS-WORK-PART
           MOVE 5 TO WS-MEASURE-SUB
           PERFORM 3800-STORE-PERCENT
           MOVE WS-SEG-ARR-COUNT (WS-SEG-SUB) TO WS-WORK-BASE
           MOVE WS-SEG-ARR-KEPT (WS-SEG-SUB) TO WS-WORK-PART
           MOVE 6 TO WS-MEASURE-SUB
           PERFORM 3800-STORE-PERCENT
           MOVE WS-SEG-PLACED (WS-SEG-SUB) TO WS-WORK-BASE
           MOVE WS-SEG-RECOVERED (WS-SEG-SUB) TO WS-WORK-PART
           MOVE 7 TO WS-MEASURE-SUB
           PERFORM 3800-STORE-PERCENT
           MOVE WS-SEG-PROMISES (WS-SEG-SUB) TO WS-WORK-BASE
           MOVE WS-SEG-PROMISES-KEPT (WS-SEG-SUB) TO WS-WORK-PART
           MOVE 8 TO WS-MEASURE-SUB
           PERFORM 3800-STORE-PERCENT.

      ****************************************************************************
      * Deterioration: worse than last month's value for the same segment by   *
      * more than the measure's tolerance, in the measure's worse direction.   *
      ****************************************************************************
       3500-JUDGE-AGAINST-PRIOR.
           MOVE ZERO TO WS-SEG-PRIOR-SUB (WS-SEG-SUB)
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-TABLE-COUNT
               IF WS-PRIOR-TYPE (WS-PRIOR-SUB)
                       = WS-SEG-TYPE (WS-SEG-SUB)
                   AND WS-PRIOR-KEY (WS-PRIOR-SUB)
                       = WS-SEG-KEY (WS-SEG-SUB)
                   MOVE WS-PRIOR-SUB TO WS-SEG-PRIOR-SUB (WS-SEG-SUB)
               END-IF
           END-PERFORM
           MOVE WS-SEG-PRIOR-SUB (WS-SEG-SUB) TO WS-PRIOR-SUB
           IF WS-PRIOR-SUB > ZERO
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 8
                   IF WS-SEG-MEASURED (WS-SEG-SUB, WS-MEASURE-SUB) = "Y"
                       AND WS-PRIOR-MEASURED
                           (WS-PRIOR-SUB, WS-MEASURE-SUB) = "Y"
                       PERFORM 3550-JUDGE-ONE-MEASURE
                   END-IF
               END-PERFORM
           END-IF.

       3550-JUDGE-ONE-MEASURE.
           COMPUTE WS-WORK-DIFF =
               WS-SEG-VALUE (WS-SEG-SUB, WS-MEASURE-SUB)
               - WS-PRIOR-VALUE (WS-PRIOR-SUB, WS-MEASURE-SUB)
           IF WS-WORSE-DIRECTIONS (WS-MEASURE-SUB:1) = "L"
               COMPUTE WS-WORK-DIFF = ZERO - WS-WORK-DIFF
           END-IF
           IF WS-WORK-DIFF > WS-TOLERANCE (WS-MEASURE-SUB)
               MOVE "Y" TO WS-SEG-WORSE (WS-SEG-SUB, WS-MEASURE-SUB)
               ADD 1 TO WS-WORSE-COUNT
           END-IF.

       3800-STORE-PERCENT.
           IF WS-WORK-BASE > ZERO
               COMPUTE WS-WORK-RATE ROUNDED =
                   WS-WORK-PART * 100 / WS-WORK-BASE
               PERFORM 3900-STORE-MEASURE
           END-IF.

       3900-STORE-MEASURE.
           IF WS-WORK-RATE > 99999.99
               MOVE 99999.99 TO WS-WORK-RATE
           END-IF
           IF WS-WORK-RATE < -99999.99
               MOVE -99999.99 TO WS-WORK-RATE
           END-IF
           COMPUTE WS-SEG-VALUE (WS-SEG-SUB, WS-MEASURE-SUB) ROUNDED =
               WS-WORK-RATE
           MOVE "Y" TO WS-SEG-MEASURED (WS-SEG-SUB, WS-MEASURE-SUB).

       4000-WRITE-PACK.
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTIONS MANAGEMENT PACK PERIOD "
               DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-ASAT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-WRITE-BOOK-MEASURES
           PERFORM 4200-WRITE-ROLL-MATRIX
           PERFORM 4300-WRITE-SEGMENTS
           PERFORM 4400-WRITE-TREND
           PERFORM 4500-WRITE-UNAGED-BALANCES.

       4100-WRITE-BOOK-MEASURES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEG-RECEIVABLES (1) TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "WHOLE BOOK  RECEIVABLES " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEG-SALES (1) TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "            CREDIT SALES" DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEG-COLLECTED (1) TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "            COLLECTED   " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  MEASURE                   THIS MONTH "
               DELIMITED BY SIZE
               "LAST MONTH" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-SEG-SUB
           MOVE WS-SEG-PRIOR-SUB (1) TO WS-PRIOR-SUB
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 8
               PERFORM 4150-WRITE-BOOK-MEASURE
           END-PERFORM.

       4150-WRITE-BOOK-MEASURE.
           PERFORM 4900-EDIT-SEGMENT-MEASURE
           MOVE "      N/A " TO WS-PRIOR-COLUMN
           IF WS-PRIOR-SUB > ZERO
               IF WS-PRIOR-MEASURED (WS-PRIOR-SUB, WS-MEASURE-SUB) = "Y"
                   MOVE WS-PRIOR-VALUE (WS-PRIOR-SUB, WS-MEASURE-SUB)
                       TO WS-MEASURE-EDIT
                   MOVE SPACES TO WS-PRIOR-COLUMN
                   MOVE WS-MEASURE-EDIT TO WS-PRIOR-COLUMN (1:9)
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-MEASURE-NAME (WS-MEASURE-SUB) DELIMITED BY SIZE
               WS-MEASURE-COLUMN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRIOR-COLUMN DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-SEG-WORSE (1, WS-MEASURE-SUB) = "Y"
               MOVE "DETERIORATED" TO REPORT-LINE (60:12)
           END-IF
           WRITE REPORT-LINE.

       4200-WRITE-ROLL-MATRIX.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ROLL-RATE MATRIX - LAST MONTH'S BALANCE BY BUCKET"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  BUCKET CONTRACTS   PRIOR BALANCE   STAYED  "
               DELIMITED BY SIZE
               "ROLLED   CURED WROTE-OFF" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               PERFORM 4250-WRITE-MATRIX-ROW
           END-PERFORM.

       4250-WRITE-MATRIX-ROW.
           COMPUTE WS-BUCKET = WS-BUCKET-SUB - 1
           MOVE WS-ROLL-CONTRACTS (WS-BUCKET-SUB) TO WS-COUNT-EDIT
           MOVE WS-ROLL-PRIOR (WS-BUCKET-SUB) TO WS-SHORT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-BUCKET DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHORT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-ROLL-PRIOR (WS-BUCKET-SUB) TO WS-WORK-BASE
           MOVE 42 TO WS-LINE-POS
           MOVE WS-ROLL-STAYED (WS-BUCKET-SUB) TO WS-WORK-PART
           PERFORM 4280-PLACE-MATRIX-SHARE
           MOVE WS-ROLL-FORWARD (WS-BUCKET-SUB) TO WS-WORK-PART
           PERFORM 4280-PLACE-MATRIX-SHARE
           MOVE WS-ROLL-CURED (WS-BUCKET-SUB) TO WS-WORK-PART
           PERFORM 4280-PLACE-MATRIX-SHARE
           MOVE WS-ROLL-WRITTEN-OFF (WS-BUCKET-SUB) TO WS-WORK-PART
           PERFORM 4280-PLACE-MATRIX-SHARE
           WRITE REPORT-LINE.

       4280-PLACE-MATRIX-SHARE.
           IF WS-WORK-BASE > ZERO
               COMPUTE WS-PCT-EDIT ROUNDED =
                   WS-WORK-PART * 100 / WS-WORK-BASE
               MOVE WS-PCT-EDIT TO REPORT-LINE (WS-LINE-POS:6)
           ELSE
               MOVE "   N/A" TO REPORT-LINE (WS-LINE-POS:6)
           END-IF
           ADD 8 TO WS-LINE-POS.

       4300-WRITE-SEGMENTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BY SEGMENT (C CURRENCY, P PRODUCT, G RISK GRADE, "
               DELIMITED BY SIZE
               "K COLLECTOR) - * DETERIORATED" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SEGMENT         DSO       CEI      ROLL      CURE"
               DELIMITED BY SIZE
               "      WOFF      KEEP     LEGAL   PROMISE"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-TABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-SEG-TYPE (WS-SEG-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEG-KEY (WS-SEG-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE 13 TO WS-LINE-POS
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 8
                   PERFORM 4900-EDIT-SEGMENT-MEASURE
                   IF WS-SEG-WORSE (WS-SEG-SUB, WS-MEASURE-SUB) = "Y"
                       MOVE "*" TO WS-MEASURE-COLUMN (10:1)
                   END-IF
                   MOVE WS-MEASURE-COLUMN
                       TO REPORT-LINE (WS-LINE-POS:10)
                   ADD 10 TO WS-LINE-POS
               END-PERFORM
               WRITE REPORT-LINE
           END-PERFORM.

       4400-WRITE-TREND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WHOLE BOOK TREND" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PERIOD          DSO       CEI      ROLL      CURE"
               DELIMITED BY SIZE
               "      WOFF      KEEP     LEGAL   PROMISE"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                   UNTIL WS-TREND-SUB > WS-TREND-TABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-TREND-PERIOD (WS-TREND-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE 13 TO WS-LINE-POS
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 8
                   MOVE "      N/A " TO WS-MEASURE-COLUMN
                   IF WS-TREND-MEASURED (WS-TREND-SUB, WS-MEASURE-SUB)
                           = "Y"
                       MOVE WS-TREND-VALUE
                           (WS-TREND-SUB, WS-MEASURE-SUB)
                           TO WS-MEASURE-EDIT
                       MOVE SPACES TO WS-MEASURE-COLUMN
                       MOVE WS-MEASURE-EDIT TO WS-MEASURE-COLUMN (1:9)
                   END-IF
                   MOVE WS-MEASURE-COLUMN
                       TO REPORT-LINE (WS-LINE-POS:10)
                   ADD 10 TO WS-LINE-POS
               END-PERFORM
               WRITE REPORT-LINE
           END-PERFORM
           MOVE 1 TO WS-SEG-SUB
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE 13 TO WS-LINE-POS
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 8
               PERFORM 4900-EDIT-SEGMENT-MEASURE
               MOVE WS-MEASURE-COLUMN TO REPORT-LINE (WS-LINE-POS:10)
               ADD 10 TO WS-LINE-POS
           END-PERFORM
           WRITE REPORT-LINE.

       4500-WRITE-UNAGED-BALANCES.
           IF WS-NO-CONTRACT-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                       UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
                   IF WS-CON-BALANCE (WS-CON-SUB) > ZERO
                       AND WS-CON-WRITTEN-OFF (WS-CON-SUB) = "N"
                       AND WS-CON-ON-ENTIN (WS-CON-SUB) = "N"
                       MOVE SPACES TO REPORT-LINE
                       STRING "BALANCE WITHOUT CONTRACT ON ENTIN "
                           DELIMITED BY SIZE
                           WS-CON-CONTRACT (WS-CON-SUB)
                               DELIMITED BY SIZE
                           " - COUNTED OVER 90 DAYS UNGRADED"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       4900-EDIT-SEGMENT-MEASURE.
           MOVE "      N/A " TO WS-MEASURE-COLUMN
           IF WS-SEG-MEASURED (WS-SEG-SUB, WS-MEASURE-SUB) = "Y"
               MOVE WS-SEG-VALUE (WS-SEG-SUB, WS-MEASURE-SUB)
                   TO WS-MEASURE-EDIT
               MOVE SPACES TO WS-MEASURE-COLUMN
               MOVE WS-MEASURE-EDIT TO WS-MEASURE-COLUMN (1:9)
           END-IF.

      ****************************************************************************
      * Tonight's open balances, each with the bucket and segments it was      *
      * counted under, for next month's roll rates.                            *
      ****************************************************************************
       5000-WRITE-SNAPSHOT.
           OPEN OUTPUT SNAP-OUT-FILE
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-TABLE-COUNT
               IF WS-CON-BALANCE (WS-CON-SUB) > ZERO
                   AND WS-CON-WRITTEN-OFF (WS-CON-SUB) = "N"
                   MOVE SPACES TO COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-CON-CONTRACT (WS-CON-SUB)
                       TO CSN-CONTRACT-NUMBER OF
                           COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-PERIOD
                       TO CSN-PERIOD OF COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-CON-BUCKET (WS-CON-SUB)
                       TO CSN-BUCKET OF COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-CON-BALANCE (WS-CON-SUB)
                       TO CSN-BALANCE OF COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-CON-CURRENCY (WS-CON-SUB)
                       TO CSN-CURRENCY OF COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-CON-PRODUCT (WS-CON-SUB)
                       TO CSN-PRODUCT-CODE OF
                           COLLECTION-SNAPSHOT-RECORD
                   MOVE WS-CON-GRADE (WS-CON-SUB)
                       TO CSN-GRADE OF COLLECTION-SNAPSHOT-RECORD
                   WRITE COLLECTION-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-COUNT
               END-IF
           END-PERFORM
           CLOSE SNAP-OUT-FILE.

      ****************************************************************************
      * History is carried forward without the months that have left the      *
      * twenty-four month window, and this month's measures are added after.   *
      ****************************************************************************
       6000-WRITE-HISTORY.
           OPEN OUTPUT HIST-OUT-FILE
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF CHS-PERIOD OF HISTORY-IN-RECORD < WS-CUTOFF-PERIOD
                   IF CHS-WHOLE-BOOK OF HISTORY-IN-RECORD
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               ELSE
                   MOVE HISTORY-IN-RECORD
                       TO COLLECTIONS-HISTORY-RECORD
                   WRITE COLLECTIONS-HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-COUNT
               END-IF
               READ HIST-IN-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HIST-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-TABLE-COUNT
               MOVE WS-PERIOD
                   TO CHS-PERIOD OF COLLECTIONS-HISTORY-RECORD
               MOVE WS-SEG-TYPE (WS-SEG-SUB)
                   TO CHS-SEGMENT-TYPE OF COLLECTIONS-HISTORY-RECORD
               MOVE WS-SEG-KEY (WS-SEG-SUB)
                   TO CHS-SEGMENT-KEY OF COLLECTIONS-HISTORY-RECORD
               MOVE WS-SEG-RECEIVABLES (WS-SEG-SUB)
                   TO CHS-RECEIVABLES OF COLLECTIONS-HISTORY-RECORD
               MOVE WS-SEG-SALES (WS-SEG-SUB)
                   TO CHS-SALES OF COLLECTIONS-HISTORY-RECORD
               MOVE WS-SEG-COLLECTED (WS-SEG-SUB)
                   TO CHS-COLLECTED OF COLLECTIONS-HISTORY-RECORD
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 8
                   MOVE WS-SEG-VALUE (WS-SEG-SUB, WS-MEASURE-SUB)
                       TO CHS-VALUE OF COLLECTIONS-HISTORY-RECORD
                           (WS-MEASURE-SUB)
                   MOVE WS-SEG-MEASURED (WS-SEG-SUB, WS-MEASURE-SUB)
                       TO CHS-MEASURED OF COLLECTIONS-HISTORY-RECORD
                           (WS-MEASURE-SUB)
               END-PERFORM
               WRITE COLLECTIONS-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-COUNT
           END-PERFORM
           CLOSE HIST-OUT-FILE.
