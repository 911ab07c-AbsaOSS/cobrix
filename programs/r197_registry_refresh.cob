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
      * R197-REGISTRY-REFRESH                                                    *
      *                                                                          *
      * Checks what we hold on our customers against the official                *
      * companies registry each time the registry's periodic bulk file           *
      * (registry-record.cpy, REGBULK) arrives. Each registry entry is           *
      * matched on REGISTRATION-NUM to test2's RECORD on RECIN, and through      *
      * SHORT-NAME - the first 10 bytes of COMPANY-NAME, the join R082           *
      * makes - to the company on COMPIN. The registered legal name is           *
      * compared with COMPANY-NAME and SHORT-NAME and the registered             *
      * address with ADDRESS, ignoring case. A name or address that              *
      * differs is proposed as a change to the company master on PENDCHG         *
      * (pending-change.cpy), entered by R197REG, for a person to approve        *
      * or reject through R132 under the same dual control as a change           *
      * keyed by hand; a proposal already waiting there, or one already          *
      * rejected, is not raised again. SHORT-NAME lives on the account           *
      * extract, which nothing here maintains, so a SHORT-NAME that              *
      * differs is only reported. A company the registry shows                   *
      * deregistered (D) or in liquidation (L) is listed for collections         *
      * on REGCOLL and, unless an insolvency case is already active on           *
      * INSOLIN, a liquidation case is opened for it through R167: the           *
      * open is written to REGINSOL (insolvency-txn.cpy) with the                *
      * registry's status date as the filing date. A registration number         *
      * we hold that the registry does not know goes to R051's exception         *
      * hub on REGEXC (exception-record.cpy, source REGISTRY). REGRPT            *
      * lists every difference and what was done about it. With no               *
      * registry file there is nothing to check against: the outputs are         *
      * left empty and the run ends with return code 4.                          *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R197-REGISTRY-REFRESH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "REGBULK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT RECORD-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT INS-FILE ASSIGN TO "INSOLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REGTXN-FILE ASSIGN TO "REGINSOL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REGEXC-FILE ASSIGN TO "REGEXC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COLL-FILE ASSIGN TO "REGCOLL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       COPY "registry-record".

       FD  RECORD-FILE.
       COPY "test2_copybook".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  INS-FILE.
       COPY "insolvency-case".

       FD  PENDING-FILE.
       COPY "pending-change".

       FD  REGTXN-FILE.
       COPY "insolvency-txn".

       FD  REGEXC-FILE.
       COPY "exception-record".

       FD  COLL-FILE.
       01  COLL-LINE                    PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-EOF-FLAG         PIC X      VALUE "N".
           88  WS-FILE-EOF                     VALUE "Y".
       01  WS-REGISTRY-STATUS       PIC XX.
           88  WS-REGISTRY-NOT-FOUND        VALUE "35".
       01  WS-INS-STATUS            PIC XX.
           88  WS-INS-NOT-FOUND             VALUE "35".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".
       01  WS-QUEUED-FLAG           PIC X      VALUE "N".
           88  WS-ALREADY-QUEUED               VALUE "Y".
       01  WS-CASE-ACTIVE-FLAG      PIC X      VALUE "N".
           88  WS-CASE-ACTIVE                  VALUE "Y".

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.

       01  WS-REC-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 500 TIMES.
               10  WS-REC-REG-NUM       PIC X(10).
               10  WS-REC-SHORT-NAME    PIC X(10).
               10  WS-REC-CLIENTID      PIC X(15).
               10  WS-REC-COMP-SUB      PIC 9(3).
               10  WS-REC-FOUND         PIC X(1).

       01  WS-COMP-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY OCCURS 500 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-ADDRESS      PIC X(25).

       01  WS-CASE-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-COMPANY OCCURS 500 TIMES PIC X(10).

       01  WS-PND-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 500 TIMES.
               10  WS-PND-COMPANY       PIC X(10).
               10  WS-PND-FIELD         PIC X(15).
               10  WS-PND-NEW-VALUE     PIC X(25).

       01  WS-SUB                   PIC 9(3)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(3)   VALUE ZERO.
       01  WS-COMP-HIT              PIC 9(3)   VALUE ZERO.

       01  WS-OUR-UPPER             PIC X(25)  VALUE SPACES.
       01  WS-RGY-UPPER             PIC X(25)  VALUE SPACES.
       01  WS-PROPOSE-FIELD         PIC X(15)  VALUE SPACES.
       01  WS-PROPOSE-OLD           PIC X(25)  VALUE SPACES.
       01  WS-PROPOSE-NEW           PIC X(25)  VALUE SPACES.
       01  WS-ACTION-TEXT           PIC X(30)  VALUE SPACES.
       01  WS-STATUS-TEXT           PIC X(15)  VALUE SPACES.
       01  WS-SHOW-COMPANY          PIC X(10)  VALUE SPACES.

       01  WS-REGISTRY-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-MATCHED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-NO-LINK-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-PROPOSED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-QUEUED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-SHORT-NAME-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-COLLECTIONS-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-CASES-RAISED-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(9)   VALUE ZERO.

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R197" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           OPEN OUTPUT REGTXN-FILE
           OPEN OUTPUT REGEXC-FILE
           OPEN OUTPUT COLL-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-NOT-FOUND
               DISPLAY "R197: NO REGISTRY FILE - NOTHING CHECKED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1000-LOAD-ACCOUNT-HOLDERS
               PERFORM 1100-LOAD-COMPANIES
               PERFORM 1200-LINK-COMPANIES
               PERFORM 1300-LOAD-ACTIVE-CASES
               PERFORM 1400-LOAD-PENDING-CHANGES
               OPEN EXTEND PENDING-FILE
               PERFORM 2000-CHECK-REGISTRY
               CLOSE PENDING-FILE
               CLOSE REGISTRY-FILE
               PERFORM 3000-REPORT-UNKNOWN-NUMBERS
           END-IF
           CLOSE REGTXN-FILE
           CLOSE REGEXC-FILE
           CLOSE COLL-FILE
           CLOSE REPORT-FILE
           DISPLAY "R197: REGISTRY ENTRIES READ  " WS-REGISTRY-COUNT
           DISPLAY "R197: HOLDERS MATCHED        " WS-MATCHED-COUNT
           DISPLAY "R197: NO COMPANY ON COMPIN   " WS-NO-LINK-COUNT
           DISPLAY "R197: CHANGES PROPOSED       " WS-PROPOSED-COUNT
           DISPLAY "R197: ALREADY ON PENDCHG     " WS-QUEUED-COUNT
           DISPLAY "R197: SHORT-NAMES DIFFERING  " WS-SHORT-NAME-COUNT
           DISPLAY "R197: LISTED FOR COLLECTIONS " WS-COLLECTIONS-COUNT
           DISPLAY "R197: INSOLVENCY OPENS       " WS-CASES-RAISED-COUNT
           DISPLAY "R197: UNKNOWN TO REGISTRY    " WS-UNKNOWN-COUNT
           IF WS-OVERFLOW
               DISPLAY "R197: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Every account holder carrying a registration number; one without         *
      * is R034's concern, not the registry's.                                   *
      ****************************************************************************
       1000-LOAD-ACCOUNT-HOLDERS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT RECORD-FILE
           READ RECORD-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               IF REGISTRATION-NUM NOT = SPACES
                   IF WS-REC-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-REC-TABLE-COUNT
                       MOVE REGISTRATION-NUM
                           TO WS-REC-REG-NUM (WS-REC-TABLE-COUNT)
                       MOVE SHORT-NAME
                           TO WS-REC-SHORT-NAME (WS-REC-TABLE-COUNT)
                       MOVE CLIENTID
                           TO WS-REC-CLIENTID (WS-REC-TABLE-COUNT)
                       MOVE ZERO TO WS-REC-COMP-SUB (WS-REC-TABLE-COUNT)
                       MOVE "N" TO WS-REC-FOUND (WS-REC-TABLE-COUNT)
                   END-IF
               END-IF
               READ RECORD-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECORD-FILE.

       1100-LOAD-COMPANIES.
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
                   MOVE COMPANY-ID TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE COMPANY-NAME
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                   MOVE ADDRESS TO WS-COMP-ADDRESS (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       1200-LINK-COMPANIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REC-TABLE-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-COMP-TABLE-COUNT
                   IF WS-REC-COMP-SUB (WS-SUB) = ZERO
                       AND WS-COMP-NAME (WS-SUB-2) (1:10)
                           = WS-REC-SHORT-NAME (WS-SUB)
                       MOVE WS-SUB-2 TO WS-REC-COMP-SUB (WS-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1300-LOAD-ACTIVE-CASES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT INS-FILE
           IF WS-INS-NOT-FOUND
               SET WS-FILE-EOF TO TRUE
           ELSE
               READ INS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               IF INS-ACTIVE
                   IF WS-CASE-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CASE-TABLE-COUNT
                       MOVE INS-COMPANY-ID
                           TO WS-CASE-COMPANY (WS-CASE-TABLE-COUNT)
                   END-IF
               END-IF
               READ INS-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-NOT-FOUND
               CLOSE INS-FILE
           END-IF.

      ****************************************************************************
      * Proposals still waiting on PENDCHG, and those already turned             *
      * down, so a difference the registry keeps showing is raised once.         *
      ****************************************************************************
       1400-LOAD-PENDING-CHANGES.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT PENDING-FILE
           READ PENDING-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               IF PND-PENDING OR PND-REJECTED
                   IF WS-PND-TABLE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-PND-TABLE-COUNT
                       MOVE PND-COMPANY-ID
                           TO WS-PND-COMPANY (WS-PND-TABLE-COUNT)
                       MOVE PND-FIELD-NAME
                           TO WS-PND-FIELD (WS-PND-TABLE-COUNT)
                       MOVE PND-NEW-VALUE
                           TO WS-PND-NEW-VALUE (WS-PND-TABLE-COUNT)
                   END-IF
               END-IF
               READ PENDING-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       2000-CHECK-REGISTRY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           READ REGISTRY-FILE
               AT END SET WS-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-FILE-EOF
               ADD 1 TO WS-REGISTRY-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REC-TABLE-COUNT
                   IF WS-REC-REG-NUM (WS-SUB) = RGY-REGISTRATION-NUM
                       MOVE "Y" TO WS-REC-FOUND (WS-SUB)
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM 2100-CHECK-ACCOUNT-HOLDER
                   END-IF
               END-PERFORM
               READ REGISTRY-FILE
                   AT END SET WS-FILE-EOF TO TRUE
               END-READ
           END-PERFORM.

       2100-CHECK-ACCOUNT-HOLDER.
           MOVE FUNCTION UPPER-CASE (WS-REC-SHORT-NAME (WS-SUB))
               TO WS-OUR-UPPER
           MOVE FUNCTION UPPER-CASE (RGY-LEGAL-NAME (1:10))
               TO WS-RGY-UPPER
           IF WS-OUR-UPPER NOT = WS-RGY-UPPER
               ADD 1 TO WS-SHORT-NAME-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SHORTNAM " DELIMITED BY SIZE
                   RGY-REGISTRATION-NUM DELIMITED BY SIZE
                   " CLIENT=" DELIMITED BY SIZE
                   WS-REC-CLIENTID (WS-SUB) DELIMITED BY SIZE
                   " OURS=" DELIMITED BY SIZE
                   WS-REC-SHORT-NAME (WS-SUB) DELIMITED BY SIZE
                   " REGISTRY=" DELIMITED BY SIZE
                   RGY-LEGAL-NAME (1:10) DELIMITED BY SIZE
                   " - REPORTED ONLY" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-REC-COMP-SUB (WS-SUB) TO WS-COMP-HIT
           IF WS-COMP-HIT = ZERO
               ADD 1 TO WS-NO-LINK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NOLINK   " DELIMITED BY SIZE
                   RGY-REGISTRATION-NUM DELIMITED BY SIZE
                   " CLIENT=" DELIMITED BY SIZE
                   WS-REC-CLIENTID (WS-SUB) DELIMITED BY SIZE
                   " SHORT-NAME=" DELIMITED BY SIZE
                   WS-REC-SHORT-NAME (WS-SUB) DELIMITED BY SIZE
                   " - NO COMPANY ON COMPIN" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-COMP-NAME (WS-COMP-HIT))
                   TO WS-OUR-UPPER
               MOVE FUNCTION UPPER-CASE (RGY-LEGAL-NAME (1:15))
                   TO WS-RGY-UPPER
               IF WS-OUR-UPPER NOT = WS-RGY-UPPER
                   MOVE "COMPANY-NAME" TO WS-PROPOSE-FIELD
                   MOVE WS-COMP-NAME (WS-COMP-HIT) TO WS-PROPOSE-OLD
                   MOVE RGY-LEGAL-NAME (1:15) TO WS-PROPOSE-NEW
                   PERFORM 2200-PROPOSE-CHANGE
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-COMP-ADDRESS (WS-COMP-HIT))
                   TO WS-OUR-UPPER
               MOVE FUNCTION UPPER-CASE (RGY-ADDRESS (1:25))
                   TO WS-RGY-UPPER
               IF WS-OUR-UPPER NOT = WS-RGY-UPPER
                   MOVE "ADDRESS" TO WS-PROPOSE-FIELD
                   MOVE WS-COMP-ADDRESS (WS-COMP-HIT) TO WS-PROPOSE-OLD
                   MOVE RGY-ADDRESS (1:25) TO WS-PROPOSE-NEW
                   PERFORM 2200-PROPOSE-CHANGE
               END-IF
           END-IF
           IF RGY-DEREGISTERED OR RGY-IN-LIQUIDATION
               PERFORM 2300-REFER-TO-COLLECTIONS
           END-IF.

       2200-PROPOSE-CHANGE.
           MOVE "N" TO WS-QUEUED-FLAG
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-PND-TABLE-COUNT
               IF WS-PND-COMPANY (WS-SUB-2) = WS-COMP-ID (WS-COMP-HIT)
                   AND WS-PND-FIELD (WS-SUB-2) = WS-PROPOSE-FIELD
                   AND WS-PND-NEW-VALUE (WS-SUB-2) = WS-PROPOSE-NEW
                   SET WS-ALREADY-QUEUED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ALREADY-QUEUED
               ADD 1 TO WS-QUEUED-COUNT
               MOVE "ON PENDCHG" TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-PROPOSED-COUNT
               MOVE "PROPOSED" TO WS-ACTION-TEXT
               MOVE WS-COMP-ID (WS-COMP-HIT) TO PND-COMPANY-ID
               MOVE WS-PROPOSE-FIELD TO PND-FIELD-NAME
               MOVE WS-PROPOSE-OLD TO PND-OLD-VALUE
               MOVE WS-PROPOSE-NEW TO PND-NEW-VALUE
               MOVE "R197REG" TO PND-ENTERED-BY
               MOVE WS-CURRENT-DATE-NUM TO PND-ENTERED-DATE
               MOVE "P" TO PND-STATUS
               MOVE SPACES TO PND-ACTIONED-BY
               MOVE SPACES TO PND-REASON
               WRITE PENDING-CHANGE-RECORD
               IF WS-PND-TABLE-COUNT < 500
                   ADD 1 TO WS-PND-TABLE-COUNT
                   MOVE WS-COMP-ID (WS-COMP-HIT)
                       TO WS-PND-COMPANY (WS-PND-TABLE-COUNT)
                   MOVE WS-PROPOSE-FIELD
                       TO WS-PND-FIELD (WS-PND-TABLE-COUNT)
                   MOVE WS-PROPOSE-NEW
                       TO WS-PND-NEW-VALUE (WS-PND-TABLE-COUNT)
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DIFFERS  " DELIMITED BY SIZE
               RGY-REGISTRATION-NUM DELIMITED BY SIZE
               " COMPANY=" DELIMITED BY SIZE
               WS-COMP-ID (WS-COMP-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROPOSE-FIELD DELIMITED BY SIZE
               " OURS=" DELIMITED BY SIZE
               WS-PROPOSE-OLD DELIMITED BY SIZE
               " REGISTRY=" DELIMITED BY SIZE
               WS-PROPOSE-NEW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * A deregistered or liquidating company goes on the collections            *
      * list, and to R167 as a liquidation case unless one is active.            *
      ****************************************************************************
       2300-REFER-TO-COLLECTIONS.
           ADD 1 TO WS-COLLECTIONS-COUNT
           IF RGY-DEREGISTERED
               MOVE "DEREGISTERED" TO WS-STATUS-TEXT
           ELSE
               MOVE "IN LIQUIDATION" TO WS-STATUS-TEXT
           END-IF
           MOVE "N" TO WS-CASE-ACTIVE-FLAG
           IF WS-COMP-HIT = ZERO
               MOVE "NO COMPANY - NO CASE OPENED" TO WS-ACTION-TEXT
           ELSE
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-CASE-TABLE-COUNT
                   IF WS-CASE-COMPANY (WS-SUB-2)
                       = WS-COMP-ID (WS-COMP-HIT)
                       SET WS-CASE-ACTIVE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-CASE-ACTIVE
                   MOVE "INSOLVENCY CASE ALREADY ACTIVE"
                       TO WS-ACTION-TEXT
               ELSE
                   ADD 1 TO WS-CASES-RAISED-COUNT
                   MOVE "LIQUIDATION CASE RAISED" TO WS-ACTION-TEXT
                   MOVE SPACES TO INSOLVENCY-TXN-RECORD
                   MOVE WS-COMP-ID (WS-COMP-HIT) TO ITX-COMPANY-ID
                   SET ITX-OPEN TO TRUE
                   MOVE "L" TO ITX-CASE-TYPE
                   IF RGY-STATUS-DATE = ZERO
                       MOVE WS-CURRENT-DATE-NUM TO ITX-FILING-DATE
                   ELSE
                       MOVE RGY-STATUS-DATE TO ITX-FILING-DATE
                   END-IF
                   STRING "REGISTRY - " DELIMITED BY SIZE
                       WS-STATUS-TEXT DELIMITED BY SIZE
                       INTO ITX-PRACTITIONER
                   MOVE ZERO TO ITX-CLAIM-DEADLINE
                   MOVE "N" TO ITX-GROUP-FLAG
                   WRITE INSOLVENCY-TXN-RECORD
               END-IF
           END-IF
           MOVE SPACES TO WS-SHOW-COMPANY
           IF WS-COMP-HIT > ZERO
               MOVE WS-COMP-ID (WS-COMP-HIT) TO WS-SHOW-COMPANY
           END-IF
           MOVE SPACES TO COLL-LINE
           STRING RGY-REGISTRATION-NUM DELIMITED BY SIZE
               " CLIENT=" DELIMITED BY SIZE
               WS-REC-CLIENTID (WS-SUB) DELIMITED BY SIZE
               " COMPANY=" DELIMITED BY SIZE
               WS-SHOW-COMPANY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               " SINCE " DELIMITED BY SIZE
               RGY-STATUS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               INTO COLL-LINE
           WRITE COLL-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STATUS   " DELIMITED BY SIZE
               COLL-LINE (1:123) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-REPORT-UNKNOWN-NUMBERS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REC-TABLE-COUNT
               IF WS-REC-FOUND (WS-SUB) = "N"
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "REGISTRY" TO EXC-SOURCE
                   MOVE 2 TO EXC-SEVERITY
                   MOVE 1 TO EXC-CYCLES
                   MOVE WS-REC-CLIENTID (WS-SUB) TO EXC-KEY
                   MOVE SPACES TO EXC-TEXT
                   STRING "REGISTRATION-NUM " DELIMITED BY SIZE
                       WS-REC-REG-NUM (WS-SUB) DELIMITED BY SIZE
                       " NOT ON COMPANY REGISTRY" DELIMITED BY SIZE
                       INTO EXC-TEXT
                   WRITE EXCEPTION-RECORD
                   MOVE SPACES TO REPORT-LINE
                   STRING "UNKNOWN  " DELIMITED BY SIZE
                       WS-REC-REG-NUM (WS-SUB) DELIMITED BY SIZE
                       " CLIENT=" DELIMITED BY SIZE
                       WS-REC-CLIENTID (WS-SUB) DELIMITED BY SIZE
                       " - SENT TO EXCEPTION HUB" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
