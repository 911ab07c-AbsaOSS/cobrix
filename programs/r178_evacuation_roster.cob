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
      * R178-EVACUATION-ROSTER                                                   *
      *                                                                          *
      * The building emergency roster, per floor. The OFFICE segments on         *
      * the ENTITY extract give the floors and rooms, R092's SEATOUT             *
      * gives each room's company/department blocks and headcount, and           *
      * the EMPLOYEE segments (each under the DEPT it follows, R022's            *
      * convention) give the people and their PHONE-NUM: a department's          *
      * employees fill its seat blocks in SEATOUT order, so every room           *
      * lists the occupants expected in it. The fire-warden master               *
      * (fire-warden.cpy, WARDIN to WARDOUT) names each floor's wardens;         *
      * WARDTXN appoints (A) or stands down (R) a warden, refused on the         *
      * roster when the person is not an employee on the ENTITY extract,         *
      * the floor has no rooms, or the appointment is already (or not)           *
      * on the master. A floor with no warden, with fewer wardens than           *
      * one per WS-OCCUPANTS-PER-WARDEN of its headcount, or with a              *
      * warden who is no longer on HR's roster (HRROSTER, the roster R091        *
      * reconciles against) is flagged - a leaver does not count towards         *
      * the floor's cover. EVACRPT is the printable roster, MUSTER the           *
      * muster-check file (muster-check.cpy) for the security desk.              *
      * Employees whose department holds no seats close the roster.              *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R178-EVACUATION-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SEAT-FILE ASSIGN TO "SEATOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEAT-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "HRROSTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.

           SELECT WARDEN-IN-FILE ASSIGN TO "WARDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARDEN-IN-STATUS.

           SELECT WARDEN-OUT-FILE ASSIGN TO "WARDOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TXN-FILE ASSIGN TO "WARDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EVACRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MUSTER-FILE ASSIGN TO "MUSTER"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  SEAT-FILE.
       COPY "seat-assignment".

       FD  ROSTER-FILE.
       COPY "hr-roster".

       FD  WARDEN-IN-FILE.
       COPY "fire-warden" REPLACING FIRE-WARDEN-RECORD
           BY WARDEN-IN-RECORD.

       FD  WARDEN-OUT-FILE.
       COPY "fire-warden".

       FD  TXN-FILE.
       01  WARDEN-TXN-RECORD.
           05  WTX-ACTION               PIC X(1).
               88  WTX-APPOINT                  VALUE "A".
               88  WTX-STAND-DOWN               VALUE "R".
           05  WTX-FLOOR                PIC 9(3).
           05  WTX-COMPANY              PIC X(20).
           05  WTX-FIRST-NAME           PIC X(16).
           05  WTX-LAST-NAME            PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  MUSTER-FILE.
       COPY "muster-check".

       WORKING-STORAGE SECTION.
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-SEAT-EOF-FLAG         PIC X      VALUE "N".
           88  WS-SEAT-EOF                     VALUE "Y".
       01  WS-SEAT-STATUS           PIC XX.
           88  WS-SEAT-NOT-FOUND            VALUE "35".
       01  WS-HR-EOF-FLAG           PIC X      VALUE "N".
           88  WS-HR-EOF                       VALUE "Y".
       01  WS-HR-STATUS             PIC XX.
           88  WS-HR-NOT-FOUND              VALUE "35".
       01  WS-WARDEN-IN-EOF-FLAG    PIC X      VALUE "N".
           88  WS-WARDEN-IN-EOF                VALUE "Y".
       01  WS-WARDEN-IN-STATUS      PIC XX.
           88  WS-WARDEN-IN-NOT-FOUND       VALUE "35".
       01  WS-TXN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-TXN-EOF                      VALUE "Y".
       01  WS-TXN-STATUS            PIC XX.
           88  WS-TXN-NOT-FOUND             VALUE "35".

       01  WS-OCCUPANTS-PER-WARDEN  PIC 9(3)   VALUE 20.

       01  WS-CURRENT-COMPANY-NAME  PIC X(20)  VALUE SPACES.
       01  WS-CURRENT-DEPT-NAME     PIC X(22)  VALUE SPACES.

       01  WS-ROOM-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY        OCCURS 200 TIMES.
               10  WS-RM-FLOOR          PIC 9(3).
               10  WS-RM-ROOM           PIC 9(4).

       01  WS-FLOOR-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
       01  WS-FLOOR-TABLE.
           05  WS-FLOOR-ENTRY       OCCURS 100 TIMES.
               10  WS-FL-FLOOR          PIC 9(3).
               10  WS-FL-HEADCOUNT      PIC 9(5).
               10  WS-FL-WARDENS        PIC 9(3).
               10  WS-FL-LEFT           PIC 9(3).

       01  WS-EMP-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY         OCCURS 3000 TIMES.
               10  WS-EMP-COMPANY       PIC X(20).
               10  WS-EMP-DEPT          PIC X(22).
               10  WS-EMP-FIRST         PIC X(16).
               10  WS-EMP-LAST          PIC X(16).
               10  WS-EMP-PHONE         PIC X(17).
               10  WS-EMP-SEAT          PIC 9(3).

       01  WS-SEAT-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-SEAT-TABLE.
           05  WS-SEAT-ENTRY        OCCURS 300 TIMES.
               10  WS-ST-FLOOR          PIC 9(3).
               10  WS-ST-ROOM           PIC 9(4).
               10  WS-ST-COMPANY        PIC X(20).
               10  WS-ST-DEPT           PIC X(22).
               10  WS-ST-HEADCOUNT      PIC 9(4).
               10  WS-ST-PLACED         PIC 9(4).

       01  WS-HR-TABLE-COUNT        PIC 9(4)   VALUE ZERO.
       01  WS-HR-TABLE.
           05  WS-HR-ENTRY          OCCURS 3000 TIMES.
               10  WS-HR-COMPANY        PIC X(20).
               10  WS-HR-FIRST          PIC X(16).
               10  WS-HR-LAST           PIC X(16).

       01  WS-WARDEN-TABLE-COUNT    PIC 9(3)   VALUE ZERO.
       01  WS-WARDEN-TABLE.
           05  WS-WARDEN-ENTRY      OCCURS 300 TIMES.
               10  WS-WARDEN-DATA.
                   15  WS-WD-FLOOR          PIC 9(3).
                   15  WS-WD-COMPANY        PIC X(20).
                   15  WS-WD-FIRST          PIC X(16).
                   15  WS-WD-LAST           PIC X(16).
                   15  WS-WD-APPOINTED      PIC 9(8).
               10  WS-WD-DELETED        PIC X(1).
               10  WS-WD-LEFT           PIC X(1).

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-SUB-2                 PIC 9(4)   VALUE ZERO.
       01  WS-SUB-3                 PIC 9(4)   VALUE ZERO.
       01  WS-EMP-HIT               PIC 9(4)   VALUE ZERO.
       01  WS-WARDEN-HIT            PIC 9(3)   VALUE ZERO.
       01  WS-FLOOR-HIT             PIC 9(3)   VALUE ZERO.
       01  WS-HR-HIT                PIC 9(4)   VALUE ZERO.

       01  WS-KEY-FLOOR             PIC 9(3)   VALUE ZERO.
       01  WS-KEY-COMPANY           PIC X(20)  VALUE SPACES.
       01  WS-KEY-FIRST             PIC X(16)  VALUE SPACES.
       01  WS-KEY-LAST              PIC X(16)  VALUE SPACES.

       01  WS-WARDENS-NEEDED        PIC 9(3)   VALUE ZERO.
       01  WS-LIVE-WARDENS          PIC 9(3)   VALUE ZERO.
       01  WS-HEAD-EDIT             PIC ZZZZ9.
       01  WS-NEED-EDIT             PIC ZZ9.
       01  WS-HAVE-EDIT             PIC ZZ9.
       01  WS-PHONE-HOLD            PIC X(17)  VALUE SPACES.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-REASON                PIC X(40)  VALUE SPACES.

       01  WS-APPOINTED-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-STOOD-DOWN-COUNT      PIC 9(9)   VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(9)   VALUE ZERO.
       01  WS-OCCUPANT-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-UNSEATED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-NO-WARDEN-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-SHORT-WARDEN-COUNT    PIC 9(9)   VALUE ZERO.
       01  WS-LEFT-WARDEN-COUNT     PIC 9(9)   VALUE ZERO.
       01  WS-MUSTER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".

       COPY "cycle-date-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R178" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           PERFORM 1000-LOAD-ENTITY
           PERFORM 1100-LOAD-SEATS
           PERFORM 1200-LOAD-HR-ROSTER
           PERFORM 1300-LOAD-WARDENS
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT MUSTER-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "EVACUATION ROSTER AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 2500-WRITE-WARDENS
           PERFORM 3000-PLACE-OCCUPANTS
           PERFORM 4000-WRITE-ROSTER
           PERFORM 5000-LIST-UNSEATED
           CLOSE REPORT-FILE
           CLOSE MUSTER-FILE
           DISPLAY "R178: WARDENS APPOINTED      " WS-APPOINTED-COUNT
           DISPLAY "R178: WARDENS STOOD DOWN     " WS-STOOD-DOWN-COUNT
           DISPLAY "R178: TRANSACTIONS REFUSED   " WS-REFUSED-COUNT
           DISPLAY "R178: OCCUPANTS ROSTERED     " WS-OCCUPANT-COUNT
           DISPLAY "R178: EMPLOYEES NOT SEATED   " WS-UNSEATED-COUNT
           DISPLAY "R178: FLOORS WITH NO WARDEN  " WS-NO-WARDEN-COUNT
           DISPLAY "R178: FLOORS SHORT OF WARDENS" WS-SHORT-WARDEN-COUNT
           DISPLAY "R178: WARDENS LEFT PER HR    " WS-LEFT-WARDEN-COUNT
           DISPLAY "R178: MUSTER LINES WRITTEN   " WS-MUSTER-COUNT
           IF WS-REFUSED-COUNT > ZERO
               OR WS-NO-WARDEN-COUNT > ZERO
               OR WS-SHORT-WARDEN-COUNT > ZERO
               OR WS-LEFT-WARDEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERFLOW
               DISPLAY "R178: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ****************************************************************************
      * Rooms off the OFFICE segments; employees under the DEPT they follow,     *
      * the department context reset at each COMPANY.                            *
      ****************************************************************************
       1000-LOAD-ENTITY.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               EVALUATE SEGMENT-ID OF ENTITY
                   WHEN 1
                       MOVE COMPANY-NAME OF COMPANY
                           TO WS-CURRENT-COMPANY-NAME
                       MOVE SPACES TO WS-CURRENT-DEPT-NAME
                   WHEN 2
                       MOVE DEPT-NAME OF DEPT TO WS-CURRENT-DEPT-NAME
                   WHEN 3
                       PERFORM 1010-REGISTER-EMPLOYEE
                   WHEN 4
                       MOVE FLOOR OF OFFICE TO WS-KEY-FLOOR
                       PERFORM 1020-REGISTER-ROOM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1010-REGISTER-EMPLOYEE.
           IF WS-EMP-TABLE-COUNT >= 3000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-EMP-TABLE-COUNT
               MOVE WS-CURRENT-COMPANY-NAME
                   TO WS-EMP-COMPANY (WS-EMP-TABLE-COUNT)
               MOVE WS-CURRENT-DEPT-NAME
                   TO WS-EMP-DEPT (WS-EMP-TABLE-COUNT)
               MOVE FIRST-NAME OF EMPLOYEE
                   TO WS-EMP-FIRST (WS-EMP-TABLE-COUNT)
               MOVE LAST-NAME OF EMPLOYEE
                   TO WS-EMP-LAST (WS-EMP-TABLE-COUNT)
               MOVE PHONE-NUM OF EMPLOYEE
                   TO WS-EMP-PHONE (WS-EMP-TABLE-COUNT)
               MOVE ZERO TO WS-EMP-SEAT (WS-EMP-TABLE-COUNT)
           END-IF.

       1020-REGISTER-ROOM.
           MOVE ZERO TO WS-SUB-2
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROOM-TABLE-COUNT
               IF WS-RM-FLOOR (WS-SUB) = WS-KEY-FLOOR
                   AND WS-RM-ROOM (WS-SUB) = ROOM-NUMBER OF OFFICE
                   MOVE WS-SUB TO WS-SUB-2
               END-IF
           END-PERFORM
           IF WS-SUB-2 = ZERO
               IF WS-ROOM-TABLE-COUNT >= 200
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ROOM-TABLE-COUNT
                   MOVE WS-KEY-FLOOR
                       TO WS-RM-FLOOR (WS-ROOM-TABLE-COUNT)
                   MOVE ROOM-NUMBER OF OFFICE
                       TO WS-RM-ROOM (WS-ROOM-TABLE-COUNT)
               END-IF
           END-IF
           PERFORM 1030-REGISTER-FLOOR.

      ****************************************************************************
      * Floors in the order they are first met, as R092 reports them.            *
      ****************************************************************************
       1030-REGISTER-FLOOR.
           PERFORM 1900-FIND-FLOOR
           IF WS-FLOOR-HIT = ZERO
               IF WS-FLOOR-TABLE-COUNT >= 100
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FLOOR-TABLE-COUNT
                   MOVE WS-FLOOR-TABLE-COUNT TO WS-FLOOR-HIT
                   MOVE WS-KEY-FLOOR TO WS-FL-FLOOR (WS-FLOOR-HIT)
                   MOVE ZERO TO WS-FL-HEADCOUNT (WS-FLOOR-HIT)
                   MOVE ZERO TO WS-FL-WARDENS (WS-FLOOR-HIT)
                   MOVE ZERO TO WS-FL-LEFT (WS-FLOOR-HIT)
               END-IF
           END-IF.

       1100-LOAD-SEATS.
           OPEN INPUT SEAT-FILE
           IF WS-SEAT-NOT-FOUND
               SET WS-SEAT-EOF TO TRUE
           ELSE
               READ SEAT-FILE
                   AT END SET WS-SEAT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-SEAT-EOF
               IF WS-SEAT-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SEAT-TABLE-COUNT
                   MOVE SA-FLOOR TO WS-ST-FLOOR (WS-SEAT-TABLE-COUNT)
                   MOVE SA-ROOM TO WS-ST-ROOM (WS-SEAT-TABLE-COUNT)
                   MOVE SA-COMPANY
                       TO WS-ST-COMPANY (WS-SEAT-TABLE-COUNT)
                   MOVE SA-DEPT TO WS-ST-DEPT (WS-SEAT-TABLE-COUNT)
                   MOVE SA-HEADCOUNT
                       TO WS-ST-HEADCOUNT (WS-SEAT-TABLE-COUNT)
                   MOVE ZERO TO WS-ST-PLACED (WS-SEAT-TABLE-COUNT)
                   MOVE SA-FLOOR TO WS-KEY-FLOOR
                   PERFORM 1030-REGISTER-FLOOR
                   IF WS-FLOOR-HIT > ZERO
                       ADD SA-HEADCOUNT
                           TO WS-FL-HEADCOUNT (WS-FLOOR-HIT)
                   END-IF
               END-IF
               READ SEAT-FILE
                   AT END SET WS-SEAT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-SEAT-NOT-FOUND
               CLOSE SEAT-FILE
           END-IF.

       1200-LOAD-HR-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF WS-HR-NOT-FOUND
               SET WS-HR-EOF TO TRUE
           ELSE
               READ ROSTER-FILE
                   AT END SET WS-HR-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HR-EOF
               IF WS-HR-TABLE-COUNT >= 3000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HR-TABLE-COUNT
                   MOVE HR-COMPANY-NAME
                       TO WS-HR-COMPANY (WS-HR-TABLE-COUNT)
                   MOVE HR-FIRST-NAME TO WS-HR-FIRST (WS-HR-TABLE-COUNT)
                   MOVE HR-LAST-NAME TO WS-HR-LAST (WS-HR-TABLE-COUNT)
               END-IF
               READ ROSTER-FILE
                   AT END SET WS-HR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HR-NOT-FOUND
               CLOSE ROSTER-FILE
           END-IF.

       1300-LOAD-WARDENS.
           OPEN INPUT WARDEN-IN-FILE
           IF WS-WARDEN-IN-NOT-FOUND
               SET WS-WARDEN-IN-EOF TO TRUE
           ELSE
               READ WARDEN-IN-FILE
                   AT END SET WS-WARDEN-IN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-WARDEN-IN-EOF
               IF WS-WARDEN-TABLE-COUNT >= 300
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-WARDEN-TABLE-COUNT
                   MOVE WARDEN-IN-RECORD
                       TO WS-WARDEN-DATA (WS-WARDEN-TABLE-COUNT)
                   MOVE "N" TO WS-WD-DELETED (WS-WARDEN-TABLE-COUNT)
                   MOVE "N" TO WS-WD-LEFT (WS-WARDEN-TABLE-COUNT)
               END-IF
               READ WARDEN-IN-FILE
                   AT END SET WS-WARDEN-IN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-WARDEN-IN-NOT-FOUND
               CLOSE WARDEN-IN-FILE
           END-IF.

       1900-FIND-FLOOR.
           MOVE ZERO TO WS-FLOOR-HIT
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-FLOOR-TABLE-COUNT
                      OR WS-FLOOR-HIT > ZERO
               IF WS-FL-FLOOR (WS-SUB-3) = WS-KEY-FLOOR
                   MOVE WS-SUB-3 TO WS-FLOOR-HIT
               END-IF
           END-PERFORM.

       1910-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-HIT
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-EMP-TABLE-COUNT
                      OR WS-EMP-HIT > ZERO
               IF WS-EMP-COMPANY (WS-SUB-3) = WS-KEY-COMPANY
                   AND WS-EMP-FIRST (WS-SUB-3) = WS-KEY-FIRST
                   AND WS-EMP-LAST (WS-SUB-3) = WS-KEY-LAST
                   MOVE WS-SUB-3 TO WS-EMP-HIT
               END-IF
           END-PERFORM.

       1920-FIND-WARDEN.
           MOVE ZERO TO WS-WARDEN-HIT
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-WARDEN-TABLE-COUNT
                      OR WS-WARDEN-HIT > ZERO
               IF WS-WD-FLOOR (WS-SUB-3) = WS-KEY-FLOOR
                   AND WS-WD-COMPANY (WS-SUB-3) = WS-KEY-COMPANY
                   AND WS-WD-FIRST (WS-SUB-3) = WS-KEY-FIRST
                   AND WS-WD-LAST (WS-SUB-3) = WS-KEY-LAST
                   AND WS-WD-DELETED (WS-SUB-3) = "N"
                   MOVE WS-SUB-3 TO WS-WARDEN-HIT
               END-IF
           END-PERFORM.

       1930-FIND-HR-PERSON.
           MOVE ZERO TO WS-HR-HIT
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-HR-TABLE-COUNT
                      OR WS-HR-HIT > ZERO
               IF WS-HR-COMPANY (WS-SUB-3) = WS-KEY-COMPANY
                   AND WS-HR-FIRST (WS-SUB-3) = WS-KEY-FIRST
                   AND WS-HR-LAST (WS-SUB-3) = WS-KEY-LAST
                   MOVE WS-SUB-3 TO WS-HR-HIT
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
               PERFORM 2100-APPLY-ONE
               READ TXN-FILE
                   AT END SET WS-TXN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TXN-NOT-FOUND
               CLOSE TXN-FILE
           END-IF.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON
           MOVE WTX-FLOOR TO WS-KEY-FLOOR
           MOVE WTX-COMPANY TO WS-KEY-COMPANY
           MOVE WTX-FIRST-NAME TO WS-KEY-FIRST
           MOVE WTX-LAST-NAME TO WS-KEY-LAST
           PERFORM 1900-FIND-FLOOR
           PERFORM 1910-FIND-EMPLOYEE
           PERFORM 1920-FIND-WARDEN
           EVALUATE TRUE
               WHEN NOT WTX-APPOINT AND NOT WTX-STAND-DOWN
                   MOVE "UNKNOWN ACTION" TO WS-REASON
               WHEN WTX-APPOINT AND WS-FLOOR-HIT = ZERO
                   MOVE "FLOOR HAS NO ROOMS" TO WS-REASON
               WHEN WTX-APPOINT AND WS-EMP-HIT = ZERO
                   MOVE "NOT AN EMPLOYEE ON ENTITY FILE" TO WS-REASON
               WHEN WTX-APPOINT AND WS-WARDEN-HIT > ZERO
                   MOVE "ALREADY WARDEN OF THE FLOOR" TO WS-REASON
               WHEN WTX-STAND-DOWN AND WS-WARDEN-HIT = ZERO
                   MOVE "NOT A WARDEN OF THE FLOOR" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   WTX-ACTION DELIMITED BY SIZE
                   " FLOOR " DELIMITED BY SIZE
                   WTX-FLOOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WTX-COMPANY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WTX-FIRST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WTX-LAST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WTX-APPOINT
                   IF WS-WARDEN-TABLE-COUNT >= 300
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-APPOINTED-COUNT
                       ADD 1 TO WS-WARDEN-TABLE-COUNT
                       MOVE WS-WARDEN-TABLE-COUNT TO WS-WARDEN-HIT
                       MOVE WTX-FLOOR TO WS-WD-FLOOR (WS-WARDEN-HIT)
                       MOVE WTX-COMPANY TO WS-WD-COMPANY (WS-WARDEN-HIT)
                       MOVE WTX-FIRST-NAME
                           TO WS-WD-FIRST (WS-WARDEN-HIT)
                       MOVE WTX-LAST-NAME TO WS-WD-LAST (WS-WARDEN-HIT)
                       MOVE WS-CURRENT-DATE-NUM
                           TO WS-WD-APPOINTED (WS-WARDEN-HIT)
                       MOVE "N" TO WS-WD-DELETED (WS-WARDEN-HIT)
                       MOVE "N" TO WS-WD-LEFT (WS-WARDEN-HIT)
                       MOVE "APPOINTED " TO REPORT-LINE
                       PERFORM 2900-REPORT-APPLIED
                   END-IF
               ELSE
                   ADD 1 TO WS-STOOD-DOWN-COUNT
                   MOVE "Y" TO WS-WD-DELETED (WS-WARDEN-HIT)
                   MOVE "STOOD DOWN" TO REPORT-LINE
                   PERFORM 2900-REPORT-APPLIED
               END-IF
           END-IF.

       2900-REPORT-APPLIED.
           MOVE SPACES TO REPORT-LINE (11:)
           STRING " FLOOR " DELIMITED BY SIZE
               WTX-FLOOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTX-COMPANY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTX-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTX-LAST-NAME DELIMITED BY SIZE
               INTO REPORT-LINE (11:)
           WRITE REPORT-LINE.

      ****************************************************************************
      * The master is written before the roster judges the wardens - a           *
      * leaver stays designated until stood down, but no longer counts.          *
      ****************************************************************************
       2500-WRITE-WARDENS.
           OPEN OUTPUT WARDEN-OUT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WARDEN-TABLE-COUNT
               IF WS-WD-DELETED (WS-SUB) = "N"
                   MOVE WS-WARDEN-DATA (WS-SUB) TO FIRE-WARDEN-RECORD
                   WRITE FIRE-WARDEN-RECORD
                   MOVE WS-WD-FLOOR (WS-SUB) TO WS-KEY-FLOOR
                   MOVE WS-WD-COMPANY (WS-SUB) TO WS-KEY-COMPANY
                   MOVE WS-WD-FIRST (WS-SUB) TO WS-KEY-FIRST
                   MOVE WS-WD-LAST (WS-SUB) TO WS-KEY-LAST
                   PERFORM 1900-FIND-FLOOR
                   IF WS-HR-TABLE-COUNT > ZERO
                       PERFORM 1930-FIND-HR-PERSON
                       IF WS-HR-HIT = ZERO
                           MOVE "Y" TO WS-WD-LEFT (WS-SUB)
                       END-IF
                   END-IF
                   IF WS-FLOOR-HIT > ZERO
                       IF WS-WD-LEFT (WS-SUB) = "Y"
                           ADD 1 TO WS-FL-LEFT (WS-FLOOR-HIT)
                       ELSE
                           ADD 1 TO WS-FL-WARDENS (WS-FLOOR-HIT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WARDEN-OUT-FILE.

      ****************************************************************************
      * Each seat block takes its department's employees in extract order        *
      * until its headcount is reached.                                          *
      ****************************************************************************
       3000-PLACE-OCCUPANTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEAT-TABLE-COUNT
               PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                       UNTIL WS-SUB-2 > WS-EMP-TABLE-COUNT
                          OR WS-ST-PLACED (WS-SUB)
                               >= WS-ST-HEADCOUNT (WS-SUB)
                   IF WS-EMP-SEAT (WS-SUB-2) = ZERO
                       AND WS-EMP-COMPANY (WS-SUB-2)
                           = WS-ST-COMPANY (WS-SUB)
                       AND WS-EMP-DEPT (WS-SUB-2) = WS-ST-DEPT (WS-SUB)
                       MOVE WS-SUB TO WS-EMP-SEAT (WS-SUB-2)
                       ADD 1 TO WS-ST-PLACED (WS-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-WRITE-ROSTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLOOR-TABLE-COUNT
               PERFORM 4100-WRITE-FLOOR
           END-PERFORM.

       4100-WRITE-FLOOR.
           MOVE WS-FL-HEADCOUNT (WS-SUB) TO WS-HEAD-EDIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FLOOR " DELIMITED BY SIZE
               WS-FL-FLOOR (WS-SUB) DELIMITED BY SIZE
               "  EXPECTED HEADCOUNT " DELIMITED BY SIZE
               WS-HEAD-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4200-WRITE-FLOOR-WARDENS
           PERFORM 4300-CHECK-WARDEN-COVER
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-SEAT-TABLE-COUNT
               IF WS-ST-FLOOR (WS-SUB-2) = WS-FL-FLOOR (WS-SUB)
                   PERFORM 4400-WRITE-SEAT-BLOCK
               END-IF
           END-PERFORM.

       4200-WRITE-FLOOR-WARDENS.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-WARDEN-TABLE-COUNT
               IF WS-WD-FLOOR (WS-SUB-2) = WS-FL-FLOOR (WS-SUB)
                   AND WS-WD-DELETED (WS-SUB-2) = "N"
                   MOVE WS-WD-COMPANY (WS-SUB-2) TO WS-KEY-COMPANY
                   MOVE WS-WD-FIRST (WS-SUB-2) TO WS-KEY-FIRST
                   MOVE WS-WD-LAST (WS-SUB-2) TO WS-KEY-LAST
                   PERFORM 1910-FIND-EMPLOYEE
                   MOVE SPACES TO WS-PHONE-HOLD
                   IF WS-EMP-HIT > ZERO
                       MOVE WS-EMP-PHONE (WS-EMP-HIT) TO WS-PHONE-HOLD
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "  WARDEN   " DELIMITED BY SIZE
                       WS-KEY-FIRST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KEY-LAST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KEY-COMPANY DELIMITED BY SIZE
                       " TEL " DELIMITED BY SIZE
                       WS-PHONE-HOLD DELIMITED BY SIZE
                       INTO REPORT-LINE
                   IF WS-WD-LEFT (WS-SUB-2) = "Y"
                       MOVE "** LEFT PER HR **" TO REPORT-LINE (101:)
                   END-IF
                   WRITE REPORT-LINE
                   IF WS-WD-LEFT (WS-SUB-2) = "N"
                       MOVE SPACES TO MUSTER-CHECK-RECORD
                       MOVE WS-FL-FLOOR (WS-SUB) TO MC-FLOOR
                       MOVE ZERO TO MC-ROOM
                       SET MC-WARDEN TO TRUE
                       MOVE WS-KEY-COMPANY TO MC-COMPANY
                       MOVE WS-KEY-FIRST TO MC-FIRST-NAME
                       MOVE WS-KEY-LAST TO MC-LAST-NAME
                       MOVE WS-PHONE-HOLD TO MC-PHONE-NUM
                       WRITE MUSTER-CHECK-RECORD
                       ADD 1 TO WS-MUSTER-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      ****************************************************************************
      * One live warden per WS-OCCUPANTS-PER-WARDEN of headcount, rounded up;    *
      * an occupied floor always needs at least one.                             *
      ****************************************************************************
       4300-CHECK-WARDEN-COVER.
           MOVE WS-FL-WARDENS (WS-SUB) TO WS-LIVE-WARDENS
           COMPUTE WS-WARDENS-NEEDED =
               (WS-FL-HEADCOUNT (WS-SUB) + WS-OCCUPANTS-PER-WARDEN - 1)
               / WS-OCCUPANTS-PER-WARDEN
           IF WS-FL-LEFT (WS-SUB) > ZERO
               ADD WS-FL-LEFT (WS-SUB) TO WS-LEFT-WARDEN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** WARDEN HAS LEFT PER HR ROSTER - REPLACE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-LIVE-WARDENS = ZERO
               ADD 1 TO WS-NO-WARDEN-COUNT
               MOVE "  ** NO WARDEN FOR THIS FLOOR" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-LIVE-WARDENS < WS-WARDENS-NEEDED
                   ADD 1 TO WS-SHORT-WARDEN-COUNT
                   MOVE WS-WARDENS-NEEDED TO WS-NEED-EDIT
                   MOVE WS-LIVE-WARDENS TO WS-HAVE-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** TOO FEW WARDENS - NEED "
                       DELIMITED BY SIZE
                       WS-NEED-EDIT DELIMITED BY SIZE
                       " HAVE " DELIMITED BY SIZE
                       WS-HAVE-EDIT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4400-WRITE-SEAT-BLOCK.
           MOVE WS-ST-HEADCOUNT (WS-SUB-2) TO WS-HEAD-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  ROOM " DELIMITED BY SIZE
               WS-ST-ROOM (WS-SUB-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-COMPANY (WS-SUB-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-DEPT (WS-SUB-2) DELIMITED BY SIZE
               " SEATS " DELIMITED BY SIZE
               WS-HEAD-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB-3 FROM 1 BY 1
                   UNTIL WS-SUB-3 > WS-EMP-TABLE-COUNT
               IF WS-EMP-SEAT (WS-SUB-3) = WS-SUB-2
                   ADD 1 TO WS-OCCUPANT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "      " DELIMITED BY SIZE
                       WS-EMP-FIRST (WS-SUB-3) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EMP-LAST (WS-SUB-3) DELIMITED BY SIZE
                       " TEL " DELIMITED BY SIZE
                       WS-EMP-PHONE (WS-SUB-3) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO MUSTER-CHECK-RECORD
                   MOVE WS-ST-FLOOR (WS-SUB-2) TO MC-FLOOR
                   MOVE WS-ST-ROOM (WS-SUB-2) TO MC-ROOM
                   SET MC-OCCUPANT TO TRUE
                   MOVE WS-EMP-COMPANY (WS-SUB-3) TO MC-COMPANY
                   MOVE WS-EMP-DEPT (WS-SUB-3) TO MC-DEPT
                   MOVE WS-EMP-FIRST (WS-SUB-3) TO MC-FIRST-NAME
                   MOVE WS-EMP-LAST (WS-SUB-3) TO MC-LAST-NAME
                   MOVE WS-EMP-PHONE (WS-SUB-3) TO MC-PHONE-NUM
                   WRITE MUSTER-CHECK-RECORD
                   ADD 1 TO WS-MUSTER-COUNT
               END-IF
           END-PERFORM
           IF WS-ST-PLACED (WS-SUB-2) < WS-ST-HEADCOUNT (WS-SUB-2)
               MOVE "      (SEATS BEYOND THE NAMED EMPLOYEES)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5000-LIST-UNSEATED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EMPLOYEES WITH NO SEAT ASSIGNMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-TABLE-COUNT
               IF WS-EMP-SEAT (WS-SUB) = ZERO
                   ADD 1 TO WS-UNSEATED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-EMP-COMPANY (WS-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EMP-DEPT (WS-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EMP-FIRST (WS-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EMP-LAST (WS-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
