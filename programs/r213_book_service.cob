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
      * R213-BOOK-SERVICE                                                        *
      *                                                                          *
      * The one place a contract or company is looked up for the book it is      *
      * booked in, in the style of R180-PRODUCT-SERVICE: a CALLed routine        *
      * (book-parm.cpy) over the book map R212 writes and the book register      *
      * (BOOKMAP and BOOKREG, both loaded once on the first call). The map is    *
      * converted into BOOKKEY, indexed on contract (or on company for a         *
      * company row), and each lookup reads it by key, so no table limits how    *
      * many rows the map holds; where a key is mapped twice the first row       *
      * wins. The caller gives a CONTRACT-NUMBER, or a COMPANY-ID with the       *
      * contract blank, and gets back the book code that every journal line it   *
      * writes is stamped with (BK=). A key not on the map - or both keys        *
      * blank, for lines that belong to no one contract - returns status 4 with  *
      * the register default book, so nothing posts without a book; status 8     *
      * means there is no default book either and the book comes back blank.     *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R213-BOOK-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "BOOKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT MAP-FILE ASSIGN TO "BOOKMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT MAP-KEY-FILE ASSIGN TO "BOOKKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKX-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "booking-entity".

       FD  MAP-FILE.
       COPY "book-map".

       FD  MAP-KEY-FILE.
       01  BOOK-KEY-RECORD.
           05  BKX-KEY.
               10  BKX-CONTRACT-NUMBER  PIC X(15).
               10  BKX-COMPANY-ID       PIC X(10).
           05  BKX-BOOK                 PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-REG-EOF-FLAG          PIC X      VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".
       01  WS-REG-STATUS            PIC XX.
           88  WS-REG-NOT-FOUND             VALUE "35".
       01  WS-MAP-EOF-FLAG          PIC X      VALUE "N".
           88  WS-MAP-EOF                      VALUE "Y".
       01  WS-MAP-STATUS            PIC XX.
           88  WS-MAP-NOT-FOUND             VALUE "35".
       01  WS-LOADED-FLAG           PIC X      VALUE "N".
           88  WS-BOOKS-LOADED                 VALUE "Y".

       01  WS-DEFAULT-BOOK          PIC X(2)   VALUE SPACES.

       LINKAGE SECTION.
       COPY "book-parm".

       PROCEDURE DIVISION USING BOOK-PARM.
       0000-MAIN.
           IF NOT WS-BOOKS-LOADED
               PERFORM 1000-LOAD-REGISTER
               PERFORM 1100-LOAD-BOOK-MAP
               SET WS-BOOKS-LOADED TO TRUE
           END-IF
           MOVE 4 TO BKP-STATUS
           MOVE SPACES TO BKP-BOOK
           EVALUATE TRUE
               WHEN BKP-CONTRACT-NUMBER NOT = SPACES
                   MOVE BKP-CONTRACT-NUMBER TO BKX-CONTRACT-NUMBER
                   MOVE SPACES TO BKX-COMPANY-ID
                   PERFORM 2000-READ-BOOK-KEY
               WHEN BKP-COMPANY-ID NOT = SPACES
                   MOVE SPACES TO BKX-CONTRACT-NUMBER
                   MOVE BKP-COMPANY-ID TO BKX-COMPANY-ID
                   PERFORM 2000-READ-BOOK-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BKP-STATUS NOT = ZERO
               MOVE WS-DEFAULT-BOOK TO BKP-BOOK
               IF WS-DEFAULT-BOOK = SPACES
                   MOVE 8 TO BKP-STATUS
               END-IF
           END-IF
           GOBACK.

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
               IF BE-DEFAULT-BOOK AND WS-DEFAULT-BOOK = SPACES
                   MOVE BE-BOOK TO WS-DEFAULT-BOOK
               END-IF
               READ REGISTER-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-REG-NOT-FOUND
               CLOSE REGISTER-FILE
           END-IF.

       1100-LOAD-BOOK-MAP.
           OPEN OUTPUT MAP-KEY-FILE
           OPEN INPUT MAP-FILE
           IF WS-MAP-NOT-FOUND
               SET WS-MAP-EOF TO TRUE
           ELSE
               READ MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MAP-EOF
               MOVE BKM-CONTRACT-NUMBER TO BKX-CONTRACT-NUMBER
               IF BKM-CONTRACT-NUMBER = SPACES
                   MOVE BKM-COMPANY-ID TO BKX-COMPANY-ID
               ELSE
                   MOVE SPACES TO BKX-COMPANY-ID
               END-IF
               MOVE BKM-BOOK TO BKX-BOOK
               WRITE BOOK-KEY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               READ MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MAP-NOT-FOUND
               CLOSE MAP-FILE
           END-IF
           CLOSE MAP-KEY-FILE
           OPEN INPUT MAP-KEY-FILE.

       2000-READ-BOOK-KEY.
           READ MAP-KEY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE BKX-BOOK TO BKP-BOOK
                   MOVE ZERO TO BKP-STATUS
           END-READ.
