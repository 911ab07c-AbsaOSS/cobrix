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
      * R200-CAMPAIGN-RUN                                                        *
      *                                                                          *
      * Nightly marketing campaign run. Campaigns are kept on the campaign       *
      * master CAMPAIGN (campaign-record.cpy: code, channel, window and          *
      * selection criteria) and their members are carried from CAMPMIN to        *
      * CAMPMOUT (campaign-member.cpy). On the first night of a campaign's       *
      * window that finds it with no members, every company on COMPIN is         *
      * tested against its criteria - R116's risk grade (GRADEOUT), the          *
      * sector of its code on R169's register (INDOUT, sector off                *
      * INDCODES), a contract on ENTIN falling due within CPN-EXPIRY-DAYS,       *
      * and whether it has accepted a renewal offer before (R060's               *
      * OFFEROUT). A company that matches is still left out without              *
      * marketing consent on R137's register (CNSOUT, CNS-MARKETING Y -          *
      * marketing is opt-in, so no record is no consent), on a watch hold        *
      * (WATCHHOLD), under an insolvency freeze (R167's INSOLSUPP) or with       *
      * a contract in dispute (DISPSUPP); each reason is counted. Members        *
      * of a post campaign get a letter on CAMPMAIL in their consent             *
      * language, from the LETTMPL template whose letter type is the             *
      * campaign code (&NAME company, &CONT contact, &NUM campaign code),        *
      * falling back to the English template and then to compiled wording,       *
      * addressed to the director R177 names and entered on MAILIDX for          *
      * R199; e-mail and telephone members are listed on CAMPLIST for the        *
      * contact centre. Responses keyed back by marketing (CAMPRESP,             *
      * campaign-response.cpy: I interested, D declined) are posted to the       *
      * member, and a renewal offer accepted within the campaign window -        *
      * the company's count of accepted offers on OFFEROUT rising above the      *
      * count held at selection - is credited once, on the night it is           *
      * first seen. CAMPRPT shows per campaign the members, responses and        *
      * response rate, renewals and conversion rate, with the selection          *
      * counts on the night it selected, and lists responses that matched        *
      * no member.                                                               *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R200-CAMPAIGN-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPN-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENTITY-FILE ASSIGN TO "ENTIN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRADE-FILE ASSIGN TO "GRADEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT INDCODE-FILE ASSIGN TO "INDCODES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDCODE-STATUS.

           SELECT IND-FILE ASSIGN TO "INDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "CNSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.

           SELECT HOLD-FILE ASSIGN TO "WATCHHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT INS-SUPP-FILE ASSIGN TO "INSOLSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-SUPP-STATUS.

           SELECT DSP-SUPP-FILE ASSIGN TO "DISPSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-SUPP-STATUS.

           SELECT OFFER-FILE ASSIGN TO "OFFEROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "LETTMPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.

           SELECT MEMBER-IN-FILE ASSIGN TO "CAMPMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEM-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO "CAMPRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

           SELECT MEMBER-OUT-FILE ASSIGN TO "CAMPMOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO "CAMPMAIL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAIL-INDEX-FILE ASSIGN TO "MAILIDX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIST-FILE ASSIGN TO "CAMPLIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CAMPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       COPY "campaign-record".

       FD  COMPANY-FILE.
       COPY "test5d_copybook".

       FD  ENTITY-FILE.
       COPY "test18 special_char".

       FD  GRADE-FILE.
       COPY "risk-grade".

       FD  INDCODE-FILE.
       COPY "industry-code".

       FD  IND-FILE.
       COPY "company-industry".

       FD  CONSENT-FILE.
       COPY "consent-record".

       FD  HOLD-FILE.
       COPY "watch-hold".

       FD  INS-SUPP-FILE.
       COPY "insolvency-freeze".

       FD  DSP-SUPP-FILE.
       01  DSP-SUPP-CONTRACT-NUMBER     PIC X(15).

       FD  OFFER-FILE.
       COPY "renewal-offer".

       FD  TEMPLATE-FILE.
       COPY "letter-template".

       FD  MEMBER-IN-FILE.
       COPY "campaign-member".

       FD  RESPONSE-FILE.
       COPY "campaign-response".

       FD  MEMBER-OUT-FILE.
       01  MEMBER-OUT-RECORD            PIC X(62).

       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(100).

       FD  MAIL-INDEX-FILE.
       COPY "mail-item".

       FD  LIST-FILE.
       01  CAMPAIGN-LIST-RECORD.
           05  CLT-CAMPAIGN-CODE        PIC X(8).
           05  CLT-CHANNEL              PIC X(1).
           05  CLT-COMPANY-ID           PIC X(10).
           05  CLT-COMPANY-NAME         PIC X(15).
           05  CLT-LANGUAGE             PIC X(1).
           05  CLT-CONTACT-FIRST        PIC X(16).
           05  CLT-CONTACT-LAST         PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CPN-EOF-FLAG          PIC X      VALUE "N".
           88  WS-CPN-EOF                      VALUE "Y".
       01  WS-CPN-STATUS            PIC XX.
           88  WS-CPN-NOT-FOUND             VALUE "35".
       01  WS-COMP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-COMP-EOF                     VALUE "Y".
       01  WS-ENT-EOF-FLAG          PIC X      VALUE "N".
           88  WS-ENT-EOF                      VALUE "Y".
       01  WS-GRADE-EOF-FLAG        PIC X      VALUE "N".
           88  WS-GRADE-EOF                    VALUE "Y".
       01  WS-GRADE-STATUS          PIC XX.
           88  WS-GRADE-NOT-FOUND           VALUE "35".
       01  WS-INDCODE-EOF-FLAG      PIC X      VALUE "N".
           88  WS-INDCODE-EOF                  VALUE "Y".
       01  WS-INDCODE-STATUS        PIC XX.
           88  WS-INDCODE-NOT-FOUND         VALUE "35".
       01  WS-IND-EOF-FLAG          PIC X      VALUE "N".
           88  WS-IND-EOF                      VALUE "Y".
       01  WS-IND-STATUS            PIC XX.
           88  WS-IND-NOT-FOUND             VALUE "35".
       01  WS-CNS-EOF-FLAG          PIC X      VALUE "N".
           88  WS-CNS-EOF                      VALUE "Y".
       01  WS-CNS-STATUS            PIC XX.
           88  WS-CNS-NOT-FOUND             VALUE "35".
       01  WS-HOLD-EOF-FLAG         PIC X      VALUE "N".
           88  WS-HOLD-EOF                     VALUE "Y".
       01  WS-HOLD-STATUS           PIC XX.
           88  WS-HOLD-NOT-FOUND            VALUE "35".
       01  WS-INS-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-INS-SUPP-EOF                 VALUE "Y".
       01  WS-INS-SUPP-STATUS       PIC XX.
           88  WS-INS-SUPP-NOT-FOUND        VALUE "35".
       01  WS-DSP-SUPP-EOF-FLAG     PIC X      VALUE "N".
           88  WS-DSP-SUPP-EOF                 VALUE "Y".
       01  WS-DSP-SUPP-STATUS       PIC XX.
           88  WS-DSP-SUPP-NOT-FOUND        VALUE "35".
       01  WS-OFFER-EOF-FLAG        PIC X      VALUE "N".
           88  WS-OFFER-EOF                    VALUE "Y".
       01  WS-OFFER-STATUS          PIC XX.
           88  WS-OFFER-NOT-FOUND           VALUE "35".
       01  WS-TMPL-EOF-FLAG         PIC X      VALUE "N".
           88  WS-TMPL-EOF                     VALUE "Y".
       01  WS-TMPL-STATUS           PIC XX.
           88  WS-TMPL-NOT-FOUND            VALUE "35".
       01  WS-MEM-EOF-FLAG          PIC X      VALUE "N".
           88  WS-MEM-EOF                      VALUE "Y".
       01  WS-MEM-STATUS            PIC XX.
           88  WS-MEM-NOT-FOUND             VALUE "35".
       01  WS-RESP-EOF-FLAG         PIC X      VALUE "N".
           88  WS-RESP-EOF                     VALUE "Y".
       01  WS-RESP-STATUS           PIC XX.
           88  WS-RESP-NOT-FOUND            VALUE "35".

       01  WS-CPN-TABLE-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-CPN-TABLE.
           05  WS-CPN-ENTRY         OCCURS 50 TIMES.
               10  WS-CPN-CODE          PIC X(8).
               10  WS-CPN-NAME          PIC X(30).
               10  WS-CPN-CHANNEL       PIC X(1).
               10  WS-CPN-START         PIC 9(8).
               10  WS-CPN-END           PIC 9(8).
               10  WS-CPN-GRADE-FROM    PIC X(1).
               10  WS-CPN-GRADE-TO      PIC X(1).
               10  WS-CPN-SECTOR        PIC X(2).
               10  WS-CPN-EXPIRY-DAYS   PIC 9(3).
               10  WS-CPN-OFFER-RULE    PIC X(1).
               10  WS-CPN-SELECTED      PIC X(1).
               10  WS-CPN-MEMBERS       PIC 9(5).
               10  WS-CPN-INTERESTED    PIC 9(5).
               10  WS-CPN-DECLINED      PIC 9(5).
               10  WS-CPN-RENEWED       PIC 9(5).
               10  WS-CPN-NOT-MATCHED   PIC 9(5).
               10  WS-CPN-NO-CONSENT    PIC 9(5).
               10  WS-CPN-ON-HOLD       PIC 9(5).
               10  WS-CPN-INSOLVENT     PIC 9(5).
               10  WS-CPN-DISPUTED      PIC 9(5).
               10  WS-CPN-LETTERS       PIC 9(5).
               10  WS-CPN-LISTED        PIC 9(5).
       01  WS-CPN-SUB               PIC 9(2)   VALUE ZERO.

       01  WS-COMP-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY        OCCURS 1000 TIMES.
               10  WS-COMP-ID           PIC X(10).
               10  WS-COMP-NAME         PIC X(15).
               10  WS-COMP-ADDRESS      PIC X(25).
               10  WS-COMP-GRADE        PIC X(1).
               10  WS-COMP-SECTOR       PIC X(2).
               10  WS-COMP-MARKETING    PIC X(1).
               10  WS-COMP-LANG         PIC X(1).
               10  WS-COMP-HOLD         PIC X(1).
               10  WS-COMP-INSOLVENT    PIC X(1).
               10  WS-COMP-DISPUTED     PIC X(1).
               10  WS-COMP-ACCEPTED     PIC 9(3).
               10  WS-COMP-NEXT-DUE     PIC 9(5).
       01  WS-COMP-SUB              PIC 9(4)   VALUE ZERO.

       01  WS-CON-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY         OCCURS 2000 TIMES.
               10  WS-CON-CONTRACT      PIC X(15).
               10  WS-CON-COMP-SUB      PIC 9(4).

       01  WS-CODE-TABLE-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY        OCCURS 1000 TIMES.
               10  WS-CODE-CODE         PIC X(5).
               10  WS-CODE-SECTOR       PIC X(2).

       01  WS-TMPL-TABLE-COUNT      PIC 9(3)   VALUE ZERO.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY        OCCURS 200 TIMES.
               10  WS-TMPL-CODE         PIC X(8).
               10  WS-TMPL-LANG         PIC X(1).
               10  WS-TMPL-EFF          PIC 9(8).
               10  WS-TMPL-LINE-NO      PIC 9(2).
               10  WS-TMPL-TEXT         PIC X(80).
       01  WS-TMPL-SUB              PIC 9(3)   VALUE ZERO.
       01  WS-BEST-EFF              PIC 9(8)   VALUE ZERO.
       01  WS-LETTER-LANG           PIC X(1)   VALUE "E".
       01  WS-TEMPLATE-HIT-FLAG     PIC X      VALUE "N".
           88  WS-TEMPLATE-HIT                 VALUE "Y".
       01  WS-LINE-NO-WANTED        PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-LINE           PIC X(100) VALUE SPACES.
       01  WS-RENDER-IN             PIC 9(3)   VALUE ZERO.
       01  WS-RENDER-OUT            PIC 9(3)   VALUE ZERO.
       01  WS-CONTACT-FULL          PIC X(33)  VALUE SPACES.
       01  WS-CONTACT-FOUND-FLAG    PIC X      VALUE "N".
           88  WS-CONTACT-FOUND                VALUE "Y".

       01  WS-MEM-TABLE-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-MEM-TABLE.
           05  WS-MEM-ENTRY         OCCURS 5000 TIMES.
               10  WS-MEM-RECORD.
                   15  WS-MEM-CAMPAIGN      PIC X(8).
                   15  WS-MEM-COMPANY-ID    PIC X(10).
                   15  WS-MEM-NAME          PIC X(15).
                   15  WS-MEM-LANG          PIC X(1).
                   15  WS-MEM-SELECTED      PIC 9(8).
                   15  WS-MEM-PRIOR         PIC 9(3).
                   15  WS-MEM-RESPONSE      PIC X(1).
                   15  WS-MEM-RESP-DATE     PIC 9(8).
                   15  WS-MEM-RENEWED       PIC 9(8).
               10  WS-MEM-CPN-SUB       PIC 9(2).
       01  WS-MEM-SUB               PIC 9(4)   VALUE ZERO.

       01  WS-REJ-TABLE-COUNT       PIC 9(3)   VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY         OCCURS 100 TIMES.
               10  WS-REJ-CAMPAIGN      PIC X(8).
               10  WS-REJ-COMPANY-ID    PIC X(10).
               10  WS-REJ-RESPONSE      PIC X(1).
               10  WS-REJ-REASON        PIC X(20).
       01  WS-REJ-SUB               PIC 9(3)   VALUE ZERO.
       01  WS-REJ-REASON-HOLD       PIC X(20)  VALUE SPACES.

       01  WS-DUE-DATE-PARTS.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-SEP1          PIC X.
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-SEP2          PIC X.
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DUE-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-DUE-INTEGER           PIC S9(9)  VALUE ZERO.
       01  WS-DAYS-TO-DUE           PIC S9(9)  VALUE ZERO.
       01  WS-NO-DUE-DAYS           PIC 9(5)   VALUE 99999.

       01  WS-SUB                   PIC 9(4)   VALUE ZERO.
       01  WS-FIND-ID               PIC X(10)  VALUE SPACES.
       01  WS-CURRENT-COMPANY-NAME  PIC X(15)  VALUE SPACES.
       01  WS-CURRENT-COMP-SUB      PIC 9(4)   VALUE ZERO.
       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-CURRENT-INTEGER       PIC S9(9)  VALUE ZERO.
       01  WS-MATCH-FLAG            PIC X      VALUE "N".
           88  WS-MATCHES                      VALUE "Y".
       01  WS-OVERFLOW-FLAG         PIC X      VALUE "N".
           88  WS-OVERFLOW                     VALUE "Y".
       01  WS-MAIL-LINE-NUM         PIC 9(9)   VALUE ZERO.
       01  WS-MAIL-FIRST-LINE       PIC 9(9)   VALUE ZERO.
       01  WS-STATUS-TEXT           PIC X(8)   VALUE SPACES.

       01  WS-SELECTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(9)   VALUE ZERO.
       01  WS-EXCLUDED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-RESPONSE-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(9)   VALUE ZERO.
       01  WS-RENEWAL-COUNT         PIC 9(9)   VALUE ZERO.

       01  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-COUNT-EDIT-2          PIC ZZZZ9.
       01  WS-COUNT-EDIT-3          PIC ZZZZ9.
       01  WS-COUNT-EDIT-4          PIC ZZZZ9.
       01  WS-COUNT-EDIT-5          PIC ZZZZ9.
       01  WS-PCT                   PIC 9(3)V9(2) VALUE ZERO.
       01  WS-PCT-EDIT              PIC ZZ9.99.
       01  WS-PCT-EDIT-2            PIC ZZ9.99.

       COPY "cycle-date-parm".

       COPY "addressee-parm".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM
           MOVE "R200" TO CDP-PROGRAM
           CALL "R149-CYCLE-DATE-SERVICE" USING CYCLE-DATE-PARM
           IF CDP-STATUS = ZERO
               MOVE CDP-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
           END-IF
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           PERFORM 1000-LOAD-CAMPAIGNS
           IF WS-CPN-TABLE-COUNT = ZERO
               DISPLAY "R200: NO CAMPAIGNS ON THE MASTER"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-COMPANIES
           PERFORM 1150-LOAD-CONTRACTS
           PERFORM 1200-LOAD-INDUSTRY-CODES
           PERFORM 1250-LOAD-REGISTER
           PERFORM 1300-LOAD-GRADES
           PERFORM 1400-LOAD-CONSENT
           PERFORM 1450-LOAD-HOLDS
           PERFORM 1500-LOAD-INSOLVENCY-SUPP
           PERFORM 1550-LOAD-DISPUTE-SUPP
           PERFORM 1600-LOAD-OFFERS
           PERFORM 1700-LOAD-TEMPLATES
           PERFORM 1800-LOAD-MEMBERS
           PERFORM 2000-APPLY-RESPONSES
           PERFORM 2500-CREDIT-RENEWALS
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND MAIL-INDEX-FILE
           OPEN OUTPUT LIST-FILE
           PERFORM 3000-SELECT-CAMPAIGNS
           CLOSE LETTER-FILE
           CLOSE MAIL-INDEX-FILE
           CLOSE LIST-FILE
           PERFORM 6000-WRITE-MEMBERS
           PERFORM 8000-WRITE-REPORT
           DISPLAY "R200: CAMPAIGNS ON MASTER    " WS-CPN-TABLE-COUNT
           DISPLAY "R200: MEMBERS SELECTED       " WS-SELECTED-COUNT
           DISPLAY "R200: LETTERS WRITTEN        " WS-LETTER-COUNT
           DISPLAY "R200: CONTACTS LISTED        " WS-LISTED-COUNT
           DISPLAY "R200: MATCHES EXCLUDED       " WS-EXCLUDED-COUNT
           DISPLAY "R200: RESPONSES POSTED       " WS-RESPONSE-COUNT
           DISPLAY "R200: RESPONSES REJECTED     " WS-REJECTED-COUNT
           DISPLAY "R200: RENEWALS CREDITED      " WS-RENEWAL-COUNT
           IF WS-OVERFLOW
               DISPLAY "R200: TABLE FULL - RUN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CPN-NOT-FOUND
               SET WS-CPN-EOF TO TRUE
           ELSE
               READ CAMPAIGN-FILE
                   AT END SET WS-CPN-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CPN-EOF
               IF WS-CPN-TABLE-COUNT >= 50
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CPN-TABLE-COUNT
                   INITIALIZE WS-CPN-ENTRY (WS-CPN-TABLE-COUNT)
                   MOVE CPN-CODE TO WS-CPN-CODE (WS-CPN-TABLE-COUNT)
                   MOVE CPN-NAME TO WS-CPN-NAME (WS-CPN-TABLE-COUNT)
                   MOVE CPN-CHANNEL
                       TO WS-CPN-CHANNEL (WS-CPN-TABLE-COUNT)
                   MOVE CPN-START-DATE
                       TO WS-CPN-START (WS-CPN-TABLE-COUNT)
                   MOVE CPN-END-DATE TO WS-CPN-END (WS-CPN-TABLE-COUNT)
                   MOVE CPN-GRADE-FROM
                       TO WS-CPN-GRADE-FROM (WS-CPN-TABLE-COUNT)
                   MOVE CPN-GRADE-TO
                       TO WS-CPN-GRADE-TO (WS-CPN-TABLE-COUNT)
                   MOVE CPN-SECTOR
                       TO WS-CPN-SECTOR (WS-CPN-TABLE-COUNT)
                   MOVE CPN-EXPIRY-DAYS
                       TO WS-CPN-EXPIRY-DAYS (WS-CPN-TABLE-COUNT)
                   MOVE CPN-OFFER-RULE
                       TO WS-CPN-OFFER-RULE (WS-CPN-TABLE-COUNT)
                   MOVE "N" TO WS-CPN-SELECTED (WS-CPN-TABLE-COUNT)
               END-IF
               READ CAMPAIGN-FILE
                   AT END SET WS-CPN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CPN-NOT-FOUND
               CLOSE CAMPAIGN-FILE
           END-IF.

       1100-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           READ COMPANY-FILE
               AT END SET WS-COMP-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-COMP-EOF
               IF WS-COMP-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-TABLE-COUNT
                   MOVE COMPANY-ID OF COMPANY-DETAILS
                       TO WS-COMP-ID (WS-COMP-TABLE-COUNT)
                   MOVE COMPANY-NAME OF COMPANY-DETAILS
                       TO WS-COMP-NAME (WS-COMP-TABLE-COUNT)
                   MOVE ADDRESS OF COMPANY-DETAILS
                       TO WS-COMP-ADDRESS (WS-COMP-TABLE-COUNT)
                   MOVE SPACE TO WS-COMP-GRADE (WS-COMP-TABLE-COUNT)
                   MOVE SPACES TO WS-COMP-SECTOR (WS-COMP-TABLE-COUNT)
                   MOVE "N" TO WS-COMP-MARKETING (WS-COMP-TABLE-COUNT)
                   MOVE "E" TO WS-COMP-LANG (WS-COMP-TABLE-COUNT)
                   MOVE "N" TO WS-COMP-HOLD (WS-COMP-TABLE-COUNT)
                   MOVE "N" TO WS-COMP-INSOLVENT (WS-COMP-TABLE-COUNT)
                   MOVE "N" TO WS-COMP-DISPUTED (WS-COMP-TABLE-COUNT)
                   MOVE ZERO TO WS-COMP-ACCEPTED (WS-COMP-TABLE-COUNT)
                   MOVE WS-NO-DUE-DAYS
                       TO WS-COMP-NEXT-DUE (WS-COMP-TABLE-COUNT)
               END-IF
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

      ****************************************************************************
      * Contracts to their company by name, the way R170 joins them, keeping     *
      * for each company the days to the soonest contract still to fall due.     *
      ****************************************************************************
       1150-LOAD-CONTRACTS.
           OPEN INPUT ENTITY-FILE
           READ ENTITY-FILE
               AT END SET WS-ENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ENT-EOF
               IF SEGMENT-ID OF ENTITY = 1
                   MOVE COMPANY-NAME OF COMPANY (1:15)
                       TO WS-CURRENT-COMPANY-NAME
                   MOVE ZERO TO WS-CURRENT-COMP-SUB
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                       IF WS-COMP-NAME (WS-SUB)
                               = WS-CURRENT-COMPANY-NAME
                           MOVE WS-SUB TO WS-CURRENT-COMP-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF SEGMENT-ID OF ENTITY = 7
                   AND WS-CURRENT-COMP-SUB > ZERO
                   IF WS-CON-TABLE-COUNT >= 2000
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CON-TABLE-COUNT
                       MOVE CONTRACT-NUMBER OF CONTRACT
                           TO WS-CON-CONTRACT (WS-CON-TABLE-COUNT)
                       MOVE WS-CURRENT-COMP-SUB
                           TO WS-CON-COMP-SUB (WS-CON-TABLE-COUNT)
                   END-IF
                   PERFORM 1160-NOTE-DUE-DATE
               END-IF
               READ ENTITY-FILE
                   AT END SET WS-ENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       1160-NOTE-DUE-DATE.
           MOVE DUE-DATE OF CONTRACT TO WS-DUE-DATE-PARTS
           IF WS-DUE-YEAR IS NUMERIC
               AND WS-DUE-MONTH IS NUMERIC
               AND WS-DUE-DAY IS NUMERIC
               COMPUTE WS-DUE-DATE-NUM = WS-DUE-YEAR * 10000
                   + WS-DUE-MONTH * 100 + WS-DUE-DAY
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
               COMPUTE WS-DAYS-TO-DUE =
                   WS-DUE-INTEGER - WS-CURRENT-INTEGER
               IF WS-DAYS-TO-DUE >= ZERO
                   AND WS-DAYS-TO-DUE
                       < WS-COMP-NEXT-DUE (WS-CURRENT-COMP-SUB)
                   MOVE WS-DAYS-TO-DUE
                       TO WS-COMP-NEXT-DUE (WS-CURRENT-COMP-SUB)
               END-IF
           END-IF.

       1200-LOAD-INDUSTRY-CODES.
           OPEN INPUT INDCODE-FILE
           IF WS-INDCODE-NOT-FOUND
               SET WS-INDCODE-EOF TO TRUE
           ELSE
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INDCODE-EOF
               IF WS-CODE-TABLE-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CODE-TABLE-COUNT
                   MOVE IC-CODE TO WS-CODE-CODE (WS-CODE-TABLE-COUNT)
                   MOVE IC-SECTOR
                       TO WS-CODE-SECTOR (WS-CODE-TABLE-COUNT)
               END-IF
               READ INDCODE-FILE
                   AT END SET WS-INDCODE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INDCODE-NOT-FOUND
               CLOSE INDCODE-FILE
           END-IF.

       1250-LOAD-REGISTER.
           OPEN INPUT IND-FILE
           IF WS-IND-NOT-FOUND
               SET WS-IND-EOF TO TRUE
           ELSE
               READ IND-FILE
                   AT END SET WS-IND-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-IND-EOF
               MOVE CI-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CODE-TABLE-COUNT
                       IF WS-CODE-CODE (WS-SUB) = CI-INDUSTRY-CODE
                           MOVE WS-CODE-SECTOR (WS-SUB)
                               TO WS-COMP-SECTOR (WS-COMP-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ IND-FILE
                   AT END SET WS-IND-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-IND-NOT-FOUND
               CLOSE IND-FILE
           END-IF.

       1300-LOAD-GRADES.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-NOT-FOUND
               SET WS-GRADE-EOF TO TRUE
           ELSE
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-GRADE-EOF
               MOVE RG-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   MOVE RG-GRADE TO WS-COMP-GRADE (WS-COMP-SUB)
               END-IF
               READ GRADE-FILE
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-GRADE-NOT-FOUND
               CLOSE GRADE-FILE
           END-IF.

      ****************************************************************************
      * Marketing consent and letter language off R137's register. Unlike        *
      * post, marketing is opt-in: a company with no record stays at N.          *
      ****************************************************************************
       1400-LOAD-CONSENT.
           OPEN INPUT CONSENT-FILE
           IF WS-CNS-NOT-FOUND
               SET WS-CNS-EOF TO TRUE
           ELSE
               READ CONSENT-FILE
                   AT END SET WS-CNS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-CNS-EOF
               MOVE CNS-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   MOVE CNS-MARKETING
                       TO WS-COMP-MARKETING (WS-COMP-SUB)
                   IF CNS-LANGUAGE NOT = SPACE
                       MOVE CNS-LANGUAGE TO WS-COMP-LANG (WS-COMP-SUB)
                   END-IF
               END-IF
               READ CONSENT-FILE
                   AT END SET WS-CNS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-CNS-NOT-FOUND
               CLOSE CONSENT-FILE
           END-IF.

       1450-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-NOT-FOUND
               SET WS-HOLD-EOF TO TRUE
           ELSE
               READ HOLD-FILE
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                   IF WS-COMP-NAME (WS-SUB) = WH-COMPANY-NAME (1:15)
                       MOVE "Y" TO WS-COMP-HOLD (WS-SUB)
                   END-IF
               END-PERFORM
               READ HOLD-FILE
                   AT END SET WS-HOLD-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HOLD-NOT-FOUND
               CLOSE HOLD-FILE
           END-IF.

       1500-LOAD-INSOLVENCY-SUPP.
           OPEN INPUT INS-SUPP-FILE
           IF WS-INS-SUPP-NOT-FOUND
               SET WS-INS-SUPP-EOF TO TRUE
           ELSE
               READ INS-SUPP-FILE
                   AT END SET WS-INS-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-INS-SUPP-EOF
               MOVE IFZ-COMPANY-ID TO WS-FIND-ID
               PERFORM 1900-FIND-COMPANY
               IF WS-COMP-SUB > ZERO
                   MOVE "Y" TO WS-COMP-INSOLVENT (WS-COMP-SUB)
               END-IF
               READ INS-SUPP-FILE
                   AT END SET WS-INS-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-INS-SUPP-NOT-FOUND
               CLOSE INS-SUPP-FILE
           END-IF.

      ****************************************************************************
      * A dispute is held against a contract; the whole company is left out      *
      * of marketing while any of its contracts is disputed.                     *
      ****************************************************************************
       1550-LOAD-DISPUTE-SUPP.
           OPEN INPUT DSP-SUPP-FILE
           IF WS-DSP-SUPP-NOT-FOUND
               SET WS-DSP-SUPP-EOF TO TRUE
           ELSE
               READ DSP-SUPP-FILE
                   AT END SET WS-DSP-SUPP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DSP-SUPP-EOF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CON-TABLE-COUNT
                   IF WS-CON-CONTRACT (WS-SUB)
                           = DSP-SUPP-CONTRACT-NUMBER
                       MOVE WS-CON-COMP-SUB (WS-SUB) TO WS-COMP-SUB
                       MOVE "Y" TO WS-COMP-DISPUTED (WS-COMP-SUB)
                   END-IF
               END-PERFORM
               READ DSP-SUPP-FILE
                   AT END SET WS-DSP-SUPP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-DSP-SUPP-NOT-FOUND
               CLOSE DSP-SUPP-FILE
           END-IF.

      ****************************************************************************
      * Accepted renewal offers counted per company. An accepted offer stays     *
      * on OFFEROUT, so the count only rises when a new one is accepted.         *
      ****************************************************************************
       1600-LOAD-OFFERS.
           OPEN INPUT OFFER-FILE
           IF WS-OFFER-NOT-FOUND
               SET WS-OFFER-EOF TO TRUE
           ELSE
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-OFFER-EOF
               IF OFF-ACCEPTED
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CON-TABLE-COUNT
                       IF WS-CON-CONTRACT (WS-SUB)
                               = OFF-CONTRACT-NUMBER
                           MOVE WS-CON-COMP-SUB (WS-SUB)
                               TO WS-COMP-SUB
                           IF WS-COMP-ACCEPTED (WS-COMP-SUB) < 999
                               ADD 1 TO WS-COMP-ACCEPTED (WS-COMP-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ OFFER-FILE
                   AT END SET WS-OFFER-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-OFFER-NOT-FOUND
               CLOSE OFFER-FILE
           END-IF.

      ****************************************************************************
      * Template lines whose letter type is one of the campaign codes; the       *
      * latest effective-dated version on or before today is chosen per          *
      * campaign and language at print time.                                     *
      ****************************************************************************
       1700-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TMPL-NOT-FOUND
               SET WS-TMPL-EOF TO TRUE
           ELSE
               READ TEMPLATE-FILE
                   AT END SET WS-TMPL-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-TMPL-EOF
               MOVE ZERO TO WS-CPN-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CPN-TABLE-COUNT
                   IF WS-CPN-CODE (WS-SUB) = LT-LETTER-TYPE
                       MOVE WS-SUB TO WS-CPN-SUB
                   END-IF
               END-PERFORM
               IF WS-CPN-SUB > ZERO
                   AND LT-EFFECTIVE-DATE <= WS-CURRENT-DATE-NUM
                   IF WS-TMPL-TABLE-COUNT >= 200
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-TMPL-TABLE-COUNT
                       MOVE LT-LETTER-TYPE
                           TO WS-TMPL-CODE (WS-TMPL-TABLE-COUNT)
                       MOVE LT-LANGUAGE
                           TO WS-TMPL-LANG (WS-TMPL-TABLE-COUNT)
                       MOVE LT-EFFECTIVE-DATE
                           TO WS-TMPL-EFF (WS-TMPL-TABLE-COUNT)
                       MOVE LT-LINE-NUMBER
                           TO WS-TMPL-LINE-NO (WS-TMPL-TABLE-COUNT)
                       MOVE LT-TEXT
                           TO WS-TMPL-TEXT (WS-TMPL-TABLE-COUNT)
                   END-IF
               END-IF
               READ TEMPLATE-FILE
                   AT END SET WS-TMPL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-TMPL-NOT-FOUND
               CLOSE TEMPLATE-FILE
           END-IF.

      ****************************************************************************
      * Last night's members. A member of a campaign since dropped from the      *
      * master is carried unchanged; it no longer counts anywhere.               *
      ****************************************************************************
       1800-LOAD-MEMBERS.
           OPEN INPUT MEMBER-IN-FILE
           IF WS-MEM-NOT-FOUND
               SET WS-MEM-EOF TO TRUE
           ELSE
               READ MEMBER-IN-FILE
                   AT END SET WS-MEM-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               IF WS-MEM-TABLE-COUNT >= 5000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-MEM-TABLE-COUNT
                   MOVE CAMPAIGN-MEMBER-RECORD
                       TO WS-MEM-RECORD (WS-MEM-TABLE-COUNT)
                   MOVE ZERO TO WS-MEM-CPN-SUB (WS-MEM-TABLE-COUNT)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CPN-TABLE-COUNT
                       IF WS-CPN-CODE (WS-SUB) = CM-CAMPAIGN-CODE
                           MOVE WS-SUB
                               TO WS-MEM-CPN-SUB (WS-MEM-TABLE-COUNT)
                           ADD 1 TO WS-CPN-MEMBERS (WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ MEMBER-IN-FILE
                   AT END SET WS-MEM-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-MEM-NOT-FOUND
               CLOSE MEMBER-IN-FILE
           END-IF.

       1900-FIND-COMPANY.
           MOVE ZERO TO WS-COMP-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMP-TABLE-COUNT
                      OR WS-COMP-SUB > ZERO
               IF WS-COMP-ID (WS-SUB) = WS-FIND-ID
                   MOVE WS-SUB TO WS-COMP-SUB
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A response is posted to its member; a later response replaces an         *
      * earlier one. One that names no member, or carries a code other than      *
      * I or D, is listed on the report instead.                                 *
      ****************************************************************************
       2000-APPLY-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           IF WS-RESP-NOT-FOUND
               SET WS-RESP-EOF TO TRUE
           ELSE
               READ RESPONSE-FILE
                   AT END SET WS-RESP-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-RESP-EOF
               MOVE ZERO TO WS-MEM-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-MEM-TABLE-COUNT
                          OR WS-MEM-SUB > ZERO
                   IF WS-MEM-CAMPAIGN (WS-SUB) = CRS-CAMPAIGN-CODE
                       AND WS-MEM-COMPANY-ID (WS-SUB)
                           = CRS-COMPANY-ID
                       MOVE WS-SUB TO WS-MEM-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN CRS-RESPONSE NOT = "I"
                       AND CRS-RESPONSE NOT = "D"
                       MOVE "UNKNOWN RESPONSE" TO WS-REJ-REASON-HOLD
                       PERFORM 2100-REJECT-RESPONSE
                   WHEN WS-MEM-SUB = ZERO
                       MOVE "NOT A MEMBER" TO WS-REJ-REASON-HOLD
                       PERFORM 2100-REJECT-RESPONSE
                   WHEN OTHER
                       ADD 1 TO WS-RESPONSE-COUNT
                       MOVE CRS-RESPONSE
                           TO WS-MEM-RESPONSE (WS-MEM-SUB)
                       MOVE CRS-RESPONSE-DATE
                           TO WS-MEM-RESP-DATE (WS-MEM-SUB)
               END-EVALUATE
               READ RESPONSE-FILE
                   AT END SET WS-RESP-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-RESP-NOT-FOUND
               CLOSE RESPONSE-FILE
           END-IF.

       2100-REJECT-RESPONSE.
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-REJ-TABLE-COUNT < 100
               ADD 1 TO WS-REJ-TABLE-COUNT
               MOVE CRS-CAMPAIGN-CODE
                   TO WS-REJ-CAMPAIGN (WS-REJ-TABLE-COUNT)
               MOVE CRS-COMPANY-ID
                   TO WS-REJ-COMPANY-ID (WS-REJ-TABLE-COUNT)
               MOVE CRS-RESPONSE
                   TO WS-REJ-RESPONSE (WS-REJ-TABLE-COUNT)
               MOVE WS-REJ-REASON-HOLD
                   TO WS-REJ-REASON (WS-REJ-TABLE-COUNT)
           END-IF.

      ****************************************************************************
      * A member whose company has accepted more renewal offers than it had      *
      * at selection, seen while the campaign is still running, renewed          *
      * under the campaign - dated tonight and never credited again.             *
      ****************************************************************************
       2500-CREDIT-RENEWALS.
           PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
                   UNTIL WS-MEM-SUB > WS-MEM-TABLE-COUNT
               MOVE WS-MEM-CPN-SUB (WS-MEM-SUB) TO WS-CPN-SUB
               IF WS-CPN-SUB > ZERO
                   AND WS-MEM-RENEWED (WS-MEM-SUB) = ZERO
                   AND WS-CURRENT-DATE-NUM <= WS-CPN-END (WS-CPN-SUB)
                   MOVE WS-MEM-COMPANY-ID (WS-MEM-SUB) TO WS-FIND-ID
                   PERFORM 1900-FIND-COMPANY
                   IF WS-COMP-SUB > ZERO
                       IF WS-COMP-ACCEPTED (WS-COMP-SUB)
                               > WS-MEM-PRIOR (WS-MEM-SUB)
                           MOVE WS-CURRENT-DATE-NUM
                               TO WS-MEM-RENEWED (WS-MEM-SUB)
                           ADD 1 TO WS-RENEWAL-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ****************************************************************************
      * A campaign selects once: on the first night inside its window that       *
      * finds it with no members. One whose criteria match nobody tries          *
      * again the next night, when consent or grades may have moved.             *
      ****************************************************************************
       3000-SELECT-CAMPAIGNS.
           PERFORM VARYING WS-CPN-SUB FROM 1 BY 1
                   UNTIL WS-CPN-SUB > WS-CPN-TABLE-COUNT
               IF WS-CPN-START (WS-CPN-SUB) <= WS-CURRENT-DATE-NUM
                   AND WS-CPN-END (WS-CPN-SUB) >= WS-CURRENT-DATE-NUM
                   AND WS-CPN-MEMBERS (WS-CPN-SUB) = ZERO
                   MOVE "Y" TO WS-CPN-SELECTED (WS-CPN-SUB)
                   PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                           UNTIL WS-COMP-SUB > WS-COMP-TABLE-COUNT
                       PERFORM 3100-TEST-COMPANY
                   END-PERFORM
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The criteria first - a company outside them is simply not matched -      *
      * then the exclusions, each counted under the first reason it hits.        *
      ****************************************************************************
       3100-TEST-COMPANY.
           MOVE "Y" TO WS-MATCH-FLAG
           IF WS-CPN-GRADE-FROM (WS-CPN-SUB) NOT = SPACE
               IF WS-COMP-GRADE (WS-COMP-SUB) = SPACE
                   OR WS-COMP-GRADE (WS-COMP-SUB)
                       < WS-CPN-GRADE-FROM (WS-CPN-SUB)
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF
           IF WS-CPN-GRADE-TO (WS-CPN-SUB) NOT = SPACE
               IF WS-COMP-GRADE (WS-COMP-SUB) = SPACE
                   OR WS-COMP-GRADE (WS-COMP-SUB)
                       > WS-CPN-GRADE-TO (WS-CPN-SUB)
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF
           IF WS-CPN-SECTOR (WS-CPN-SUB) NOT = SPACES
               AND WS-COMP-SECTOR (WS-COMP-SUB)
                   NOT = WS-CPN-SECTOR (WS-CPN-SUB)
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-CPN-EXPIRY-DAYS (WS-CPN-SUB) > ZERO
               AND WS-COMP-NEXT-DUE (WS-COMP-SUB)
                   > WS-CPN-EXPIRY-DAYS (WS-CPN-SUB)
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-CPN-OFFER-RULE (WS-CPN-SUB) = "A"
               AND WS-COMP-ACCEPTED (WS-COMP-SUB) = ZERO
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-CPN-OFFER-RULE (WS-CPN-SUB) = "N"
               AND WS-COMP-ACCEPTED (WS-COMP-SUB) > ZERO
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF NOT WS-MATCHES
               ADD 1 TO WS-CPN-NOT-MATCHED (WS-CPN-SUB)
           ELSE
               EVALUATE TRUE
                   WHEN WS-COMP-MARKETING (WS-COMP-SUB) NOT = "Y"
                       ADD 1 TO WS-CPN-NO-CONSENT (WS-CPN-SUB)
                       ADD 1 TO WS-EXCLUDED-COUNT
                   WHEN WS-COMP-HOLD (WS-COMP-SUB) = "Y"
                       ADD 1 TO WS-CPN-ON-HOLD (WS-CPN-SUB)
                       ADD 1 TO WS-EXCLUDED-COUNT
                   WHEN WS-COMP-INSOLVENT (WS-COMP-SUB) = "Y"
                       ADD 1 TO WS-CPN-INSOLVENT (WS-CPN-SUB)
                       ADD 1 TO WS-EXCLUDED-COUNT
                   WHEN WS-COMP-DISPUTED (WS-COMP-SUB) = "Y"
                       ADD 1 TO WS-CPN-DISPUTED (WS-CPN-SUB)
                       ADD 1 TO WS-EXCLUDED-COUNT
                   WHEN OTHER
                       PERFORM 3200-ADD-MEMBER
               END-EVALUATE
           END-IF.

       3200-ADD-MEMBER.
           IF WS-MEM-TABLE-COUNT >= 5000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-MEM-TABLE-COUNT
               MOVE WS-MEM-TABLE-COUNT TO WS-MEM-SUB
               MOVE WS-CPN-CODE (WS-CPN-SUB)
                   TO WS-MEM-CAMPAIGN (WS-MEM-SUB)
               MOVE WS-COMP-ID (WS-COMP-SUB)
                   TO WS-MEM-COMPANY-ID (WS-MEM-SUB)
               MOVE WS-COMP-NAME (WS-COMP-SUB)
                   TO WS-MEM-NAME (WS-MEM-SUB)
               MOVE WS-COMP-LANG (WS-COMP-SUB)
                   TO WS-MEM-LANG (WS-MEM-SUB)
               MOVE WS-CURRENT-DATE-NUM TO WS-MEM-SELECTED (WS-MEM-SUB)
               MOVE WS-COMP-ACCEPTED (WS-COMP-SUB)
                   TO WS-MEM-PRIOR (WS-MEM-SUB)
               MOVE SPACE TO WS-MEM-RESPONSE (WS-MEM-SUB)
               MOVE ZERO TO WS-MEM-RESP-DATE (WS-MEM-SUB)
               MOVE ZERO TO WS-MEM-RENEWED (WS-MEM-SUB)
               MOVE WS-CPN-SUB TO WS-MEM-CPN-SUB (WS-MEM-SUB)
               ADD 1 TO WS-CPN-MEMBERS (WS-CPN-SUB)
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 4100-CHOOSE-ADDRESSEE
               IF WS-CPN-CHANNEL (WS-CPN-SUB) = "E"
                   OR WS-CPN-CHANNEL (WS-CPN-SUB) = "T"
                   PERFORM 5000-WRITE-CONTACT
               ELSE
                   PERFORM 4000-WRITE-LETTER
               END-IF
           END-IF.

      ****************************************************************************
      * The campaign letter in the member's language: that language's            *
      * template, else the English one, else the compiled wording.               *
      ****************************************************************************
       4000-WRITE-LETTER.
           COMPUTE WS-MAIL-FIRST-LINE = WS-MAIL-LINE-NUM + 1
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-CPN-LETTERS (WS-CPN-SUB)
           MOVE SPACES TO LETTER-LINE
           IF WS-CONTACT-FOUND
               STRING "TO: " DELIMITED BY SIZE
                   WS-CONTACT-FULL DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               ADD 1 TO WS-MAIL-LINE-NUM
               MOVE SPACES TO LETTER-LINE
               STRING "AT: " DELIMITED BY SIZE
                   WS-COMP-NAME (WS-COMP-SUB) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-COMP-ADDRESS (WS-COMP-SUB) DELIMITED BY SIZE
                   INTO LETTER-LINE
           ELSE
               STRING "TO: " DELIMITED BY SIZE
                   WS-COMP-NAME (WS-COMP-SUB) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-COMP-ADDRESS (WS-COMP-SUB) DELIMITED BY SIZE
                   INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE WS-COMP-LANG (WS-COMP-SUB) TO WS-LETTER-LANG
           PERFORM 4200-TRY-TEMPLATE
           IF NOT WS-TEMPLATE-HIT
               AND WS-LETTER-LANG NOT = "E"
               MOVE "E" TO WS-LETTER-LANG
               PERFORM 4200-TRY-TEMPLATE
           END-IF
           IF WS-TEMPLATE-HIT
               PERFORM 4300-RENDER-TEMPLATE-LETTER
           ELSE
               PERFORM 4500-WRITE-COMPILED-LETTER
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           PERFORM 4900-WRITE-MAIL-ITEM.

      ****************************************************************************
      * Campaign offers go to the director; a company with nobody in that        *
      * role is written to at its address.                                       *
      ****************************************************************************
       4100-CHOOSE-ADDRESSEE.
           MOVE "N" TO WS-CONTACT-FOUND-FLAG
           MOVE SPACES TO WS-CONTACT-FULL
           SET AD-BY-ID TO TRUE
           MOVE WS-COMP-ID (WS-COMP-SUB) TO AD-COMPANY-ID
           MOVE SPACES TO AD-COMPANY-NAME
           MOVE "D" TO AD-ROLE
           CALL "R177-ADDRESSEE-SERVICE" USING ADDRESSEE-PARM
           IF AD-STATUS NOT = 4
               SET WS-CONTACT-FOUND TO TRUE
               STRING AD-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AD-LAST-NAME DELIMITED BY SIZE
                   INTO WS-CONTACT-FULL
           END-IF.

       4200-TRY-TEMPLATE.
           MOVE "N" TO WS-TEMPLATE-HIT-FLAG
           MOVE ZERO TO WS-BEST-EFF
           PERFORM VARYING WS-TMPL-SUB FROM 1 BY 1
                   UNTIL WS-TMPL-SUB > WS-TMPL-TABLE-COUNT
               IF WS-TMPL-CODE (WS-TMPL-SUB) = WS-CPN-CODE (WS-CPN-SUB)
                   AND WS-TMPL-LANG (WS-TMPL-SUB) = WS-LETTER-LANG
                   SET WS-TEMPLATE-HIT TO TRUE
                   IF WS-TMPL-EFF (WS-TMPL-SUB) > WS-BEST-EFF
                       MOVE WS-TMPL-EFF (WS-TMPL-SUB)
                           TO WS-BEST-EFF
                   END-IF
               END-IF
           END-PERFORM.

       4300-RENDER-TEMPLATE-LETTER.
           IF NOT WS-CONTACT-FOUND
               MOVE WS-COMP-NAME (WS-COMP-SUB) TO WS-CONTACT-FULL
           END-IF
           PERFORM VARYING WS-LINE-NO-WANTED FROM 1 BY 1
                   UNTIL WS-LINE-NO-WANTED > 99
               PERFORM VARYING WS-TMPL-SUB FROM 1 BY 1
                       UNTIL WS-TMPL-SUB > WS-TMPL-TABLE-COUNT
                   IF WS-TMPL-CODE (WS-TMPL-SUB)
                           = WS-CPN-CODE (WS-CPN-SUB)
                       AND WS-TMPL-LANG (WS-TMPL-SUB)
                           = WS-LETTER-LANG
                       AND WS-TMPL-EFF (WS-TMPL-SUB) = WS-BEST-EFF
                       AND WS-TMPL-LINE-NO (WS-TMPL-SUB)
                           = WS-LINE-NO-WANTED
                       PERFORM 4400-RENDER-ONE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****************************************************************************
      * Substitution by left-to-right scan, as in R059: a recognized &token      *
      * copies its value and the scan jumps the token; everything else           *
      * copies byte by byte.                                                     *
      ****************************************************************************
       4400-RENDER-ONE-LINE.
           MOVE SPACES TO WS-RENDER-LINE
           MOVE 1 TO WS-RENDER-OUT
           MOVE 1 TO WS-RENDER-IN
           PERFORM UNTIL WS-RENDER-IN > 80
                   OR WS-RENDER-OUT > 95
               EVALUATE TRUE
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&NAME"
                       STRING WS-COMP-NAME (WS-COMP-SUB)
                           DELIMITED BY "  "
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 76
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:5) = "&CONT"
                       STRING WS-CONTACT-FULL DELIMITED BY "  "
                           INTO WS-RENDER-LINE
                           WITH POINTER WS-RENDER-OUT
                       ADD 5 TO WS-RENDER-IN
                   WHEN WS-RENDER-IN <= 77
                       AND WS-TMPL-TEXT (WS-TMPL-SUB)
                           (WS-RENDER-IN:4) = "&NUM"
                       STRING WS-CPN-CODE (WS-CPN-SUB)
                           DELIMITED BY SPACE
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
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

       4500-WRITE-COMPILED-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING "RE: " DELIMITED BY SIZE
               WS-CPN-NAME (WS-CPN-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE SPACES TO LETTER-LINE
           STRING "    AN OFFER FOR " DELIMITED BY SIZE
               WS-COMP-NAME (WS-COMP-SUB) DELIMITED BY "  "
               " - OPEN UNTIL " DELIMITED BY SIZE
               WS-CPN-END (WS-CPN-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM
           MOVE SPACES TO LETTER-LINE
           STRING "    CONTACT YOUR RELATIONSHIP MANAGER QUOTING "
               DELIMITED BY SIZE
               WS-CPN-CODE (WS-CPN-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-MAIL-LINE-NUM.

      ****************************************************************************
      * The letter just printed, entered on the night's mail index (MAILIDX)     *
      * for consolidation by R199 with the company's other post.                 *
      ****************************************************************************
       4900-WRITE-MAIL-ITEM.
           MOVE "R200" TO MI-SOURCE
           MOVE WS-MAIL-FIRST-LINE TO MI-FIRST-LINE
           COMPUTE MI-LINE-COUNT =
               WS-MAIL-LINE-NUM - WS-MAIL-FIRST-LINE + 1
           MOVE WS-COMP-ID (WS-COMP-SUB) TO MI-ADDRESS-KEY
           MOVE WS-COMP-NAME (WS-COMP-SUB) TO MI-ADDRESSEE
           MOVE WS-COMP-ADDRESS (WS-COMP-SUB) TO MI-ADDRESS
           SET MI-CONSOLIDATE TO TRUE
           WRITE MAIL-ITEM-RECORD.

       5000-WRITE-CONTACT.
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-CPN-LISTED (WS-CPN-SUB)
           MOVE WS-CPN-CODE (WS-CPN-SUB) TO CLT-CAMPAIGN-CODE
           MOVE WS-CPN-CHANNEL (WS-CPN-SUB) TO CLT-CHANNEL
           MOVE WS-COMP-ID (WS-COMP-SUB) TO CLT-COMPANY-ID
           MOVE WS-COMP-NAME (WS-COMP-SUB) TO CLT-COMPANY-NAME
           MOVE WS-COMP-LANG (WS-COMP-SUB) TO CLT-LANGUAGE
           IF WS-CONTACT-FOUND
               MOVE AD-FIRST-NAME TO CLT-CONTACT-FIRST
               MOVE AD-LAST-NAME TO CLT-CONTACT-LAST
           ELSE
               MOVE SPACES TO CLT-CONTACT-FIRST
               MOVE SPACES TO CLT-CONTACT-LAST
           END-IF
           WRITE CAMPAIGN-LIST-RECORD.

       6000-WRITE-MEMBERS.
           OPEN OUTPUT MEMBER-OUT-FILE
           PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
                   UNTIL WS-MEM-SUB > WS-MEM-TABLE-COUNT
               MOVE WS-MEM-RECORD (WS-MEM-SUB) TO MEMBER-OUT-RECORD
               WRITE MEMBER-OUT-RECORD
               MOVE WS-MEM-CPN-SUB (WS-MEM-SUB) TO WS-CPN-SUB
               IF WS-CPN-SUB > ZERO
                   EVALUATE WS-MEM-RESPONSE (WS-MEM-SUB)
                       WHEN "I"
                           ADD 1 TO WS-CPN-INTERESTED (WS-CPN-SUB)
                       WHEN "D"
                           ADD 1 TO WS-CPN-DECLINED (WS-CPN-SUB)
                   END-EVALUATE
                   IF WS-MEM-RENEWED (WS-MEM-SUB) > ZERO
                       ADD 1 TO WS-CPN-RENEWED (WS-CPN-SUB)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MEMBER-OUT-FILE.

      ****************************************************************************
      * Effectiveness per campaign: response rate is responses of either         *
      * kind over members, conversion is renewals over members.                  *
      ****************************************************************************
       8000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "R200 CAMPAIGN EFFECTIVENESS AS AT " DELIMITED BY SIZE
               WS-CURRENT-DATE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CAMPAIGN NAME                           CH"
               DELIMITED BY SIZE
               " START    END      STATUS   MEMBERS INTRST DECLND"
               DELIMITED BY SIZE
               " RESP-PCT RENEWD CONV-PCT" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CPN-SUB FROM 1 BY 1
                   UNTIL WS-CPN-SUB > WS-CPN-TABLE-COUNT
               PERFORM 8100-WRITE-CAMPAIGN-LINE
           END-PERFORM
           IF WS-REJ-TABLE-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RESPONSES NOT POSTED" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                       UNTIL WS-REJ-SUB > WS-REJ-TABLE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-REJ-CAMPAIGN (WS-REJ-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REJ-COMPANY-ID (WS-REJ-SUB) DELIMITED BY SIZE
                       " RESPONSE " DELIMITED BY SIZE
                       WS-REJ-RESPONSE (WS-REJ-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REJ-REASON (WS-REJ-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESPONSES POSTED " DELIMITED BY SIZE
               WS-RESPONSE-COUNT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               "  RENEWALS CREDITED TONIGHT " DELIMITED BY SIZE
               WS-RENEWAL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       8100-WRITE-CAMPAIGN-LINE.
           EVALUATE TRUE
               WHEN WS-CPN-START (WS-CPN-SUB) > WS-CURRENT-DATE-NUM
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN WS-CPN-END (WS-CPN-SUB) < WS-CURRENT-DATE-NUM
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE ZERO TO WS-PCT
           IF WS-CPN-MEMBERS (WS-CPN-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   (WS-CPN-INTERESTED (WS-CPN-SUB)
                    + WS-CPN-DECLINED (WS-CPN-SUB)) * 100
                   / WS-CPN-MEMBERS (WS-CPN-SUB)
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE ZERO TO WS-PCT
           IF WS-CPN-MEMBERS (WS-CPN-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CPN-RENEWED (WS-CPN-SUB) * 100
                   / WS-CPN-MEMBERS (WS-CPN-SUB)
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT-2
           MOVE WS-CPN-MEMBERS (WS-CPN-SUB) TO WS-COUNT-EDIT
           MOVE WS-CPN-INTERESTED (WS-CPN-SUB) TO WS-COUNT-EDIT-2
           MOVE WS-CPN-DECLINED (WS-CPN-SUB) TO WS-COUNT-EDIT-3
           MOVE WS-CPN-RENEWED (WS-CPN-SUB) TO WS-COUNT-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-CPN-CODE (WS-CPN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CPN-NAME (WS-CPN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CPN-CHANNEL (WS-CPN-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CPN-START (WS-CPN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CPN-END (WS-CPN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-EDIT-3 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-EDIT-4 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PCT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CPN-SELECTED (WS-CPN-SUB) = "Y"
               MOVE WS-CPN-NOT-MATCHED (WS-CPN-SUB) TO WS-COUNT-EDIT
               MOVE WS-CPN-NO-CONSENT (WS-CPN-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-CPN-ON-HOLD (WS-CPN-SUB) TO WS-COUNT-EDIT-3
               MOVE WS-CPN-INSOLVENT (WS-CPN-SUB) TO WS-COUNT-EDIT-4
               MOVE WS-CPN-DISPUTED (WS-CPN-SUB) TO WS-COUNT-EDIT-5
               MOVE SPACES TO REPORT-LINE
               STRING "         SELECTED TONIGHT - NOT MATCHED "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  NO CONSENT " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   "  WATCH HOLD " DELIMITED BY SIZE
                   WS-COUNT-EDIT-3 DELIMITED BY SIZE
                   "  INSOLVENCY " DELIMITED BY SIZE
                   WS-COUNT-EDIT-4 DELIMITED BY SIZE
                   "  DISPUTE " DELIMITED BY SIZE
                   WS-COUNT-EDIT-5 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CPN-LETTERS (WS-CPN-SUB) TO WS-COUNT-EDIT
               MOVE WS-CPN-LISTED (WS-CPN-SUB) TO WS-COUNT-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "         LETTERS WRITTEN " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  CONTACTS LISTED " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
