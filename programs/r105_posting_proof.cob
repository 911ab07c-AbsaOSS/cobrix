       01  WS-HIT-SUB               PIC 9(3)   VALUE ZERO.

       01  WS-CURRENT-DATE-NUM      PIC 9(8)   VALUE ZERO.
       01  WS-AMOUNT-WORK           PIC S9(8)V9(2) VALUE ZERO.
       01  WS-EXPECTED              PIC S9(12)V9(2) VALUE ZERO.
       01  WS-FIELD-POS             PIC 9(3)   VALUE ZERO.
       01  WS-SCAN-SUB              PIC 9(3)   VALUE ZERO.
           END-IF.

      ****************************************************************************
      * ASUSP lines share one geometry - "UNKNOWN ACCOUNT xxxxxxxx AMOUNT=...",  *
      * "CLOSED PERIOD   xxxxxxxx AMOUNT=...", "CLOSED ACCOUNT  xxxxxxxx         *
      * AMOUNT=...", "BACK-VALUED     xxxxxxxx AMOUNT=..." and "OVER LIMIT       *
      * xxxxxxxx AMOUNT=..." - and each one is a movement R096 did not apply,    *
      * so it comes back off the expectation for its account.                    *
      ****************************************************************************
       3000-SUBTRACT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL WS-SUSP-EOF
               IF SUSPENSE-LINE (1:16) = "UNKNOWN ACCOUNT "
                   OR SUSPENSE-LINE (1:16) = "CLOSED PERIOD   "
                   OR SUSPENSE-LINE (1:16) = "CLOSED ACCOUNT  "
                   OR SUSPENSE-LINE (1:16) = "BACK-VALUED     "
                   OR SUSPENSE-LINE (1:16) = "OVER LIMIT      "
                   PERFORM 3100-BACK-OUT-ONE-SUSPENSE
               END-IF
               READ SUSPENSE-FILE
