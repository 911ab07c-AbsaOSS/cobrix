      * period is closed its totals are final: a posting dated into it is      *
      * redirected to the next open period with a prior-period-adjustment      *
      * marker instead of changing a month finance already reported.           *
      * Each book (booking-entity.cpy) keeps its own records and is closed     *
      * on its own, so one legal entity can close a month the other keeps      *
      * open.                                                                  *
      *                                                                          *
      ****************************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PRD-CLOSED-DATE          PIC 9(8).
           05  PRD-POSTED-COUNT         PIC 9(9).
           05  PRD-POSTED-TOTAL         PIC S9(13)V9(2).
           05  PRD-BOOK                 PIC X(2).
