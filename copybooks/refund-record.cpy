      * address as the extract's COMPANY segment carries them - the same      *
      * source the dunning letters address), the amount to pay back and       *
      * the reason the refund was raised.                                     *
      * R185 numbers each order onto the refund cheque register and the bank's   *
      * positive-pay file.                                                       *
      * Complaint redress (reason R, R194's CMPREDR) is paid the same way but    *
      * is not a credit on the contract: the balance does not move.              *
      *                                                                          *
      ****************************************************************************
       01  REFUND-RECORD.
           05  REF-REASON               PIC X(1).
               88  REF-OVER-THRESHOLD           VALUE "T".
               88  REF-CONTRACT-CLOSED          VALUE "C".
               88  REF-COMPLAINT-REDRESS        VALUE "R".
