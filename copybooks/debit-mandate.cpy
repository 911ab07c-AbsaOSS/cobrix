      * DDMNDOUT) by the debit origination run (R102), which cancels a         *
      * mandate after WS-MAX-RETURNS returned debits.                          *
      *                                                                          *
      * A set-up carrying a different account for a contract already on          *
      * file does not replace the account: the new account, its signed date,     *
      * the date of the change and the user who keyed it are parked in the       *
      * DDM-PENDING- fields with DDM-VERIFY-PENDING set, and debits carry on     *
      * against DDM-BANK-ACCOUNT until a call-back verification by a             *
      * different user promotes the pending account, or the change expires       *
      * after BANK-VERIFY-DAYS and the pending fields are cleared.               *
      *                                                                          *
      ****************************************************************************
       01  DEBIT-MANDATE-RECORD.
           05  DDM-CONTRACT-NUMBER      PIC X(15).
           05  DDM-STATUS               PIC X(1).
               88  DDM-ACTIVE                   VALUE "A".
               88  DDM-CANCELLED                VALUE "C".
           05  DDM-VERIFY-FLAG          PIC X(1).
               88  DDM-VERIFY-PENDING           VALUE "P".
           05  DDM-PENDING-ACCOUNT      PIC X(16).
           05  DDM-PENDING-SIGNED       PIC 9(8).
           05  DDM-PENDING-DATE         PIC 9(8).
           05  DDM-CHANGED-BY           PIC X(8).
