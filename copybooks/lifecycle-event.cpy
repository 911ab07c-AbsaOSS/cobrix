      * AMT-CHG, DUE-CHG, OVERDUE, ACCR-START, SETTLED, OFFER-LAPS) and        *
      * the old and new values where a field changed. Disputes replay a        *
      * contract's full timeline from these records.                           *
      * R183 appends an INDEXED event, old and new amount, when it escalates     *
      * a contract at its anniversary.                                           *
      * R184 appends a TERMINATED event, old value the contract's STATE,         *
      * when an early termination settlement is paid in full.                    *
      *                                                                          *
      ****************************************************************************
       01  LIFECYCLE-EVENT-RECORD.
