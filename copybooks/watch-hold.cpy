      * The outbound feed builds (R032, R033) load this file and suppress       *
      * every record belonging to a held company until compliance clears        *
      * the hold.                                                               *
      * R186 adds, after R073's nightly rebuild, every company with an           *
      * escalated anti-money-laundering case.                                    *
      *                                                                          *
      ****************************************************************************
       01  WATCH-HOLD-RECORD.
