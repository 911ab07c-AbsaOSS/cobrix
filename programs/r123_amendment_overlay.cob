      * retires automatically with its own audit line; and overlays older     *
      * than WS-STALE-DAYS still unconfirmed upstream are listed on            *
      * AMDSTALE for the account manager to chase.                             *
      * Amendments the system raises itself arrive on AMDTXN the same way -      *
      * R183's anniversary indexation appends its new amounts approved by        *
      * SYSINDEX - and are applied, audited and retired like any other.          *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
