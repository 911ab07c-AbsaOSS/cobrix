      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * One daily exchange rate: the business date it applies to, the currency,  *
      * and the multiplier converting one unit of that currency into the base    *
      * currency. The rates file is read at cycle start by every program         *
      * converting CONTRACT amounts (R019, R032); a currency with no rate for    *
      * the cycle's business date is an exception, never a silent carry-forward  *
      * of yesterday's rate. R204 gates the file before any of them runs -       *
      * missing, zero, out-of-tolerance and stale rates hold the currency jobs - *
      * and keeps the set it last accepted (FXACCIN to FXACCOUT) in this layout. *
      *                                                                          *
      ****************************************************************************
       01  CURRENCY-RATE-RECORD.
