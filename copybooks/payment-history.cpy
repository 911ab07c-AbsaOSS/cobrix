      * DUE-DATE in business days through R090-BUSDAY-SERVICE; the total       *
      * days late divided by the late count gives the average the late-        *
      * payer ranking uses. The company name carries the R082 name join so     *
      * contract history rolls up to the company. A receipt the bank later       *
      * returned unpaid (R161's DSHNRCPT) is taken back out of the receipt       *
      * and on-time/late counts it was scored into and counted in                *
      * PH-DISHONOUR-COUNT instead.                                              *
      *                                                                          *
      ****************************************************************************
       01  PAYMENT-HISTORY-RECORD.
           05  PH-TOTAL-DAYS-LATE       PIC 9(7).
           05  PH-LAST-PAYMENT-DATE     PIC 9(8).
           05  PH-LARGEST-RECEIPT       PIC 9(10)V9(2).
           05  PH-DISHONOUR-COUNT       PIC 9(5).
