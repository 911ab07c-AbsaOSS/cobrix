      * reference for the receipt. Consumed by the cash-application run         *
      * (R058), which settles it against the outstanding balance or routes      *
      * it to suspense.                                                         *
      * A lump sum may quote a company reference in the contract field           *
      * instead; R058 then spreads it across the company's open contracts.       *
      *                                                                          *
      ****************************************************************************
       01  PAYMENT-RECORD.
