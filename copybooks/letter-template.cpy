      * effective date, with the line number ordering the page. The text       *
      * carries substitution variables the letter runs fill per letter:        *
      * &NAME (company), &CONT (contact person), &NUM (contract number),       *
      * &AMT (amount), &AGE (days overdue), &INV (the R156 invoice number).   *
      * Effective-dated versions let next quarter's approved wording load      *
      * ahead of time; a run finding no template for its key falls back to    *
      * its compiled wording.                                                   *
      *                                                                          *
      ****************************************************************************
       01  LETTER-TEMPLATE-RECORD.
