      * One company's nightly risk grade from the grading engine (R116):        *
      * the overall grade A (best) to E (worst), the weighted score behind     *
      * it, and the score broken into its components - aging-bucket mix,       *
      * open exceptions, watchlist hold, payment performance, group              *
      * exposure and the credit bureau (R171's history) - so risk can see        *
      * why a grade moved. Carried forward cycle to cycle (GRADEIN to            *
      * GRADEOUT); the prior grade drives the migration report.                  *
      *                                                                          *
      ****************************************************************************
       01  RISK-GRADE-RECORD.
           05  RG-PAYMENT-POINTS        PIC 9(3).
           05  RG-EXPOSURE-POINTS       PIC 9(3).
           05  RG-GRADE-DATE            PIC 9(8).
           05  RG-BUREAU-POINTS         PIC 9(3).
