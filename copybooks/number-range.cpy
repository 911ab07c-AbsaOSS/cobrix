      * unassigned number. The onboarding front end (R087) builds each new      *
      * COMPANY-ID as the prefix plus the 8-digit next number, advances         *
      * NR-NEXT (NUMRANGEIN rewritten to NUMRANGEOUT), and refuses to           *
      * allocate past NR-HIGH. The billing run (R156) keeps its invoice         *
      * number sequence in the same layout (INVSEQIN to INVSEQOUT).             *
      *                                                                          *
      ****************************************************************************
       01  NUMBER-RANGE-RECORD.
