      *                                                                          *
      ****************************************************************************
      *                                                                          *
      * One cross-system key mapping: our COMPANY-ID (and the company name,      *
      * the key the ENTITY-based feeds carry), the other system's code           *
      * (GL, CRM, BUR for the credit bureau) and that system's native key        *
      * for the company. Maintained by R081; the feed builds (R032, R033)        *
      * stamp the external key on every outbound record so recon meetings        *
      * stop with the key matching, and the bureau load (R171) matches the       *
      * bureau's subject reference back to our company.                          *
      * System PAY holds the reference a company's remittances quote, which      *
      * R058 uses to spread a lump-sum receipt across its contracts.             *
      *                                                                          *
      ****************************************************************************
       01  KEY-XREF-RECORD.
