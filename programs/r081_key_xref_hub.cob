      * Maintains the cross-system key translation file (key-xref.cpy,         *
      * KEYXREFIN carried to KEYXREFOUT) from maintenance transactions -       *
      * A adds a mapping, D deletes the mapping for a company and system -     *
      * and reports every company on the COMPANY-DETAILS extract that still      *
      * has no mapping in each target system (GL, CRM and the credit bureau,     *
      * BUR), the gap that otherwise surfaces twenty minutes into a recon        *
      * break meeting. The feed builds read the maintained file and stamp        *
      * each outbound record with the receiving system's native key; the         *
      * bureau load (R171) reads it the other way, bureau reference to           *
      * company.                                                                 *
      *                                                                          *
      ****************************************************************************
       IDENTIFICATION DIVISION.
               PERFORM 3100-CHECK-ONE-SYSTEM
               MOVE "CRM" TO WS-SYSTEM-WANTED
               PERFORM 3100-CHECK-ONE-SYSTEM
               MOVE "BUR" TO WS-SYSTEM-WANTED
               PERFORM 3100-CHECK-ONE-SYSTEM
               READ COMPANY-FILE
                   AT END SET WS-COMP-EOF TO TRUE
               END-READ
