      ******************************************************************
      * GLWREC.CPY
      * Record layout for GLWKFILE, the general-ledger accumulation
      * work file.  One record per posting-date/status-code
      * combination, keyed on the combination, holding the signed
      * amount accumulated for it so far in the cycle.  The daily
      * driver accumulates here instead of in a fixed working-storage
