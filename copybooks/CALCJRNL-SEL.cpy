      ******************************************************************
      * FILE-CONTROL entry for the permanent ledger posting journal,
      * shared by CALC-POST (one record per posted result),
      * CALC-ALLOC (the GEN allocation legs), CALC-ADJUST (approved
      * adjusting entries), CALC-REVERSE (reversal of a posting
      * run), CALC-RECON, CALC-BALANCE and
      * LEDGER-QUERY (drill-down from a ledger key to the
      * transactions inside it).
      ******************************************************************
