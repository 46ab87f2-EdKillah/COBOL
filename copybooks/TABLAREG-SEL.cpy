      ******************************************************************
      * FILE-CONTROL entry for the table request register, updated by
      * CICLOS-PERFORM as it works TABLAREQ.DAT and by REQ-STATUS,
      * which receives new requests and reports the overdue ones.
      * Both rewrite it whole under the TABLAREG lock.
      ******************************************************************
           SELECT REQUEST-REGISTER-FILE ASSIGN TO "TABLAREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLAREG-STATUS.
