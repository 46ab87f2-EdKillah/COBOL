      ******************************************************************
      * FILE-CONTROL entry for the ledger adjusting-entry register
      * (journal vouchers), kept by CALC-ADJUST: a supervisor enters
      * the voucher and a second operator approves it before it
      * reaches CALCLEDG.DAT.
      ******************************************************************
           SELECT ADJUSTMENT-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTES-STATUS.
