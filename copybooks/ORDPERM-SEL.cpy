      ******************************************************************
      * FILE-CONTROL entry for the standing-order master, shared by
      * ORDEN-MAINT (maintenance) and ORDEN-GEN (the step ahead of
      * CALC-EDIT that turns the orders due into calculator
      * transactions in CALCTXIN.DAT).
      ******************************************************************
           SELECT STANDING-ORDER-FILE ASSIGN TO "ORDPERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORDPERM-STATUS.
