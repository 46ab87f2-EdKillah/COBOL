      ******************************************************************
      * FILE-CONTROL entry for the department budget master, shared
      * by BUDGET-MAINT (finance maintenance) and BUDGET-VAR (the
      * monthly budget-versus-actual variance report).
      ******************************************************************
           SELECT BUDGET-MASTER ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CLAVE
               FILE STATUS IS WS-PRESUP-STATUS.
