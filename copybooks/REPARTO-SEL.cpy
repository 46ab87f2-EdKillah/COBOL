      ******************************************************************
      * FILE-CONTROL entry for the effective-dated GEN allocation
      * table, shared by ALLOC-MAINT (maintenance), CALC-ALLOC (the
      * month-end allocation step) and CALC-CLOSE (which refuses to
      * close a period whose GEN activity is still unallocated).
      ******************************************************************
           SELECT ALLOCATION-TABLE-FILE ASSIGN TO "REPARTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPARTO-STATUS.
