      ******************************************************************
      * FD for the department budget master. One record per period
      * (AAAAMM), department (the same codes as LG-DEPARTAMENTO, GEN
      * included) and calculator operation, carrying the budgeted
      * count and amount for that month, so they line up one to one
      * with the ledger keys in CALCLEDG.DAT. The last maintenance
      * date and operator are kept for the finance sign-off.
      ******************************************************************
       FD  BUDGET-MASTER
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-RECORD.
           05 PB-CLAVE.
               10 PB-PERIODO        PIC 9(6).
               10 PB-DEPARTAMENTO   PIC X(3).
               10 PB-OPERACION      PIC X.
           05 PB-CANTIDAD           PIC 9(6).
           05 PB-IMPORTE            PIC S9(9)V99.
           05 PB-FECHA-MODIF        PIC 9(8).
           05 PB-OPERADOR           PIC X(8).
