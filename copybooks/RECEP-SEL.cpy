      ******************************************************************
      * FILE-CONTROL entry for the calculator intake register, written
      * by CALC-INTAKE (one record per sender file merged into
      * CALCTXIN.DAT) and cleared by CALC-REVERSE when the run that
      * posted the merged batch is backed out.
      ******************************************************************
           SELECT INTAKE-REGISTRY-FILE ASSIGN TO "RECEP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEP-STATUS.
