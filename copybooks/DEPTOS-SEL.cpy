      ******************************************************************
      * FILE-CONTROL entry for the department table, kept by
      * DEPTO-MAINT and read by CALC-EDIT to check the department of
      * every calculator detail against its validity dates.
      ******************************************************************
           SELECT DEPT-TABLE-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTOS-STATUS.
