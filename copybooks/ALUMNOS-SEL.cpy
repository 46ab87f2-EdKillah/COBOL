      ******************************************************************
      * FILE-CONTROL entry for the trainee master, kept by the
      * tutorial (variables.cbl) and read by ALUMNO-RPT, FORMACION-SUB
      * and REPASO-GEN (which also rewrites it with retraining flags).
      ******************************************************************
           SELECT STUDENT-FILE ASSIGN TO "ALUMNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
