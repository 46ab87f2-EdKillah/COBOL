      ******************************************************************
      * FILE-CONTROL entry for the quiz answer log, appended by the
      * tutorial (variables.cbl) on every answer and read by
      * EXAMEN-RPT for the item analysis.
      ******************************************************************
           SELECT ANSWER-LOG-FILE ASSIGN TO "RESPUEST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPLOG-STATUS.
