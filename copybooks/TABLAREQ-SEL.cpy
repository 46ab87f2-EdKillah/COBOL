      ******************************************************************
      * FILE-CONTROL entry for the table request drop file, where the
      * departments leave the tables they want generated. Worked by
      * CICLOS-PERFORM in batch mode and received into the request
      * register by REQ-STATUS.
      ******************************************************************
           SELECT TABLE-REQUEST-FILE ASSIGN TO "TABLAREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLEREQ-STATUS.
