      ******************************************************************
      * FILE-CONTROL entry for the access recertification sheets of
      * the current quarter, written by ACCESS-RECERT when it issues
      * them and updated by OPER-ADMIN as supervisors sign them off.
      ******************************************************************
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.
