      ******************************************************************
      * FILE-CONTROL entry for the lab sequences held for supervisor
      * approval, rewritten by SEQ-EDIT on every edit and worked by
      * SEQ-APPROVE.
      ******************************************************************
           SELECT HELD-SEQUENCE-FILE ASSIGN TO "SECRETEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECHOLD-STATUS.
