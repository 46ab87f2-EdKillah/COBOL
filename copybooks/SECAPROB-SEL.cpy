      ******************************************************************
      * FILE-CONTROL entry for the lab supervisor's decisions on held
      * sequences, appended by SEQ-APPROVE and read by SEQ-EDIT.
      ******************************************************************
           SELECT SEQUENCE-APPROVAL-FILE ASSIGN TO "SECAPROB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECAPROB-STATUS.
