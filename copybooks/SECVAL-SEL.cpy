      ******************************************************************
      * FILE-CONTROL entry for the edited lab sequences, written by
      * SEQ-EDIT from SECUENCIA.PRM and read by the sequence
      * generator (PERFORM-NEG), which runs nothing else.
      ******************************************************************
           SELECT EDITED-SEQUENCE-FILE ASSIGN TO "SECUENCIA.VAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECVAL-STATUS.
