      ******************************************************************
      * FILE-CONTROL entry for the guardian link file, shared by
      * TUTOR-MAINT (front desk maintenance) and SINTAXIS-EDAD (the
      * gate admits an under-age visitor only while a linked guardian
      * is inside).
      ******************************************************************
           SELECT GUARDIAN-FILE ASSIGN TO "TUTORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUTOR-STATUS.
