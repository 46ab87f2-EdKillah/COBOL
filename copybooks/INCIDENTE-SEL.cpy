      ******************************************************************
      * FILE-CONTROL entry for the security incident register, kept
      * by INCIDENTE-MAINT and read by SINTAXIS-EDAD so a suspended
      * ID's denial at the gate can cite the incident behind it.
      ******************************************************************
           SELECT INCIDENT-FILE ASSIGN TO "INCIDEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDEN-STATUS.
