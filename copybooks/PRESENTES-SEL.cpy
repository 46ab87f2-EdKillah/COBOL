      ******************************************************************
      * FILE-CONTROL entry for the roster of who is inside the venue
      * right now, kept by SINTAXIS-EDAD at the gate and read by the
      * programs that need the live occupancy (closing sweep, muster
      * roll). Every entrance's gate rewrites it, so a change is made
      * only while holding the PRESENTES lock (FILE-LOCK).
      ******************************************************************
           SELECT ROSTER-FILE ASSIGN TO "PRESENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
