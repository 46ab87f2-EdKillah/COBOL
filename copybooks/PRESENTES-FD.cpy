      ******************************************************************
      * FD for the roster of who is inside the venue right now. One
      * record per admitted visitor still without a SALIDA: ID, name
      * as given at the gate and arrival time (HHMMSScc).
      * ROS-MARCA "M" flags a minor whose last linked guardian has
      * already checked out, so the front desk can find them.
      * ROS-PERSONAS is the headcount behind the entry: 1, or the
      * whole party of a reserved group checked in by its lead.
      * ROS-ENTRADA is the entrance the visitor came in through; the
      * roster itself is venue-wide, shared by every door.
      ******************************************************************
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-RECORD.
           05 ROS-ID-VISITANTE    PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 ROS-NOMBRE          PIC A(10).
           05 FILLER              PIC X VALUE SPACE.
           05 ROS-HORA-ENTRADA    PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 ROS-MARCA           PIC X.
               88 ROS-MENOR-SOLO  VALUE "M".
           05 FILLER              PIC X VALUE SPACE.
           05 ROS-PERSONAS        PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 ROS-ENTRADA         PIC X(2).
