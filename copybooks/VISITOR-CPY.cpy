      * Shared visitor-log record layout. Our venue's access-control
      * policy requires an ID number and arrival time on file for
      * anyone actually granted entry through the gate, not just a
      * name and age. VIS-PERSONAS is the headcount the record moves
      * through the gate: 1 for a single visitor, the party size for
      * a reserved group checked in or out by its lead visitor.
      * VIS-ENTRADA is the entrance (door) the movement went through;
      * records written before the second door opened carry spaces
      * and belong to entrance 01.
      ******************************************************************
       01  VISITOR-RECORD.
           05 VIS-ID-VISITANTE    PIC 9(8).
           05 VIS-RESULTADO       PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 VIS-DENIAL-REASON   PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 VIS-PERSONAS        PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 VIS-ENTRADA         PIC X(2).
