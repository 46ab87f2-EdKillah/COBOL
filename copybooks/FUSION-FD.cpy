      ******************************************************************
      * FD for the visitor merge cross-reference. One record per
      * supervised merge of a duplicate enrollment: the ID retired
      * (VM-ESTADO F in VISMAST.DAT), the surviving ID its history
      * and bookings were moved to, the date and the operator.
      ******************************************************************
       FD  MERGE-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-XREF-RECORD.
           05 FUS-ID-FUSIONADO     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FUS-ID-VIGENTE       PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FUS-FECHA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FUS-OPERADOR         PIC X(8).
