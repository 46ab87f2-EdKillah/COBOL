      ******************************************************************
      * FD for the held lab sequences: a sequence that passed the edit
      * but is estimated to generate more numbers than SECEDIT.PRM
      * allows without approval. Sequence id (position in
      * SECUENCIA.PRM), parameters, estimate and the edit date.
      ******************************************************************
       FD  HELD-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HELD-SEQUENCE-RECORD.
           05 SH-SECUENCIA         PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 SH-INICIO            PIC S9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 SH-PASO              PIC S9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 SH-LIMITE            PIC S9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 SH-ESTIMADO          PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
           05 SH-FECHA-EDICION     PIC 9(8).
