      ******************************************************************
      * FD for the lab supervisor's decisions. A decision belongs to
      * the parameters (inicio, paso, limite), not to the record's
      * position, so moving a line in SECUENCIA.PRM does not lose it.
      * SA-DECISION: A aprobada, R rechazada. SEQ-EDIT honours the
      * latest decision for the same parameters while it is within
      * the validity days of SECEDIT.PRM.
      ******************************************************************
       FD  SEQUENCE-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEQUENCE-APPROVAL-RECORD.
           05 SA-INICIO            PIC S9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 SA-PASO              PIC S9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 SA-LIMITE            PIC S9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 SA-ESTIMADO          PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
           05 SA-DECISION          PIC X.
               88 SA-APROBADA      VALUE "A".
               88 SA-RECHAZADA     VALUE "R".
           05 FILLER               PIC X VALUE SPACE.
           05 SA-SUPERVISOR        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SA-FECHA             PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SA-HORA              PIC 9(6).
