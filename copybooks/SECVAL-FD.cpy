      ******************************************************************
      * FD for the edited lab sequences. The first record is the edit
      * header (type H: edit date and the counts of parameter records
      * read, accepted, held and rejected); then one type D record
      * per sequence that passed the edit, with its position in
      * SECUENCIA.PRM as sequence id, its parameters, the numbers it
      * is estimated to generate and, when it needed one, the lab
      * supervisor who approved it.
      ******************************************************************
       FD  EDITED-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDITED-SEQUENCE-RECORD.
           05 SV-TIPO              PIC X.
               88 SV-CABECERA      VALUE "H".
               88 SV-DETALLE       VALUE "D".
           05 FILLER               PIC X VALUE SPACE.
           05 SV-DATOS             PIC X(40).
           05 SV-DATOS-DETALLE REDEFINES SV-DATOS.
               10 SV-SECUENCIA     PIC 9(3).
               10 FILLER           PIC X.
               10 SV-INICIO        PIC S9(5).
               10 FILLER           PIC X.
               10 SV-PASO          PIC S9(5).
               10 FILLER           PIC X.
               10 SV-LIMITE        PIC S9(5).
               10 FILLER           PIC X.
               10 SV-ESTIMADO      PIC 9(7).
               10 FILLER           PIC X.
               10 SV-APROBADOR     PIC X(8).
               10 FILLER           PIC X(2).
           05 SV-DATOS-CABECERA REDEFINES SV-DATOS.
               10 SV-FECHA-EDICION PIC 9(8).
               10 FILLER           PIC X.
               10 SV-LEIDOS        PIC 9(3).
               10 FILLER           PIC X.
               10 SV-ACEPTADOS     PIC 9(3).
               10 FILLER           PIC X.
               10 SV-RETENIDOS     PIC 9(3).
               10 FILLER           PIC X.
               10 SV-RECHAZADOS    PIC 9(3).
               10 FILLER           PIC X(16).
