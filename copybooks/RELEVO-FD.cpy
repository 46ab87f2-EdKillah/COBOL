      ******************************************************************
      * FD for the shift handover register. One record per open item
      * passed from one shift to the next: when and by whom it was
      * opened, its category, the program or file it concerns, the
      * severity and a description; then who on the next shift
      * acknowledged it, and who closed it and with what resolution.
      * RLV-ESTADO: A abierto sin acuse, R recibido (acusado por el
      * turno siguiente), C cerrado con resolucion.
      ******************************************************************
       FD  RELEVO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEVO-RECORD.
           05 RLV-NUMERO           PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-FECHA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-HORA             PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-OPERADOR         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-CATEGORIA        PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-OBJETO           PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-SEVERIDAD        PIC X.
               88 RLV-LEVE         VALUE "L".
               88 RLV-MODERADO     VALUE "M".
               88 RLV-GRAVE        VALUE "G".
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-DESCRIPCION      PIC X(60).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-ACUSE-POR        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-ACUSE-FECHA      PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-ACUSE-HORA       PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-CIERRE-POR       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-CIERRE-FECHA     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-CIERRE-HORA      PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-RESOLUCION       PIC X(60).
           05 FILLER               PIC X VALUE SPACE.
           05 RLV-ESTADO           PIC X.
               88 RLV-ABIERTO      VALUE "A".
               88 RLV-RECIBIDO     VALUE "R".
               88 RLV-CERRADO      VALUE "C".
