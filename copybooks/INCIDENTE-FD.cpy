      ******************************************************************
      * FD for the security incident register. One record per
      * incident recorded against a visitor ID: when it happened, the
      * type and severity, the operator who reported it and a short
      * note. A GRAVE incident suspends the ID in VISMAST.DAT.
      * INC-ESTADO: A abierto, C cerrado (security closed the case).
      ******************************************************************
       FD  INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INCIDENT-RECORD.
           05 INC-NUMERO           PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-ID-VISITANTE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-FECHA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-HORA             PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-TIPO             PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-SEVERIDAD        PIC X.
               88 INC-LEVE         VALUE "L".
               88 INC-MODERADO     VALUE "M".
               88 INC-GRAVE        VALUE "G".
           05 FILLER               PIC X VALUE SPACE.
           05 INC-OPERADOR         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-NOTA             PIC X(40).
           05 FILLER               PIC X VALUE SPACE.
           05 INC-ESTADO           PIC X.
               88 INC-ABIERTO      VALUE "A".
               88 INC-CERRADO      VALUE "C".
