      ******************************************************************
      * FD for the guardian link file, shared by TUTOR-MAINT and
      * SINTAXIS-EDAD. One record per minor/adult pair: the minor's
      * ID, the authorized adult's ID (both registered in VISMAST.DAT),
      * the relationship as told at the desk and the date the link was
      * made. Estado: A activo, B baja (kept for the record).
      ******************************************************************
       FD  GUARDIAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GUARDIAN-RECORD.
           05 TUT-ID-MENOR         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 TUT-ID-TUTOR         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 TUT-PARENTESCO       PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 TUT-FECHA-ALTA       PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 TUT-ESTADO           PIC X.
               88 TUT-ACTIVO       VALUE "A".
               88 TUT-BAJA         VALUE "B".
