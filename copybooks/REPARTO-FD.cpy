      ******************************************************************
      * FD for the GEN allocation table. A version is the set of
      * records sharing one effective date: each names a target
      * department and the percentage of the GEN catch-all it takes,
      * and the percentages of a version add up to exactly 100.00
      * (ALLOC-MAINT refuses anything else). As with RATETAB.DAT a
      * new version never overwrites the old one; the allocation
      * uses the newest effective date not after its posting date.
      ******************************************************************
       FD  ALLOCATION-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOCATION-TABLE-RECORD.
           05 RP-FECHA-VIGENCIA    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RP-DEPARTAMENTO      PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 RP-PORCENTAJE        PIC 9(3)V99.
