      ******************************************************************
      * FD for the department table. The code and name keep their
      * original columns, so programs that still read only those two
      * fields see the same record. DEP-DESDE and DEP-HASTA are the
      * first and last day the department may receive postings (zero
      * or blank = open, as on the lines entered before the dates
      * existed); a department is deactivated by closing DEP-HASTA,
      * never removed, because the ledger keeps its history. The last
      * maintenance date and operator are kept as on the other
      * masters.
      ******************************************************************
       FD  DEPT-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-TABLE-RECORD.
           05 DEP-CODIGO           PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 DEP-NOMBRE           PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 DEP-DESDE            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 DEP-HASTA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 DEP-FECHA-MODIF      PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 DEP-OPERADOR         PIC X(8).
