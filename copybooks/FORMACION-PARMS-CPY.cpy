      ******************************************************************
      * LINKAGE parameter block for the FORMACION-SUB training check.
      * The caller names an operator in FRM-OPERADOR and an
      * authorization code (1-12) in FRM-AUTORIZACION; FRM-RESULTADO
      * comes back S when every tutorial chapter that AUTCAPIT.PRM
      * requires for that code is passed in ALUMNOS.DAT, N when not.
      * FRM-CAPITULOS-REQ and FRM-CAPITULOS-FALTAN carry an S in the
      * position of each required / still missing chapter, and
      * FRM-LISTA-FALTAN the missing chapter numbers ready to print.
      * FRM-ACCION C rereads the files (a long session picks up new
      * grades); V checks, loading the files on the first call only.
      * FRM-ALUMNOS comes back S when ALUMNOS.DAT holds more students
      * than the check can load (error 4024): the students left out
      * are judged untrained, and a batch caller should end serious.
      ******************************************************************
       01  FORMACION-PARMS.
           05 FRM-ACCION           PIC X.
               88 FRM-CARGAR       VALUE "C".
               88 FRM-VERIFICAR    VALUE "V".
           05 FRM-OPERADOR         PIC X(8).
           05 FRM-AUTORIZACION     PIC 9(2).
           05 FRM-RESULTADO        PIC X.
               88 FRM-FORMADO      VALUE "S".
               88 FRM-NO-FORMADO   VALUE "N".
           05 FRM-CAPITULOS-REQ    PIC X(9).
           05 FRM-CAPITULOS-FALTAN PIC X(9).
           05 FRM-LISTA-FALTAN     PIC X(18).
           05 FRM-NOTA-MINIMA      PIC 9(3).
           05 FRM-ALUMNOS          PIC X.
               88 FRM-ALUMNOS-DESBORDADO VALUE "S".
