      * Author:
      * Date:
      * Purpose: Lock monitor for the cooperative .LCK files. Lists
      *          every known lock (MULTTAB, AUDIT, VISMAST, CALCLEDG,
      *          PRESENTES, OPERMAST, ALUMNOS, RELEVO, TABLAREG,
      *          INCIDEN, AJUSTES, DEPTOS) with
      *          its holder, take stamp and age in minutes, and
      *          lets an operator force-release one when a crashed
      *          program left it behind - no more hunting the right
      *          .LCK file by hand. Every forced release is recorded
           05 FILLER PIC X(12) VALUE "AUDIT".
           05 FILLER PIC X(12) VALUE "VISMAST".
           05 FILLER PIC X(12) VALUE "CALCLEDG".
           05 FILLER PIC X(12) VALUE "PRESENTES".
           05 FILLER PIC X(12) VALUE "OPERMAST".
           05 FILLER PIC X(12) VALUE "ALUMNOS".
           05 FILLER PIC X(12) VALUE "RELEVO".
           05 FILLER PIC X(12) VALUE "TABLAREG".
           05 FILLER PIC X(12) VALUE "INCIDEN".
           05 FILLER PIC X(12) VALUE "AJUSTES".
           05 FILLER PIC X(12) VALUE "DEPTOS".
       01 FILLER REDEFINES WS-RECURSOS-TABLA.
           05 WS-RECURSO OCCURS 12 TIMES PIC X(12).
       01 WS-REC-IDX            PIC 9(2).
       01 WS-SELECCION          PIC 9(2).
       01 WS-OPCION             PIC X.
       01 WS-OPERADOR           PIC X(8).
       01 WS-LIBERADOS          PIC 9(2) VALUE 0.
                   MOVE "S" TO WS-SALIR
               WHEN WS-OPCION = "L" OR WS-OPCION = "l"
                   MOVE 3003 TO MSJ-NUMERO
                   MOVE "Numero del recurso (1-12): " TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT WS-SELECCION
                   IF WS-SELECCION >= 1 AND WS-SELECCION <= 12
                       PERFORM LIBERAR-CANDADO
                   ELSE
                       DISPLAY "SELECCION NO VALIDA."
           DISPLAY " NO. RECURSO      TITULAR         EDAD-MIN".
           PERFORM MOSTRAR-UN-CANDADO
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > 12
           DISPLAY "============================================".

       MOSTRAR-UN-CANDADO.
