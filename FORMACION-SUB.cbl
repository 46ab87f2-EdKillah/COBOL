      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable training check behind the menu
      *          authorizations, in the spirit of CLAVE-SUB.
      *          AUTCAPIT.PRM names, for each authorization code, the
      *          tutorial chapters an operator must have passed
      *          before holding it (code 2 digits, a space, then nine
      *          positions with an S under each required chapter). A
      *          chapter counts as passed when the tutorial marked it
      *          completed in ALUMNOS.DAT (the student ID is the
      *          operator ID), its quiz grade, if it has one, still
      *          meets NOTAMIN.PRM, and it is not flagged for
      *          retraining after a rewrite. A code missing from
      *          AUTCAPIT.PRM asks for no training. Students past
      *          the 50-entry table are reported once per load (error
      *          4024) and flagged back in FRM-ALUMNOS. Used by
      *          OPER-ADMIN before granting, by MENU-DRIVER at sign-on
      *          and by CAPACITA-RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMACION-SUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAINING-PARM-FILE ASSIGN TO "AUTCAPIT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTCAP-STATUS.
           SELECT SCORE-PARM-FILE ASSIGN TO "NOTAMIN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAPRM-STATUS.
           COPY ALUMNOS-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAINING-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAINING-PARM-RECORD.
           05 AC-AUTORIZACION    PIC 9(2).
           05 FILLER             PIC X.
           05 AC-CAPITULOS       PIC X(9).

       FD  SCORE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORE-PARM-RECORD.
           05 PARM-NOTA-MINIMA   PIC 9(3).

       COPY ALUMNOS-FD.

       WORKING-STORAGE SECTION.
       COPY ERROR-HANDLING-CPY.
       01 WS-AUTCAP-STATUS      PIC XX.
       01 WS-NOTAPRM-STATUS     PIC XX.
       01 WS-STUDENT-STATUS     PIC XX.
       01 WS-CARGADO            PIC X VALUE "N".
       01 WS-EOF-ARCHIVO        PIC X VALUE "N".
           88 EOF-ARCHIVO       VALUE "Y".
       01 WS-NOTA-MINIMA        PIC 9(3) VALUE 60.

       01 WS-REQUISITOS.
           05 WS-REQ-CAPITULOS OCCURS 12 TIMES PIC X(9).

      *Un alumno por operador, con una S por capitulo aprobado ya
      *evaluado contra la nota minima vigente.
       01 WS-ALUMNOS-COUNT      PIC 9(2) VALUE 0.
       01 WS-ALUMNOS-TABLA.
           05 WS-ALUMNO-ENTRY OCCURS 50 TIMES.
               10 WS-ALU-ID         PIC X(8).
               10 WS-ALU-APROBADOS  PIC X(9).
       01 WS-ALUMNOS-DESBORDE   PIC X VALUE "N".
           88 ALUMNOS-DESBORDADO VALUE "S".
       01 WS-ALU-IDX            PIC 9(2).
       01 WS-ALU-HALLADO        PIC 9(2).
       01 WS-CAP-IDX            PIC 9(2).
       01 WS-CAP-DIGITO         PIC 9(1).
       01 WS-LISTA-PUNTERO      PIC 9(2).

       LINKAGE SECTION.
       COPY FORMACION-PARMS-CPY.

       PROCEDURE DIVISION USING FORMACION-PARMS.

       ATENDER-FORMACION.
           IF FRM-CARGAR OR WS-CARGADO = "N"
               PERFORM CARGAR-FORMACION
           END-IF.
           PERFORM VERIFICAR-OPERADOR.
           GOBACK.

       CARGAR-FORMACION.
           MOVE "S" TO WS-CARGADO
           PERFORM LEER-NOTA-MINIMA
           PERFORM CARGAR-REQUISITOS
           PERFORM CARGAR-ALUMNOS.

       LEER-NOTA-MINIMA.
           MOVE 60 TO WS-NOTA-MINIMA
           OPEN INPUT SCORE-PARM-FILE
           IF WS-NOTAPRM-STATUS = "35"
               OPEN OUTPUT SCORE-PARM-FILE
               CLOSE SCORE-PARM-FILE
               OPEN INPUT SCORE-PARM-FILE
           END-IF
           READ SCORE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-NOTA-MINIMA IS NUMERIC AND
                      PARM-NOTA-MINIMA > 0 AND
                      PARM-NOTA-MINIMA <= 100
                       MOVE PARM-NOTA-MINIMA TO WS-NOTA-MINIMA
                   END-IF
           END-READ
           CLOSE SCORE-PARM-FILE.

      * Sin AUTCAPIT.PRM ningun codigo pide capacitacion: el menu y
      * la administracion siguen como antes. Un codigo fuera de 1-12
      * no apunta a ninguna posicion de OP-AUTORIZA y se ignora.
       CARGAR-REQUISITOS.
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > 12
               MOVE SPACES TO WS-REQ-CAPITULOS(WS-CAP-IDX)
           END-PERFORM
           OPEN INPUT TRAINING-PARM-FILE
           IF WS-AUTCAP-STATUS = "35"
               OPEN OUTPUT TRAINING-PARM-FILE
               CLOSE TRAINING-PARM-FILE
               OPEN INPUT TRAINING-PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-ARCHIVO
           PERFORM UNTIL EOF-ARCHIVO
               READ TRAINING-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF AC-AUTORIZACION IS NUMERIC AND
                          AC-AUTORIZACION > 0 AND
                          AC-AUTORIZACION <= 12
                           MOVE AC-CAPITULOS TO
                               WS-REQ-CAPITULOS(AC-AUTORIZACION)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAINING-PARM-FILE.

      * Un alumno que no cabe en la tabla quedaria como sin
      * capacitacion sin que nadie sepa por que: se avisa como error
      * serio y el llamador se entera por FRM-ALUMNOS. ALUMNOS.DAT no
      * se reescribe aqui, asi que no se pierde nada del archivo.
       CARGAR-ALUMNOS.
           MOVE 0 TO WS-ALUMNOS-COUNT
           MOVE "N" TO WS-ALUMNOS-DESBORDE
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN INPUT STUDENT-FILE
           END-IF
           MOVE "N" TO WS-EOF-ARCHIVO
           PERFORM UNTIL EOF-ARCHIVO
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF AL-ID NOT = SPACES
                           IF WS-ALUMNOS-COUNT < 50
                               ADD 1 TO WS-ALUMNOS-COUNT
                               PERFORM GUARDAR-ALUMNO-TABLA
                           ELSE
                               MOVE "S" TO WS-ALUMNOS-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           IF ALUMNOS-DESBORDADO
               MOVE 4024 TO ERR-CODIGO
               MOVE "FORMACION-SUB" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "ALUMNOS.DAT CON MAS DE 50 ALUMNOS; "
                   "FORMACION INCOMPLETA"
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           END-IF.

      * La nota se vuelve a comparar con la minima de hoy: si
      * capacitacion subio NOTAMIN.PRM despues de que el alumno
      * completo el capitulo, ese capitulo ya no alcanza. Nota 000
      * es un capitulo sin examen, y un registro viejo sin notas
      * vale solo por su marca de completado. Un capitulo marcado
      * para repaso (reescrito despues de completarlo) no cuenta
      * hasta que el alumno lo apruebe de nuevo.
       GUARDAR-ALUMNO-TABLA.
           MOVE AL-ID TO WS-ALU-ID(WS-ALUMNOS-COUNT)
           MOVE ALL "N" TO WS-ALU-APROBADOS(WS-ALUMNOS-COUNT)
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > 9
               IF AL-COMPLETADOS(WS-CAP-IDX:1) = "S" AND
                  AL-REPASOS(WS-CAP-IDX:1) NOT = "S"
                   IF AL-NOTAS IS NOT NUMERIC
                       MOVE "S" TO WS-ALU-APROBADOS(WS-ALUMNOS-COUNT)
                           (WS-CAP-IDX:1)
                   ELSE
                       IF AL-NOTA(WS-CAP-IDX) = 0 OR
                          AL-NOTA(WS-CAP-IDX) >= WS-NOTA-MINIMA
                           MOVE "S" TO
                               WS-ALU-APROBADOS(WS-ALUMNOS-COUNT)
                               (WS-CAP-IDX:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Un operador que nunca entro al tutorial no tiene registro en
      * ALUMNOS.DAT: le faltan todos los capitulos que pida el codigo.
       VERIFICAR-OPERADOR.
           MOVE "S" TO FRM-RESULTADO
           MOVE SPACES TO FRM-CAPITULOS-REQ
           MOVE SPACES TO FRM-CAPITULOS-FALTAN
           MOVE SPACES TO FRM-LISTA-FALTAN
           MOVE WS-NOTA-MINIMA TO FRM-NOTA-MINIMA
           MOVE WS-ALUMNOS-DESBORDE TO FRM-ALUMNOS
           IF FRM-AUTORIZACION IS NUMERIC AND
              FRM-AUTORIZACION > 0 AND
              FRM-AUTORIZACION <= 12
               MOVE WS-REQ-CAPITULOS(FRM-AUTORIZACION) TO
                   FRM-CAPITULOS-REQ
               MOVE 0 TO WS-ALU-HALLADO
               PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                       UNTIL WS-ALU-IDX > WS-ALUMNOS-COUNT
                   IF WS-ALU-ID(WS-ALU-IDX) = FRM-OPERADOR
                       MOVE WS-ALU-IDX TO WS-ALU-HALLADO
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-LISTA-PUNTERO
               PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                       UNTIL WS-CAP-IDX > 9
                   PERFORM VERIFICAR-CAPITULO
               END-PERFORM
           END-IF.

       VERIFICAR-CAPITULO.
           IF FRM-CAPITULOS-REQ(WS-CAP-IDX:1) = "S"
               IF WS-ALU-HALLADO = 0
                   PERFORM ANOTAR-CAPITULO-FALTANTE
               ELSE
                   IF WS-ALU-APROBADOS(WS-ALU-HALLADO)(WS-CAP-IDX:1)
                           NOT = "S"
                       PERFORM ANOTAR-CAPITULO-FALTANTE
                   END-IF
               END-IF
           END-IF.

       ANOTAR-CAPITULO-FALTANTE.
           MOVE "N" TO FRM-RESULTADO
           MOVE "S" TO FRM-CAPITULOS-FALTAN(WS-CAP-IDX:1)
           MOVE WS-CAP-IDX TO WS-CAP-DIGITO
           STRING WS-CAP-DIGITO " " DELIMITED BY SIZE
               INTO FRM-LISTA-FALTAN WITH POINTER WS-LISTA-PUNTERO.

       END PROGRAM FORMACION-SUB.
