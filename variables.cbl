      *          student ID typed at start) with a completion flag
      *          per chapter, so a trainee resumes where they left
      *          off and training stops tracking progress on a
      *          whiteboard. A chapter rewritten to a new version
      *          (V line in LECCION.DAT) is flagged for retraining by
      *          REPASO-GEN, and a flagged student is sent back to
      *          that chapter at the next session; the version each
      *          student completed is kept in ALUMNOS.DAT. Every quiz
      *          answer is also appended to
      *          RESPUEST.LOG for the item analysis of EXAMEN-RPT.
      *          At the end of the session the student's record is
      *          merged into a fresh read of ALUMNOS.DAT under the
      *          ALUMNOS lock shared with REPASO-GEN, so neither one
      *          overwrites the other's changes. When ALUMNOS.DAT
      *          holds more students than the 50-entry table, the
      *          session is not saved (error 4024, condition code 8)
      *          so the students left out are not dropped.
      *          BANNER.CFG still supplies the banner and -ABOUT/-V
      *          the version information.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LESSON-FILE ASSIGN TO "LECCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LESSON-STATUS.
           COPY ALUMNOS-SEL.
           SELECT SCORE-PARM-FILE ASSIGN TO "NOTAMIN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAPRM-STATUS.
           COPY RESPLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
      *LEC-TIPO distingue el contenido: espacio o T = linea de
      *pagina, Q = pregunta de examen del capitulo, O = opcion de la
      *ultima pregunta, R = respuesta correcta (1-3 en la primera
      *posicion del texto), V = version del capitulo (version de 3
      *digitos en las posiciones 1-3 del texto y fecha de vigencia
      *AAAAMMDD en las 5-12). Las lecciones viejas sin tipo siguen
      *leyendose como paginas.
       FD  LESSON-FILE
           LABEL RECORDS ARE STANDARD.
           05 LEC-TEXTO          PIC X(60).
           05 LEC-TIPO           PIC X.

       COPY ALUMNOS-FD.

      *Nota minima aprobatoria del examen de capitulo; sin archivo
      *rige el 60 de siempre.
       01  SCORE-PARM-RECORD.
           05 PARM-NOTA-MINIMA   PIC 9(3).

       COPY RESPLOG-FD.

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       01 SALUDO PIC A(40).
       01 TITULO PIC A(60) VALUE 'Mi nombre es Eduard'.
       01 NUMERO PIC 9(1) VALUE 5.
               10 WS-ALU-COMPLETADOS PIC X(9).
               10 WS-ALU-NOTA OCCURS 9 TIMES PIC 9(3).
               10 WS-ALU-FECHA OCCURS 9 TIMES PIC 9(8).
               10 WS-ALU-VERSION OCCURS 9 TIMES PIC 9(3).
               10 WS-ALU-REPASOS     PIC X(9).
       01 WS-ALU-IDX PIC 9(2).
       01 WS-ALU-ACTUAL PIC 9(2) VALUE 0.
       01 WS-ALUMNOS-DESBORDE PIC X VALUE "N".
           88 ALUMNOS-DESBORDADO VALUE "S".
       01 WS-ID-ALUMNO PIC X(8).

      *Registro del alumno de la sesion mientras se relee el
      *maestro; mismo formato que una fila de la tabla.
       01 WS-ALUMNO-SESION.
           05 WS-SES-ID          PIC X(8).
           05 WS-SES-CAPITULO    PIC 9(2).
           05 WS-SES-PAGINA      PIC 9(3).
           05 WS-SES-COMPLETADOS PIC X(9).
           05 WS-SES-NOTA OCCURS 9 TIMES PIC 9(3).
           05 WS-SES-FECHA OCCURS 9 TIMES PIC 9(8).
           05 WS-SES-VERSION OCCURS 9 TIMES PIC 9(3).
           05 WS-SES-REPASOS     PIC X(9).
       01 WS-CANDADO PIC X VALUE "N".
           88 CANDADO-TOMADO VALUE "S".

       01 WS-NAVEGACION PIC X VALUE SPACE.
           88 NAV-SIGUIENTE VALUES "S" "s".
           88 NAV-ANTERIOR  VALUES "A" "a".
           88 NAV-SALIR     VALUES "X" "x".
       01 WS-CAPITULO-DEJADO PIC 9(2).

      *Version vigente de cada capitulo segun las lineas V del
      *temario; sin linea V el capitulo esta en su version 001.
       01 WS-CAPITULOS-VERSION.
           05 WS-CAP-ENTRY OCCURS 9 TIMES.
               10 WS-CAP-VERSION  PIC 9(3) VALUE 1.
               10 WS-CAP-VIGENCIA PIC 9(8) VALUE 0.
       01 WS-CAP-REPASO PIC 9(2).

      *Preguntas de examen por capitulo, cargadas del temario.
       01 WS-NOTAPRM-STATUS PIC XX.
       01 WS-NOTA-MINIMA PIC 9(3) VALUE 60.
       01 WS-OPC-IDX PIC 9.
       01 WS-RESPUESTA PIC X.
       01 WS-FECHA-EXAMEN PIC 9(8).
       01 WS-RESPLOG-STATUS PIC XX.
       01 WS-HORA-RESPUESTA PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       "CARGAR EL TEMARIO PRIMERO."
               ELSE
                   PERFORM CARGAR-ALUMNOS
                   IF ALUMNOS-DESBORDADO
                       PERFORM AVISAR-ALUMNOS-DESBORDADO
                   END-IF
                   PERFORM IDENTIFICAR-ALUMNO
      *            Sin cupo en la tabla de alumnos no hay sesion:
      *            seguir con indice 0 corromperia el archivo.
                   ELSE
                       PERFORM NAVEGAR-LECCIONES UNTIL NAV-SALIR
                       PERFORM GUARDAR-MARCADOR
                       IF NOT ALUMNOS-DESBORDADO
                           PERFORM GRABAR-ALUMNOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           STOP RUN.

       MOSTRAR-VERSION.
                           WHEN LEC-TIPO = "Q" OR LEC-TIPO = "O" OR
                                LEC-TIPO = "R"
                               PERFORM CARGAR-PREGUNTA
                           WHEN LEC-TIPO = "V"
                               PERFORM CARGAR-VERSION-CAPITULO
                           WHEN WS-LINEAS-COUNT < 500 AND
                                LEC-CAPITULO IS NUMERIC
                               ADD 1 TO WS-LINEAS-COUNT
           END-READ
           CLOSE SCORE-PARM-FILE.

      * Solo los capitulos 1-9 llevan marca de completado, y solo
      * ellos llevan version.
       CARGAR-VERSION-CAPITULO.
           IF LEC-CAPITULO IS NUMERIC AND
              LEC-CAPITULO >= 1 AND LEC-CAPITULO <= 9 AND
              LEC-TEXTO(1:3) IS NUMERIC
               MOVE LEC-TEXTO(1:3) TO WS-CAP-VERSION(LEC-CAPITULO)
               IF LEC-TEXTO(5:8) IS NUMERIC
                   MOVE LEC-TEXTO(5:8) TO
                       WS-CAP-VIGENCIA(LEC-CAPITULO)
               END-IF
           END-IF.

      * Q abre pregunta nueva del capitulo; O agrega una opcion a la
      * ultima pregunta; R fija su respuesta correcta (1-3).
       CARGAR-PREGUNTA.
                   END-IF
           END-EVALUATE.

      * Un alumno que no cabe en la tabla se perderia al reescribir
      * el archivo: se marca el desborde y la sesion no graba.
       CARGAR-ALUMNOS.
           MOVE "N" TO WS-ALUMNOS-DESBORDE
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS = "35"
               OPEN OUTPUT STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ALUMNOS
                   NOT AT END
                       IF WS-ALUMNOS-COUNT NOT < 50 AND
                          AL-ID NOT = SPACES
                           MOVE "S" TO WS-ALUMNOS-DESBORDE
                       END-IF
                       IF WS-ALUMNOS-COUNT < 50 AND
                          AL-ID NOT = SPACES
                           ADD 1 TO WS-ALUMNOS-COUNT
                                       WS-PRE-IDX)
                               END-PERFORM
                           END-IF
                           PERFORM CARGAR-VERSIONES-ALUMNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE.

      * Un registro anterior a las versiones no trae versiones ni
      * marcas de repaso: lo que tenga completado cuenta como
      * completado en la version 001.
       CARGAR-VERSIONES-ALUMNO.
           IF AL-VERSIONES IS NUMERIC
               PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                       UNTIL WS-PRE-IDX > 9
                   MOVE AL-VERSION(WS-PRE-IDX) TO
                       WS-ALU-VERSION(WS-ALUMNOS-COUNT WS-PRE-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                       UNTIL WS-PRE-IDX > 9
                   IF AL-COMPLETADOS(WS-PRE-IDX:1) = "S"
                       MOVE 1 TO
                           WS-ALU-VERSION(WS-ALUMNOS-COUNT WS-PRE-IDX)
                   ELSE
                       MOVE 0 TO
                           WS-ALU-VERSION(WS-ALUMNOS-COUNT WS-PRE-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE "NNNNNNNNN" TO WS-ALU-REPASOS(WS-ALUMNOS-COUNT)
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > 9
               IF AL-REPASOS(WS-PRE-IDX:1) = "S"
                   MOVE "S" TO
                       WS-ALU-REPASOS(WS-ALUMNOS-COUNT)(WS-PRE-IDX:1)
               END-IF
           END-PERFORM.

       IDENTIFICAR-ALUMNO.
           MOVE 2001 TO MSJ-NUMERO
           MOVE "Identificacion del alumno: " TO MSJ-TEXTO
                       UNTIL WS-PRE-IDX > 9
                   MOVE 0 TO WS-ALU-NOTA(WS-ALU-ACTUAL WS-PRE-IDX)
                   MOVE 0 TO WS-ALU-FECHA(WS-ALU-ACTUAL WS-PRE-IDX)
                   MOVE 0 TO WS-ALU-VERSION(WS-ALU-ACTUAL WS-PRE-IDX)
               END-PERFORM
               MOVE "NNNNNNNNN" TO WS-ALU-REPASOS(WS-ALU-ACTUAL)
               DISPLAY "ALUMNO NUEVO, SE EMPIEZA DESDE EL PRINCIPIO."
           END-IF
           IF WS-ALU-ACTUAL > 0
               DISPLAY "Bienvenido " WS-ID-ALUMNO
                   ", capitulos completados: "
                   WS-ALU-COMPLETADOS(WS-ALU-ACTUAL)
               PERFORM ENVIAR-A-REPASO
           END-IF.

      * Un alumno marcado por REPASO-GEN vuelve a la primera pagina
      * del capitulo reescrito mas bajo que tenga pendiente, en vez
      * de a su marcador; la marca se borra al completarlo de nuevo.
       ENVIAR-A-REPASO.
           MOVE 0 TO WS-CAP-REPASO
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > 9 OR WS-CAP-REPASO > 0
               IF WS-ALU-REPASOS(WS-ALU-ACTUAL)(WS-PRE-IDX:1) = "S"
                   MOVE WS-PRE-IDX TO WS-CAP-REPASO
               END-IF
           END-PERFORM
           IF WS-CAP-REPASO > 0
               PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                       UNTIL WS-PAG-IDX > WS-PAGINAS-COUNT OR
                             WS-PAG-CAPITULO(WS-PAG-IDX) =
                                 WS-CAP-REPASO
                   CONTINUE
               END-PERFORM
               IF WS-PAG-IDX <= WS-PAGINAS-COUNT
                   MOVE WS-PAG-IDX TO WS-PAG-ACTUAL
               END-IF
               DISPLAY "EL CAPITULO " WS-CAP-REPASO
                   " FUE ACTUALIZADO A LA VERSION "
                   WS-CAP-VERSION(WS-CAP-REPASO)
                   "; DEBES REPASARLO Y APROBARLO DE NUEVO."
           END-IF.

       POSICIONAR-EN-MARCADOR.
               IF WS-QUIZ-TOTAL = 0
                   MOVE "S" TO WS-ALU-COMPLETADOS
                       (WS-ALU-ACTUAL)(WS-CAPITULO-DEJADO:1)
                   PERFORM ANOTAR-VERSION-COMPLETADA
                   DISPLAY "CAPITULO " WS-CAPITULO-DEJADO
                       " COMPLETADO."
               ELSE
                       ACCEPT WS-FECHA-EXAMEN FROM DATE YYYYMMDD
                       MOVE WS-FECHA-EXAMEN TO WS-ALU-FECHA
                           (WS-ALU-ACTUAL WS-CAPITULO-DEJADO)
                       PERFORM ANOTAR-VERSION-COMPLETADA
                       DISPLAY "CAPITULO " WS-CAPITULO-DEJADO
                           " COMPLETADO CON NOTA " WS-QUIZ-NOTA "."
                   ELSE
               END-IF
           END-IF.

       ANOTAR-VERSION-COMPLETADA.
           MOVE WS-CAP-VERSION(WS-CAPITULO-DEJADO) TO
               WS-ALU-VERSION(WS-ALU-ACTUAL WS-CAPITULO-DEJADO)
           MOVE "N" TO
               WS-ALU-REPASOS(WS-ALU-ACTUAL)(WS-CAPITULO-DEJADO:1).

       PRESENTAR-QUIZ-CAPITULO.
           MOVE 0 TO WS-QUIZ-TOTAL
           MOVE 0 TO WS-QUIZ-ACIERTOS
           MOVE "Tu respuesta (1-3): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-RESPUESTA.
           MOVE SPACES TO ANSWER-LOG-RECORD
           IF WS-RESPUESTA IS NUMERIC AND
              WS-RESPUESTA = WS-PRE-CORRECTA(WS-PRE-IDX)
               ADD 1 TO WS-QUIZ-ACIERTOS
               MOVE "S" TO RL-CORRECTA
               DISPLAY "CORRECTO."
           ELSE
               MOVE "N" TO RL-CORRECTA
               DISPLAY "INCORRECTO; LA RESPUESTA ERA "
                   WS-PRE-CORRECTA(WS-PRE-IDX) "."
           END-IF.
           PERFORM ANOTAR-RESPUESTA.

      * Cada respuesta va al log en el acto (abrir, escribir,
      * cerrar): un alumno que abandona a media sesion deja igual
      * sus respuestas para el analisis de preguntas. WS-QUIZ-TOTAL
      * es el lugar de la pregunta en el examen del capitulo.
       ANOTAR-RESPUESTA.
           OPEN EXTEND ANSWER-LOG-FILE
           IF WS-RESPLOG-STATUS = "35"
               OPEN OUTPUT ANSWER-LOG-FILE
               CLOSE ANSWER-LOG-FILE
               OPEN EXTEND ANSWER-LOG-FILE
           END-IF
           ACCEPT WS-FECHA-EXAMEN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RESPUESTA FROM TIME
           MOVE WS-FECHA-EXAMEN TO RL-FECHA
           MOVE WS-HORA-RESPUESTA(1:6) TO RL-HORA
           MOVE WS-ID-ALUMNO TO RL-ALUMNO
           MOVE WS-CAPITULO-DEJADO TO RL-CAPITULO
           MOVE WS-QUIZ-TOTAL TO RL-PREGUNTA
           MOVE WS-RESPUESTA TO RL-RESPUESTA
           MOVE WS-PRE-CORRECTA(WS-PRE-IDX) TO RL-CLAVE
           MOVE WS-PRE-TEXTO(WS-PRE-IDX) TO RL-TEXTO
           WRITE ANSWER-LOG-RECORD
           CLOSE ANSWER-LOG-FILE.

       GUARDAR-MARCADOR.
           MOVE WS-PAG-CAPITULO(WS-PAG-ACTUAL) TO
           MOVE WS-PAG-PAGINA(WS-PAG-ACTUAL) TO
               WS-ALU-PAGINA(WS-ALU-ACTUAL).

      * La sesion puede durar mucho y REPASO-GEN pudo marcar
      * repasos (o el maestro recibir otros alumnos) mientras tanto:
      * bajo el candado se relee ALUMNOS.DAT y solo se reemplaza el
      * registro de este alumno antes de reescribirlo.
       GRABAR-ALUMNOS.
           MOVE WS-ALUMNO-ENTRY(WS-ALU-ACTUAL) TO WS-ALUMNO-SESION
           PERFORM TOMAR-CANDADO
           IF CANDADO-TOMADO
               MOVE 0 TO WS-ALUMNOS-COUNT
               MOVE "N" TO WS-EOF-ALUMNOS
               PERFORM CARGAR-ALUMNOS
               PERFORM UBICAR-ALUMNO-SESION
               EVALUATE TRUE
                   WHEN ALUMNOS-DESBORDADO
                       PERFORM AVISAR-ALUMNOS-DESBORDADO
                   WHEN WS-ALU-ACTUAL = 0
                       DISPLAY "ALUMNOS.DAT SE LLENO DURANTE LA "
                           "SESION; EL AVANCE NO SE GRABO. AVISAR A "
                           "CAPACITACION."
                   WHEN OTHER
                       PERFORM ESCRIBIR-ALUMNOS
               END-EVALUATE
               PERFORM LIBERAR-CANDADO
           END-IF.

      * Una marca de repaso que REPASO-GEN puso durante la sesion se
      * conserva si el alumno no volvio a completar ese capitulo
      * (la version sigue siendo la que tenia el archivo).
       UBICAR-ALUMNO-SESION.
           MOVE 0 TO WS-ALU-ACTUAL
           PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                   UNTIL WS-ALU-IDX > WS-ALUMNOS-COUNT
               IF WS-ALU-ID(WS-ALU-IDX) = WS-SES-ID
                   MOVE WS-ALU-IDX TO WS-ALU-ACTUAL
               END-IF
           END-PERFORM
           IF WS-ALU-ACTUAL > 0
               PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                       UNTIL WS-PRE-IDX > 9
                   IF WS-ALU-REPASOS(WS-ALU-ACTUAL)(WS-PRE-IDX:1) = "S"
                      AND WS-ALU-VERSION(WS-ALU-ACTUAL WS-PRE-IDX) =
                          WS-SES-VERSION(WS-PRE-IDX)
                       MOVE "S" TO WS-SES-REPASOS(WS-PRE-IDX:1)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-ALUMNOS-COUNT < 50
                   ADD 1 TO WS-ALUMNOS-COUNT
                   MOVE WS-ALUMNOS-COUNT TO WS-ALU-ACTUAL
               END-IF
           END-IF
           IF WS-ALU-ACTUAL > 0
               MOVE WS-ALUMNO-SESION TO WS-ALUMNO-ENTRY(WS-ALU-ACTUAL)
           END-IF.

       ESCRIBIR-ALUMNOS.
           OPEN OUTPUT STUDENT-FILE
           PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                   UNTIL WS-ALU-IDX > WS-ALUMNOS-COUNT
                       AL-NOTA(WS-PRE-IDX)
                   MOVE WS-ALU-FECHA(WS-ALU-IDX WS-PRE-IDX) TO
                       AL-FECHA-COMP(WS-PRE-IDX)
                   MOVE WS-ALU-VERSION(WS-ALU-IDX WS-PRE-IDX) TO
                       AL-VERSION(WS-PRE-IDX)
               END-PERFORM
               MOVE WS-ALU-REPASOS(WS-ALU-IDX) TO AL-REPASOS
               WRITE STUDENT-RECORD
           END-PERFORM
           CLOSE STUDENT-FILE.

      * Mismo candado ALUMNOS que REPASO-GEN. Si sigue ocupado
      * despues de las esperas de FILE-LOCK el avance de la sesion
      * no se graba y se avisa.
       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "ALUMNOS" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "VARIABLES_COBOL" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "VARIABLES_COBOL" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO ALUMNOS" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "ALUMNOS.DAT OCUPADO, EL AVANCE DE LA SESION "
                   "NO SE GRABO. AVISAR A CAPACITACION."
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

      * Con el archivo desbordado no se reescribe: la tabla no tiene
      * a todos los alumnos. Es serio porque el avance se pierde.
       AVISAR-ALUMNOS-DESBORDADO.
           MOVE 4024 TO ERR-CODIGO
           MOVE "VARIABLES_COBOL" TO ERR-PROGRAMA
           MOVE SPACES TO ERR-MENSAJE
           STRING "ALUMNOS.DAT CON MAS DE 50 ALUMNOS; "
               "SESION SIN GRABAR"
               DELIMITED BY SIZE INTO ERR-MENSAJE
           MOVE "S" TO ERR-SEVERIDAD
           CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           MOVE CC-SERIO TO WS-CC-NUEVA
           PERFORM ANOTAR-CONDICION
           DISPLAY "ALUMNOS.DAT TIENE MAS DE 50 ALUMNOS; EL AVANCE "
               "DE LA SESION NO SE GRABA. AVISAR A CAPACITACION.".

       LIBERAR-CANDADO.
           MOVE "ALUMNOS" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "VARIABLES_COBOL" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.
