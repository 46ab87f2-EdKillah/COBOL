      ******************************************************************
      * Author:
      * Date:
      * Purpose: Item analysis of the tutorial's chapter quizzes over
      *          the answer log RESPUEST.LOG written by the tutorial.
      *          For every question (chapter, place in the quiz and
      *          wording) EXAMEN.RPT shows the attempts, the percent
      *          answered right and the most common wrong answer,
      *          flagging questions most trainees miss, plus a total
      *          per chapter. Training uses it to fix badly worded
      *          questions in LECCION.DAT and to spot the chapters
      *          that need rewriting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMEN-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESPLOG-SEL.
           SELECT ITEM-REPORT-FILE ASSIGN TO "EXAMEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY RESPLOG-FD.

       FD  ITEM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-RESPLOG-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-RESPUESTAS     PIC X VALUE "N".
           88 EOF-RESPUESTAS    VALUE "Y".
       01 WS-FECHA-DESDE        PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA        PIC 9(8) VALUE 0.

      *Una pregunta con menos de este porcentaje de aciertos se
      *marca para revisar su redaccion.
       01 WS-UMBRAL-REVISAR     PIC 9(3) VALUE 50.

      *Una entrada por pregunta distinta: capitulo, lugar en el
      *examen y redaccion. Los errores se cuentan por opcion tecleada
      *(1-3) y en la cuarta casilla todo lo demas.
       01 WS-ITEMS-COUNT        PIC 9(3) VALUE 0.
       01 WS-ITEMS-TABLA.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES.
               10 WS-IT-CAPITULO    PIC 9(2).
               10 WS-IT-PREGUNTA    PIC 9(2).
               10 WS-IT-TEXTO       PIC X(60).
               10 WS-IT-CLAVE       PIC 9.
               10 WS-IT-INTENTOS    PIC 9(5).
               10 WS-IT-ACIERTOS    PIC 9(5).
               10 WS-IT-ERRADA OCCURS 4 TIMES PIC 9(5).
       01 WS-IT-IDX             PIC 9(3).
       01 WS-IT-HALLADO         PIC 9(3).
       01 WS-ERR-IDX            PIC 9.
       01 WS-ERR-MAYOR          PIC 9.
       01 WS-CAP-ACTUAL         PIC 9(2).

       01 WS-RESPUESTAS-LEIDAS  PIC 9(6) VALUE 0.
       01 WS-RESPUESTAS-DESCARTADAS PIC 9(6) VALUE 0.
       01 WS-PREGUNTAS-REVISAR  PIC 9(3) VALUE 0.
       01 WS-CAP-INTENTOS       PIC 9(6).
       01 WS-CAP-ACIERTOS       PIC 9(6).
       01 WS-CAP-PREGUNTAS      PIC 9(3).
       01 WS-PORCENTAJE         PIC 9(3).

       01 WS-DETALLE.
           05 FILLER            PIC X(3) VALUE "  P".
           05 WS-DET-PREGUNTA   PIC 99.
           05 FILLER            PIC X(10) VALUE " INTENTOS ".
           05 WS-DET-INTENTOS   PIC ZZZZ9.
           05 FILLER            PIC X(9) VALUE "  ACIERTO".
           05 WS-DET-PORCENTAJE PIC ZZ9.
           05 FILLER            PIC X(13) VALUE "%  CORRECTA: ".
           05 WS-DET-CLAVE      PIC 9.
           05 FILLER            PIC X(19)
               VALUE "  ERROR MAS COMUN: ".
           05 WS-DET-ERRADA     PIC X(7).
           05 FILLER            PIC X(2) VALUE " (".
           05 WS-DET-ERRADA-VECES PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE ")".
           05 WS-DET-MARCA      PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-RESPUESTAS.
           OPEN OUTPUT ITEM-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "ANALISIS DE PREGUNTAS DEL TUTORIAL - FECHA: "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "RESPUESTAS DEL " WS-FECHA-DESDE " AL "
               WS-FECHA-HASTA "  (REVISAR = MENOS DE "
               WS-UMBRAL-REVISAR "% DE ACIERTOS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
      *    Las preguntas salen por capitulo y, dentro de cada uno, en
      *    el orden en que aparecen en el log.
           PERFORM ESCRIBIR-CAPITULO
               VARYING WS-CAP-ACTUAL FROM 1 BY 1
               UNTIL WS-CAP-ACTUAL > 9.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE ITEM-REPORT-FILE.
           IF WS-RESPUESTAS-DESCARTADAS > 0
               DISPLAY "EXAMEN-RPT: MAS DE 200 PREGUNTAS DISTINTAS; "
                   WS-RESPUESTAS-DESCARTADAS
                   " RESPUESTAS FUERA DEL ANALISIS."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           DISPLAY "EXAMEN-RPT: " WS-RESPUESTAS-LEIDAS
               " RESPUESTAS, " WS-ITEMS-COUNT " PREGUNTAS, "
               WS-PREGUNTAS-REVISAR " A REVISAR EN EXAMEN.RPT".
           MOVE "EXAMEN.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CARGAR-RESPUESTAS.
           OPEN INPUT ANSWER-LOG-FILE
           IF WS-RESPLOG-STATUS = "35"
               OPEN OUTPUT ANSWER-LOG-FILE
               CLOSE ANSWER-LOG-FILE
               OPEN INPUT ANSWER-LOG-FILE
           END-IF
           PERFORM UNTIL EOF-RESPUESTAS
               READ ANSWER-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RESPUESTAS
                   NOT AT END
                       IF RL-CAPITULO IS NUMERIC AND
                          RL-PREGUNTA IS NUMERIC
                           ADD 1 TO WS-RESPUESTAS-LEIDAS
                           PERFORM ACUMULAR-RESPUESTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWER-LOG-FILE.

       ACUMULAR-RESPUESTA.
           IF RL-FECHA IS NUMERIC
               IF WS-FECHA-DESDE = 0 OR RL-FECHA < WS-FECHA-DESDE
                   MOVE RL-FECHA TO WS-FECHA-DESDE
               END-IF
               IF RL-FECHA > WS-FECHA-HASTA
                   MOVE RL-FECHA TO WS-FECHA-HASTA
               END-IF
           END-IF
           MOVE 0 TO WS-IT-HALLADO
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEMS-COUNT
               IF WS-IT-CAPITULO(WS-IT-IDX) = RL-CAPITULO AND
                  WS-IT-PREGUNTA(WS-IT-IDX) = RL-PREGUNTA AND
                  WS-IT-TEXTO(WS-IT-IDX) = RL-TEXTO
                   MOVE WS-IT-IDX TO WS-IT-HALLADO
               END-IF
           END-PERFORM
           IF WS-IT-HALLADO = 0
               IF WS-ITEMS-COUNT < 200
                   ADD 1 TO WS-ITEMS-COUNT
                   MOVE WS-ITEMS-COUNT TO WS-IT-HALLADO
                   MOVE RL-CAPITULO TO WS-IT-CAPITULO(WS-IT-HALLADO)
                   MOVE RL-PREGUNTA TO WS-IT-PREGUNTA(WS-IT-HALLADO)
                   MOVE RL-TEXTO TO WS-IT-TEXTO(WS-IT-HALLADO)
                   MOVE 0 TO WS-IT-INTENTOS(WS-IT-HALLADO)
                   MOVE 0 TO WS-IT-ACIERTOS(WS-IT-HALLADO)
                   PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                           UNTIL WS-ERR-IDX > 4
                       MOVE 0 TO WS-IT-ERRADA(WS-IT-HALLADO WS-ERR-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-RESPUESTAS-DESCARTADAS
               END-IF
           END-IF
           IF WS-IT-HALLADO > 0
               IF RL-CLAVE IS NUMERIC
                   MOVE RL-CLAVE TO WS-IT-CLAVE(WS-IT-HALLADO)
               END-IF
               ADD 1 TO WS-IT-INTENTOS(WS-IT-HALLADO)
               IF RL-ACERTADA
                   ADD 1 TO WS-IT-ACIERTOS(WS-IT-HALLADO)
               ELSE
                   IF RL-RESPUESTA = "1" OR RL-RESPUESTA = "2" OR
                      RL-RESPUESTA = "3"
                       MOVE RL-RESPUESTA TO WS-ERR-IDX
                   ELSE
                       MOVE 4 TO WS-ERR-IDX
                   END-IF
                   ADD 1 TO WS-IT-ERRADA(WS-IT-HALLADO WS-ERR-IDX)
               END-IF
           END-IF.

       ESCRIBIR-CAPITULO.
           MOVE 0 TO WS-CAP-INTENTOS
           MOVE 0 TO WS-CAP-ACIERTOS
           MOVE 0 TO WS-CAP-PREGUNTAS
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEMS-COUNT
               IF WS-IT-CAPITULO(WS-IT-IDX) = WS-CAP-ACTUAL
                   IF WS-CAP-PREGUNTAS = 0
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO REPORT-LINE
                       STRING "CAPITULO " WS-CAP-ACTUAL
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO WS-CAP-PREGUNTAS
                   ADD WS-IT-INTENTOS(WS-IT-IDX) TO WS-CAP-INTENTOS
                   ADD WS-IT-ACIERTOS(WS-IT-IDX) TO WS-CAP-ACIERTOS
                   PERFORM ESCRIBIR-PREGUNTA
               END-IF
           END-PERFORM
           IF WS-CAP-PREGUNTAS > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CAP-ACIERTOS * 100 / WS-CAP-INTENTOS
               MOVE SPACES TO REPORT-LINE
               STRING "  TOTAL CAPITULO " WS-CAP-ACTUAL
                   ": PREGUNTAS " WS-CAP-PREGUNTAS
                   "  RESPUESTAS " WS-CAP-INTENTOS
                   "  ACIERTO " WS-PORCENTAJE "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * El error mas comun es la opcion equivocada mas tecleada; en
      * empate gana la de numero menor, y OTRA junta lo que no fue
      * 1, 2 o 3.
       ESCRIBIR-PREGUNTA.
           COMPUTE WS-PORCENTAJE ROUNDED =
               WS-IT-ACIERTOS(WS-IT-IDX) * 100 /
               WS-IT-INTENTOS(WS-IT-IDX)
           MOVE 0 TO WS-ERR-MAYOR
           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                   UNTIL WS-ERR-IDX > 4
               IF WS-IT-ERRADA(WS-IT-IDX WS-ERR-IDX) > 0
                   IF WS-ERR-MAYOR = 0
                       MOVE WS-ERR-IDX TO WS-ERR-MAYOR
                   ELSE
                       IF WS-IT-ERRADA(WS-IT-IDX WS-ERR-IDX) >
                          WS-IT-ERRADA(WS-IT-IDX WS-ERR-MAYOR)
                           MOVE WS-ERR-IDX TO WS-ERR-MAYOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-IT-PREGUNTA(WS-IT-IDX) TO WS-DET-PREGUNTA
           MOVE WS-IT-INTENTOS(WS-IT-IDX) TO WS-DET-INTENTOS
           MOVE WS-PORCENTAJE TO WS-DET-PORCENTAJE
           MOVE WS-IT-CLAVE(WS-IT-IDX) TO WS-DET-CLAVE
           EVALUATE WS-ERR-MAYOR
               WHEN 0
                   MOVE "NINGUNO" TO WS-DET-ERRADA
                   MOVE 0 TO WS-DET-ERRADA-VECES
               WHEN 4
                   MOVE "OTRA" TO WS-DET-ERRADA
                   MOVE WS-IT-ERRADA(WS-IT-IDX 4) TO
                       WS-DET-ERRADA-VECES
               WHEN OTHER
                   MOVE SPACES TO WS-DET-ERRADA
                   MOVE WS-ERR-MAYOR TO WS-DET-ERRADA(1:1)
                   MOVE WS-IT-ERRADA(WS-IT-IDX WS-ERR-MAYOR) TO
                       WS-DET-ERRADA-VECES
           END-EVALUATE
           IF WS-PORCENTAJE < WS-UMBRAL-REVISAR
               MOVE "  *REVISAR*" TO WS-DET-MARCA
               ADD 1 TO WS-PREGUNTAS-REVISAR
           ELSE
               MOVE SPACES TO WS-DET-MARCA
           END-IF
           MOVE WS-DETALLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "      " WS-IT-TEXTO(WS-IT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESPUESTAS LEIDAS:      " WS-RESPUESTAS-LEIDAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PREGUNTAS ANALIZADAS:   " WS-ITEMS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PREGUNTAS A REVISAR:    " WS-PREGUNTAS-REVISAR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESPUESTAS-DESCARTADAS > 0
               MOVE SPACES TO REPORT-LINE
               STRING "RESPUESTAS SIN CUPO:    "
                   WS-RESPUESTAS-DESCARTADAS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "EXAMEN-RPT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "ANALISIS DE PREGUNTAS RESPUESTAS="
               WS-RESPUESTAS-LEIDAS " A REVISAR="
               WS-PREGUNTAS-REVISAR
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       END PROGRAM EXAMEN-RPT.
