      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retraining flags after a lesson rewrite. Reads the
      *          chapter versions from the V lines of LECCION.DAT
      *          (version and effective date per chapter) and, once
      *          a version is in effect, flags in ALUMNOS.DAT every
      *          student who completed that chapter in an older
      *          version. REPASO.RPT lists by student every chapter
      *          still waiting for retraining, newly flagged or not.
      *          The tutorial sends a flagged student back to the
      *          chapter at the next session and clears the flag when
      *          it is completed again; until then FORMACION-SUB no
      *          longer counts the chapter as passed. New flags end
      *          the run in warning. ALUMNOS.DAT is read and rewritten
      *          under the ALUMNOS lock it shares with the tutorial;
      *          if the lock is busy nothing is flagged that night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASO-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LESSON-FILE ASSIGN TO "LECCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LESSON-STATUS.
           COPY ALUMNOS-SEL.
           SELECT RETRAINING-REPORT-FILE ASSIGN TO "REPASO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-FILE
           LABEL RECORDS ARE STANDARD.
       01  LESSON-RECORD.
           05 LEC-CAPITULO       PIC 9(2).
           05 LEC-PAGINA         PIC 9(3).
           05 LEC-TEXTO          PIC X(60).
           05 LEC-TIPO           PIC X.

       COPY ALUMNOS-FD.

       FD  RETRAINING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-LESSON-STATUS      PIC XX.
       01 WS-STUDENT-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-ARCHIVO        PIC X VALUE "N".
           88 EOF-ARCHIVO       VALUE "Y".

      *Version vigente de cada capitulo; sin linea V el capitulo
      *sigue en su version 001 y nunca pide repaso.
       01 WS-CAPITULOS-VERSION.
           05 WS-CAP-ENTRY OCCURS 9 TIMES.
               10 WS-CAP-VERSION  PIC 9(3) VALUE 1.
               10 WS-CAP-VIGENCIA PIC 9(8) VALUE 0.
       01 WS-CAP-IDX            PIC 9(2).

      *El maestro entero pasa por memoria para reescribirlo con las
      *marcas nuevas.
       01 WS-ALUMNOS-COUNT      PIC 9(3) VALUE 0.
       01 WS-ALUMNOS-DESBORDE   PIC X VALUE "N".
           88 ALUMNOS-DESBORDADO VALUE "S".
       01 WS-ALUMNOS-TABLA.
           05 WS-ALU-REGISTRO OCCURS 500 TIMES PIC X(164).
       01 WS-ALU-IDX            PIC 9(3).
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".

       01 WS-ALUMNO-CON-REPASO  PIC X.
       01 WS-VERSION-ALUMNO     PIC 9(3).
       01 WS-ESTADO-REPASO      PIC X(9).
       01 WS-REPASOS-NUEVOS     PIC 9(5) VALUE 0.
       01 WS-REPASOS-PENDIENTES PIC 9(5) VALUE 0.
       01 WS-ALUMNOS-EN-REPASO  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-VERSIONES.
           PERFORM TOMAR-CANDADO.
           IF CANDADO-TOMADO
               PERFORM CARGAR-ALUMNOS
           END-IF.
           OPEN OUTPUT RETRAINING-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "ALUMNOS CON CAPITULOS A REPASAR - FECHA: "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           PERFORM ESCRIBIR-VERSIONES.
      *    Con el maestro desbordado no se marca nada: reescribirlo
      *    desde la tabla perderia a los alumnos que no cupieron.
      *    Sin candado tampoco: el tutorial podria estar grabando.
           EVALUATE TRUE
               WHEN NOT CANDADO-TOMADO
                   MOVE "ALUMNOS.DAT OCUPADO; HOY SIN MARCAS NUEVAS."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN ALUMNOS-DESBORDADO
                   MOVE 4024 TO ERR-CODIGO
                   MOVE "REPASO-GEN" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "ALUMNOS.DAT CON MAS DE 500 ALUMNOS; "
                       "SIN MARCAS"
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               WHEN OTHER
                   PERFORM REVISAR-ALUMNO
                       VARYING WS-ALU-IDX FROM 1 BY 1
                       UNTIL WS-ALU-IDX > WS-ALUMNOS-COUNT
                   IF WS-REPASOS-NUEVOS > 0
                       PERFORM GRABAR-ALUMNOS
                   END-IF
           END-EVALUATE.
           IF CANDADO-TOMADO
               PERFORM LIBERAR-CANDADO
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE RETRAINING-REPORT-FILE.
           IF WS-REPASOS-NUEVOS > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           DISPLAY "REPASO-GEN: " WS-REPASOS-NUEVOS
               " REPASOS NUEVOS, " WS-REPASOS-PENDIENTES
               " PENDIENTES EN " WS-ALUMNOS-EN-REPASO
               " ALUMNOS (REPASO.RPT)".
           MOVE "REPASO.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Linea V: version de 3 digitos en las posiciones 1-3 del
      * texto y fecha de vigencia AAAAMMDD en las 5-12, igual que la
      * lee el tutorial.
       CARGAR-VERSIONES.
           OPEN INPUT LESSON-FILE
           IF WS-LESSON-STATUS = "35"
               OPEN OUTPUT LESSON-FILE
               CLOSE LESSON-FILE
               OPEN INPUT LESSON-FILE
           END-IF
           MOVE "N" TO WS-EOF-ARCHIVO
           PERFORM UNTIL EOF-ARCHIVO
               READ LESSON-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF LEC-TIPO = "V" AND
                          LEC-CAPITULO IS NUMERIC AND
                          LEC-CAPITULO >= 1 AND LEC-CAPITULO <= 9 AND
                          LEC-TEXTO(1:3) IS NUMERIC
                           MOVE LEC-TEXTO(1:3) TO
                               WS-CAP-VERSION(LEC-CAPITULO)
                           IF LEC-TEXTO(5:8) IS NUMERIC
                               MOVE LEC-TEXTO(5:8) TO
                                   WS-CAP-VIGENCIA(LEC-CAPITULO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LESSON-FILE.

       CARGAR-ALUMNOS.
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
                           IF WS-ALUMNOS-COUNT < 500
                               ADD 1 TO WS-ALUMNOS-COUNT
                               MOVE STUDENT-RECORD TO
                                   WS-ALU-REGISTRO(WS-ALUMNOS-COUNT)
                           ELSE
                               MOVE "S" TO WS-ALUMNOS-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE.

       ESCRIBIR-VERSIONES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VERSIONES VIGENTES DEL TEMARIO:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > 9
               MOVE SPACES TO REPORT-LINE
               STRING "  CAPITULO " WS-CAP-IDX
                   "  VERSION " WS-CAP-VERSION(WS-CAP-IDX)
                   "  VIGENTE DESDE " WS-CAP-VIGENCIA(WS-CAP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * El registro vuelve al area del FD para trabajarlo con sus
      * nombres de campo y se guarda de nuevo en la tabla. Un
      * registro anterior a las versiones cuenta lo completado como
      * version 001 y se graba ya con versiones y marcas.
       REVISAR-ALUMNO.
           MOVE WS-ALU-REGISTRO(WS-ALU-IDX) TO STUDENT-RECORD
           IF AL-VERSIONES IS NOT NUMERIC
               PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                       UNTIL WS-CAP-IDX > 9
                   IF AL-COMPLETADOS(WS-CAP-IDX:1) = "S"
                       MOVE 1 TO AL-VERSION(WS-CAP-IDX)
                   ELSE
                       MOVE 0 TO AL-VERSION(WS-CAP-IDX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > 9
               IF AL-REPASOS(WS-CAP-IDX:1) NOT = "S"
                   MOVE "N" TO AL-REPASOS(WS-CAP-IDX:1)
               END-IF
           END-PERFORM
           MOVE "N" TO WS-ALUMNO-CON-REPASO
           PERFORM REVISAR-CAPITULO
               VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > 9
           IF WS-ALUMNO-CON-REPASO = "S"
               ADD 1 TO WS-ALUMNOS-EN-REPASO
           END-IF
           MOVE STUDENT-RECORD TO WS-ALU-REGISTRO(WS-ALU-IDX).

      * Una version con vigencia futura todavia no pide repaso: el
      * capitulo se marca el dia que entra en vigor.
       REVISAR-CAPITULO.
           MOVE AL-VERSION(WS-CAP-IDX) TO WS-VERSION-ALUMNO
           MOVE SPACES TO WS-ESTADO-REPASO
           IF AL-REPASOS(WS-CAP-IDX:1) = "S"
               MOVE "PENDIENTE" TO WS-ESTADO-REPASO
           ELSE
               IF AL-COMPLETADOS(WS-CAP-IDX:1) = "S" AND
                  WS-VERSION-ALUMNO < WS-CAP-VERSION(WS-CAP-IDX) AND
                  WS-CAP-VIGENCIA(WS-CAP-IDX) <= WS-FECHA-HOY
                   MOVE "S" TO AL-REPASOS(WS-CAP-IDX:1)
                   MOVE "NUEVO" TO WS-ESTADO-REPASO
                   ADD 1 TO WS-REPASOS-NUEVOS
               END-IF
           END-IF
           IF WS-ESTADO-REPASO NOT = SPACES
               MOVE "S" TO WS-ALUMNO-CON-REPASO
               ADD 1 TO WS-REPASOS-PENDIENTES
               MOVE SPACES TO REPORT-LINE
               STRING "ALUMNO " AL-ID "  CAPITULO " WS-CAP-IDX
                   "  COMPLETO LA VERSION " WS-VERSION-ALUMNO
                   "  VIGENTE " WS-CAP-VERSION(WS-CAP-IDX)
                   "  " WS-ESTADO-REPASO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       GRABAR-ALUMNOS.
           OPEN OUTPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "REPASO-GEN" TO ERR-PROGRAMA
               STRING "NO SE PUDO GRABAR ALUMNOS.DAT, STATUS="
                   WS-STUDENT-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM VARYING WS-ALU-IDX FROM 1 BY 1
                       UNTIL WS-ALU-IDX > WS-ALUMNOS-COUNT
                   MOVE WS-ALU-REGISTRO(WS-ALU-IDX) TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALUMNOS REVISADOS:      " WS-ALUMNOS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REPASOS NUEVOS:         " WS-REPASOS-NUEVOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REPASOS PENDIENTES:     " WS-REPASOS-PENDIENTES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALUMNOS CON REPASO:     " WS-ALUMNOS-EN-REPASO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * ALUMNOS.DAT se lee y se reescribe bajo el candado ALUMNOS
      * que comparte con el tutorial, que graba el avance del alumno
      * al cerrar la sesion; sin el, una de las dos grabaciones se
      * perderia.
       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "ALUMNOS" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "REPASO-GEN" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "REPASO-GEN" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO ALUMNOS; SIN MARCAS"
                   TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "ALUMNOS" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "REPASO-GEN" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "REPASO-GEN" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "REPASOS NUEVOS=" WS-REPASOS-NUEVOS
               " PENDIENTES=" WS-REPASOS-PENDIENTES
               " ALUMNOS=" WS-ALUMNOS-EN-REPASO
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       END PROGRAM REPASO-GEN.
