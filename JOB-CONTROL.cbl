      *          same day it resumes from the first step that did not
      *          complete within its limit, so nobody comments out
      *          lines of the shell script by hand to fake a restart.
      *          Each step may name up to four predecessor steps; when
      *          any step declares them, a failure skips only the
      *          steps that depend on it (logged as DEPE) and the
      *          independent branches keep running, so the rerun
      *          repeats just the failed step and its dependents.
      *          Without declared predecessors a failure still stops
      *          the whole job, as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *sin rechazos; sin esa aprobacion el paso no corre (CC=8).
           05 DEF-PROTEGIDO        PIC X.
           05 DEF-CHECKLIST        PIC X(4).
      *Pasos previos de los que depende (columna 33 en adelante, 8
      *posiciones cada uno, en blanco los que sobran). Deben ir antes
      *en el archivo, porque los pasos corren en su orden.
           05 DEF-PREDECESOR       PIC X(8) OCCURS 4 TIMES.

       FD  JOB-LOG-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-PASO-DIA       PIC 9(1).
               10 WS-PASO-PROTEGIDO PIC X.
               10 WS-PASO-CHECKLIST PIC X(4).
               10 WS-PASO-PREDECESOR PIC X(8) OCCURS 4 TIMES.
      *        Resultado en esta corrida: P pendiente, C completo, F
      *        fallido, D saltado por dependencia, N no debido hoy.
               10 WS-PASO-RESULTADO PIC X.
       01 WS-PASO-IDX           PIC 9(2).
       01 WS-PRED-IDX           PIC 9(1).
       01 WS-PRED-HALLADO       PIC 9(2).
       01 WS-PRED-BLOQUEA       PIC X(8).
       01 WS-PRED-MOTIVO        PIC X.
       01 WS-HAY-DEPENDENCIAS   PIC X VALUE "N".
           88 HAY-DEPENDENCIAS  VALUE "S".
       01 WS-POR-DEPENDENCIA    PIC 9(2) VALUE 0.
       01 WS-BUSCA-IDX          PIC 9(2).
       01 WS-PROGRAMA-LLAMADO   PIC X(15).
       01 WS-CC-PASO            PIC 9(2).
               DISPLAY "JOB-CONTROL: EJECUTADOS=" WS-EJECUTADOS
                   " SALTADOS (YA COMPLETOS)=" WS-SALTADOS
                   " NO DEBIDOS (FRECUENCIA)=" WS-NO-DEBIDOS
                   " SALTADOS (DEPENDENCIA)=" WS-POR-DEPENDENCIA
               PERFORM LIMPIAR-RUN-ID
           END-IF.
           MOVE WS-CC-FINAL TO RETURN-CODE
                           END-IF
                           MOVE DEF-CHECKLIST TO
                               WS-PASO-CHECKLIST(WS-PASOS-COUNT)
                           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                                   UNTIL WS-PRED-IDX > 4
                               MOVE DEF-PREDECESOR(WS-PRED-IDX) TO
                                   WS-PASO-PREDECESOR(WS-PASOS-COUNT
                                   WS-PRED-IDX)
                               IF DEF-PREDECESOR(WS-PRED-IDX)
                                      NOT = SPACES
                                   MOVE "S" TO WS-HAY-DEPENDENCIAS
                               END-IF
                           END-PERFORM
                           MOVE "P" TO
                               WS-PASO-RESULTADO(WS-PASOS-COUNT)
                       END-IF
               END-READ
           END-PERFORM

      * Un registro FREC (saltado por frecuencia) no cuenta como
      * corrida: "no debido" no es "no hecho" para la reanudacion.
      * Un DEPE (saltado porque fallo un paso previo) es "no hecho":
      * la reanudacion lo corre junto con el paso que fallo.
       ANOTAR-ESTADO-PREVIO.
           PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
                   UNTIL WS-BUSCA-IDX > WS-PASOS-COUNT
               IF WS-PASO-NOMBRE(WS-BUSCA-IDX) = JL-PASO AND
                  JL-ESTADO NOT = "FREC"
                   IF JL-ESTADO NOT = "DEPE" AND
                      JL-CC IS NUMERIC AND
                      JL-CC <= WS-PASO-CC-MAX(WS-BUSCA-IDX)
                       MOVE "S" TO WS-PASO-COMPLETO(WS-BUSCA-IDX)
                   ELSE
                   " NO DEBIDO HOY POR FRECUENCIA ("
                   WS-PASO-FRECUENCIA(WS-PASO-IDX) "), SE OMITE."
               ADD 1 TO WS-NO-DEBIDOS
               MOVE "N" TO WS-PASO-RESULTADO(WS-PASO-IDX)
               PERFORM REGISTRAR-OMISION-FRECUENCIA
           ELSE
           IF WS-PASO-COMPLETO(WS-PASO-IDX) = "S"
               DISPLAY "JOB-CONTROL: " WS-PASO-NOMBRE(WS-PASO-IDX)
                   " YA COMPLETO HOY, SE SALTA."
               ADD 1 TO WS-SALTADOS
               MOVE "C" TO WS-PASO-RESULTADO(WS-PASO-IDX)
           ELSE
           PERFORM VERIFICAR-PREDECESORES
           IF WS-PRED-BLOQUEA NOT = SPACES
               IF WS-PRED-MOTIVO = "X"
                   DISPLAY "JOB-CONTROL: "
                       WS-PASO-NOMBRE(WS-PASO-IDX) " DEPENDE DE "
                       WS-PRED-BLOQUEA ", QUE NO ESTA DEFINIDO ANTES "
                       "EN STEPDEFS.PRM: EL PASO NO CORRE."
                   IF CC-AVISO > WS-CC-FINAL
                       MOVE CC-AVISO TO WS-CC-FINAL
                   END-IF
               ELSE
                   DISPLAY "JOB-CONTROL: "
                       WS-PASO-NOMBRE(WS-PASO-IDX) " DEPENDE DE "
                       WS-PRED-BLOQUEA ", QUE NO TERMINO BIEN: "
                       "SE SALTA."
               END-IF
               ADD 1 TO WS-POR-DEPENDENCIA
               MOVE "D" TO WS-PASO-RESULTADO(WS-PASO-IDX)
               PERFORM REGISTRAR-OMISION-DEPENDENCIA
           ELSE
               DISPLAY "JOB-CONTROL: INICIA "
                   WS-PASO-NOMBRE(WS-PASO-IDX) " ("
               END-IF
               PERFORM REGISTRAR-PASO-EN-LOG
               IF WS-CC-PASO > WS-PASO-CC-MAX(WS-PASO-IDX)
                   MOVE "F" TO WS-PASO-RESULTADO(WS-PASO-IDX)
                   IF HAY-DEPENDENCIAS
                       DISPLAY "JOB-CONTROL: "
                           WS-PASO-NOMBRE(WS-PASO-IDX)
                           " TERMINO CON CC=" WS-CC-PASO
                           " (LIMITE " WS-PASO-CC-MAX(WS-PASO-IDX)
                           "), SE SALTAN LOS PASOS QUE DEPENDEN DE EL."
                       IF WS-CC-PASO > WS-CC-FINAL
                           MOVE WS-CC-PASO TO WS-CC-FINAL
                       END-IF
                   ELSE
                       DISPLAY "JOB-CONTROL: "
                           WS-PASO-NOMBRE(WS-PASO-IDX)
                           " TERMINO CON CC=" WS-CC-PASO
                           " (LIMITE " WS-PASO-CC-MAX(WS-PASO-IDX)
                           "), EL JOB SE DETIENE."
                       MOVE "Y" TO WS-DETENIDO
                       MOVE WS-CC-PASO TO WS-CC-FINAL
                   END-IF
               ELSE
                   MOVE "C" TO WS-PASO-RESULTADO(WS-PASO-IDX)
                   IF WS-CC-PASO > 0
                       DISPLAY "JOB-CONTROL: "
                           WS-PASO-NOMBRE(WS-PASO-IDX)
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * Un predecesor bloquea si fallo o fue saltado a su vez, o si
      * todavia no corrio (no esta antes en el archivo o no existe).
      * El no debido hoy por frecuencia no bloquea: no es un fallo.
      * WS-PRED-BLOQUEA queda con el primero que bloquea y
      * WS-PRED-MOTIVO en X cuando no esta definido antes.
       VERIFICAR-PREDECESORES.
           MOVE SPACES TO WS-PRED-BLOQUEA
           MOVE SPACE TO WS-PRED-MOTIVO
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 4 OR WS-PRED-BLOQUEA NOT = SPACES
               IF WS-PASO-PREDECESOR(WS-PASO-IDX WS-PRED-IDX)
                      NOT = SPACES
                   MOVE 0 TO WS-PRED-HALLADO
                   PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
                           UNTIL WS-BUSCA-IDX >= WS-PASO-IDX
                       IF WS-PASO-NOMBRE(WS-BUSCA-IDX) =
                              WS-PASO-PREDECESOR(WS-PASO-IDX
                              WS-PRED-IDX)
                           MOVE WS-BUSCA-IDX TO WS-PRED-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-PRED-HALLADO = 0
                       MOVE WS-PASO-PREDECESOR(WS-PASO-IDX WS-PRED-IDX)
                           TO WS-PRED-BLOQUEA
                       MOVE "X" TO WS-PRED-MOTIVO
                   ELSE
                       IF WS-PASO-RESULTADO(WS-PRED-HALLADO) NOT = "C"
                          AND WS-PASO-RESULTADO(WS-PRED-HALLADO)
                              NOT = "N"
                           MOVE WS-PASO-NOMBRE(WS-PRED-HALLADO) TO
                               WS-PRED-BLOQUEA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Aprobada = al menos un S del dia para el id de la lista y
      * ningun N del dia (un N aborta la lista completa). Un paso
      * sin marca de protegido pasa sin revisar.
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.

      * El salto por dependencia queda con estado DEPE y CC 00: no
      * corrio, y la reanudacion lo vuelve a intentar.
       REGISTRAR-OMISION-DEPENDENCIA.
           ACCEPT WS-HORA-ACTUAL FROM TIME
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-FECHA-HOY TO JL-FECHA
           MOVE WS-PASO-NOMBRE(WS-PASO-IDX) TO JL-PASO
           MOVE WS-HORA-ACTUAL TO JL-HORA-INICIO
           MOVE WS-HORA-ACTUAL TO JL-HORA-FIN
           MOVE 0 TO JL-CC
           MOVE "DEPE" TO JL-ESTADO
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.

       REGISTRAR-PASO-EN-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
