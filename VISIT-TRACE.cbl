      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contact-overlap tracing over the gate log. Given a
      *          visitor ID and a date, pairs every ADMITIDO with its
      *          SALIDA by ID and arrival time (as VISIT-HIST does) in
      *          the VISITOR.LOG of that day -- the live log for today,
      *          the archived generation .Gk for k days back under the
      *          LOG-ARCHIVE rotation -- and lists every other visitor
      *          whose stay overlapped with that person's, with the
      *          minutes of overlap and the contact's name from
      *          VISMAST.DAT, in CONTACTO.RPT. A date of zero traces
      *          across every retained day, so security and the
      *          health officer stop replaying raw log lines by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISIT-TRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-LOG ASSIGN TO DYNAMIC WS-NOMBRE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-STATUS.
           COPY VISITOR-MASTER-SEL.
           SELECT RETENTION-PARM-FILE ASSIGN TO "RETENCION.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETEN-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO "CONTACTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-LOG
           LABEL RECORDS ARE STANDARD.
       COPY VISITOR-CPY.
       COPY VISITOR-MASTER-FD.

       FD  RETENTION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETENTION-PARM-RECORD.
           05 PARM-GENERACIONES    PIC 9(1).

       FD  TRACE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-VISITOR-STATUS     PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-RETEN-STATUS       PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-NOMBRE-LOG         PIC X(30).
       01 WS-GENERACIONES       PIC 9(1) VALUE 3.
       01 WS-GEN-IDX            PIC 9(2).
       01 WS-GEN-DESDE          PIC 9(2).
       01 WS-GEN-HASTA          PIC 9(2).
       01 WS-EOF-LOG            PIC X.

       01 WS-ID-TRAZA           PIC 9(8).
       01 WS-FECHA-TRAZA        PIC 9(8).
       01 WS-FECHA-BITACORA     PIC 9(8).
       01 WS-DIAS-ATRAS         PIC S9(6).
       01 WS-MASTER-ABIERTO     PIC X VALUE "N".

      *Estadias del dia (bitacora) en minutos desde medianoche; una
      *salida despues de medianoche queda mas alla de 1440 para que
      *la comparacion de intervalos siga siendo una resta.
       01 WS-ESTADIAS-COUNT     PIC 9(4) VALUE 0.
       01 WS-ESTADIAS-TABLA.
           05 WS-ESTADIA-ENTRY OCCURS 500 TIMES.
               10 WS-EST-ID        PIC 9(8).
               10 WS-EST-NOMBRE    PIC A(10).
               10 WS-EST-ENTRADA   PIC 9(4).
               10 WS-EST-SALIDA    PIC 9(4).
               10 WS-EST-ABIERTA   PIC X.
       01 WS-EST-IDX            PIC 9(4).
       01 WS-OTR-IDX            PIC 9(4).
       01 WS-EST-HALLADA        PIC 9(4).
       01 WS-ESTADIAS-DESBORDE  PIC X VALUE "N".

       01 WS-HORA-TRABAJO       PIC 9(2).
       01 WS-MINUTO-TRABAJO     PIC 9(2).
       01 WS-MINUTOS-HORA       PIC 9(4).
       01 WS-MINUTOS-AHORA      PIC 9(4).
       01 WS-MINUTOS-CIERRE     PIC 9(4).
       01 WS-TRASLAPE-DESDE     PIC 9(4).
       01 WS-TRASLAPE-HASTA     PIC 9(4).
       01 WS-MINUTOS-TRASLAPE   PIC 9(4).
       01 WS-HHMM-DESDE         PIC X(5).
       01 WS-HHMM-HASTA         PIC X(5).
       01 WS-NOMBRE-CONTACTO    PIC A(10).
       01 WS-MARCA-MAESTRO      PIC X(13).

       01 WS-ESTADIAS-PROPIAS   PIC 9(4) VALUE 0.
       01 WS-CONTACTOS          PIC 9(5) VALUE 0.
       01 WS-BITACORAS-LEIDAS   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-HORA-AHORA(1:2) TO WS-HORA-TRABAJO
           MOVE WS-HORA-AHORA(3:2) TO WS-MINUTO-TRABAJO
           COMPUTE WS-MINUTOS-AHORA =
               WS-HORA-TRABAJO * 60 + WS-MINUTO-TRABAJO.
           PERFORM LEER-RETENCION.
           MOVE 3401 TO MSJ-NUMERO
           MOVE "VISIT-TRACE: ID del visitante a rastrear: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-TRAZA.
           MOVE 3402 TO MSJ-NUMERO
           MOVE "Fecha (AAAAMMDD, 0 = todos los dias retenidos): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-FECHA-TRAZA.
           OPEN OUTPUT TRACE-REPORT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM DETERMINAR-GENERACIONES.
           IF WS-GEN-DESDE > WS-GEN-HASTA
               MOVE 3403 TO MSJ-NUMERO
               MOVE "FECHA FUERA DE LAS GENERACIONES RETENIDAS."
                   TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               MOVE SPACES TO REPORT-LINE
               STRING "FECHA " WS-FECHA-TRAZA
                   " FUERA DE LA RETENCION DE BITACORAS ("
                   WS-GENERACIONES " GENERACIONES)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM ABRIR-MASTER-VISITANTES
               PERFORM RASTREAR-BITACORA
                   VARYING WS-GEN-IDX FROM WS-GEN-DESDE BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-HASTA
               IF WS-MASTER-ABIERTO = "S"
                   CLOSE VISITOR-MASTER
               END-IF
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE TRACE-REPORT-FILE.
           DISPLAY "VISIT-TRACE: ESTADIAS DEL ID=" WS-ESTADIAS-PROPIAS
               " CONTACTOS=" WS-CONTACTOS
               " (VER CONTACTO.RPT)".
      *    El rastreo lleva datos personales de terceros: se retiene
      *    en el spool, nunca se manda directo a imprimir.
           MOVE "CONTACTO.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 30 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-RETENCION.
           OPEN INPUT RETENTION-PARM-FILE
           IF WS-RETEN-STATUS = "35"
               OPEN OUTPUT RETENTION-PARM-FILE
               CLOSE RETENTION-PARM-FILE
               OPEN INPUT RETENTION-PARM-FILE
           END-IF
           READ RETENTION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-GENERACIONES IS NUMERIC AND
                      PARM-GENERACIONES > 0
                       MOVE PARM-GENERACIONES TO WS-GENERACIONES
                   END-IF
           END-READ
           CLOSE RETENTION-PARM-FILE.

      * La bitacora viva es el dia de hoy y cada generacion archivada
      * un dia anterior (igual que en DENY-WATCH): la fecha pedida
      * elige la generacion; la generacion 0 es la bitacora viva.
       DETERMINAR-GENERACIONES.
           IF WS-FECHA-TRAZA = 0
               MOVE 0 TO WS-GEN-DESDE
               MOVE WS-GENERACIONES TO WS-GEN-HASTA
           ELSE
               IF WS-FECHA-TRAZA > WS-FECHA-HOY
                   MOVE -1 TO WS-DIAS-ATRAS
               ELSE
                   COMPUTE WS-DIAS-ATRAS =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-TRAZA)
               END-IF
               IF WS-DIAS-ATRAS < 0 OR
                  WS-DIAS-ATRAS > WS-GENERACIONES
                   MOVE 1 TO WS-GEN-DESDE
                   MOVE 0 TO WS-GEN-HASTA
               ELSE
                   MOVE WS-DIAS-ATRAS TO WS-GEN-DESDE
                   MOVE WS-DIAS-ATRAS TO WS-GEN-HASTA
               END-IF
           END-IF.

      * Sin el maestro el rastreo sigue con el nombre que trae la
      * bitacora; solo se pierde la confirmacion del nombre.
       ABRIR-MASTER-VISITANTES.
           OPEN INPUT VISITOR-MASTER
           IF WS-VISMAST-STATUS = "00"
               MOVE "S" TO WS-MASTER-ABIERTO
           ELSE
               MOVE 4003 TO ERR-CODIGO
               MOVE "VISIT-TRACE" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                   WS-VISMAST-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       RASTREAR-BITACORA.
           MOVE SPACES TO WS-NOMBRE-LOG
           IF WS-GEN-IDX = 0
               MOVE "VISITOR.LOG" TO WS-NOMBRE-LOG
               MOVE WS-MINUTOS-AHORA TO WS-MINUTOS-CIERRE
           ELSE
               STRING "VISITOR.LOG.G" WS-GEN-IDX(2:1)
                   DELIMITED BY SIZE INTO WS-NOMBRE-LOG
               MOVE 1440 TO WS-MINUTOS-CIERRE
           END-IF
           COMPUTE WS-FECHA-BITACORA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - WS-GEN-IDX)
           PERFORM CARGAR-ESTADIAS
           PERFORM CRUZAR-ESTADIAS.

      * Cada SALIDA se casa con la entrada abierta MAS ANTIGUA del
      * mismo ID, como en VISIT-HIST. Lo que quede abierto al final
      * de la bitacora sigue adentro: hasta ahora en la bitacora viva,
      * hasta el fin del dia en una generacion archivada.
       CARGAR-ESTADIAS.
           MOVE 0 TO WS-ESTADIAS-COUNT
           OPEN INPUT VISITOR-LOG
           IF WS-VISITOR-STATUS NOT = "00"
               CONTINUE
           ELSE
               ADD 1 TO WS-BITACORAS-LEIDAS
               MOVE "N" TO WS-EOF-LOG
               PERFORM UNTIL WS-EOF-LOG = "Y"
                   READ VISITOR-LOG
                       AT END
                           MOVE "Y" TO WS-EOF-LOG
                       NOT AT END
                           IF VIS-HORA-LLEGADA IS NUMERIC
                               EVALUATE VIS-RESULTADO
                                   WHEN "ADMITIDO"
                                       PERFORM ANOTAR-ENTRADA
                                   WHEN "SALIDA"
                                       PERFORM CASAR-SALIDA
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG
               PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-ESTADIAS-COUNT
                   IF WS-EST-ABIERTA(WS-EST-IDX) = "S"
                       IF WS-MINUTOS-CIERRE >
                          WS-EST-ENTRADA(WS-EST-IDX)
                           MOVE WS-MINUTOS-CIERRE TO
                               WS-EST-SALIDA(WS-EST-IDX)
                       ELSE
                           MOVE WS-EST-ENTRADA(WS-EST-IDX) TO
                               WS-EST-SALIDA(WS-EST-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ANOTAR-ENTRADA.
           IF WS-ESTADIAS-COUNT < 500
               ADD 1 TO WS-ESTADIAS-COUNT
               PERFORM CONVERTIR-HORA-LOG
               MOVE VIS-ID-VISITANTE TO WS-EST-ID(WS-ESTADIAS-COUNT)
               MOVE VIS-NOMBRE TO WS-EST-NOMBRE(WS-ESTADIAS-COUNT)
               MOVE WS-MINUTOS-HORA TO
                   WS-EST-ENTRADA(WS-ESTADIAS-COUNT)
               MOVE WS-MINUTOS-HORA TO
                   WS-EST-SALIDA(WS-ESTADIAS-COUNT)
               MOVE "S" TO WS-EST-ABIERTA(WS-ESTADIAS-COUNT)
           ELSE
               IF WS-ESTADIAS-DESBORDE = "N"
                   MOVE "S" TO WS-ESTADIAS-DESBORDE
                   DISPLAY "MAS DE 500 ENTRADAS EN " WS-NOMBRE-LOG
                       ": EL RASTREO DE ESE DIA QUEDA INCOMPLETO."
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

       CASAR-SALIDA.
           MOVE 0 TO WS-EST-HALLADA
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-ESTADIAS-COUNT
               IF WS-EST-HALLADA = 0 AND
                  WS-EST-ABIERTA(WS-EST-IDX) = "S" AND
                  WS-EST-ID(WS-EST-IDX) = VIS-ID-VISITANTE
                   MOVE WS-EST-IDX TO WS-EST-HALLADA
               END-IF
           END-PERFORM
           IF WS-EST-HALLADA > 0
               PERFORM CONVERTIR-HORA-LOG
               IF WS-MINUTOS-HORA < WS-EST-ENTRADA(WS-EST-HALLADA)
                   ADD 1440 TO WS-MINUTOS-HORA
               END-IF
               MOVE WS-MINUTOS-HORA TO WS-EST-SALIDA(WS-EST-HALLADA)
               MOVE "N" TO WS-EST-ABIERTA(WS-EST-HALLADA)
           END-IF.

       CONVERTIR-HORA-LOG.
           MOVE VIS-HORA-LLEGADA(1:2) TO WS-HORA-TRABAJO
           MOVE VIS-HORA-LLEGADA(3:2) TO WS-MINUTO-TRABAJO
           COMPUTE WS-MINUTOS-HORA =
               WS-HORA-TRABAJO * 60 + WS-MINUTO-TRABAJO.

      * Cada estadia del ID rastreado contra cada estadia de otro ID:
      * el traslape va del mayor de las entradas al menor de las
      * salidas, y solo cuenta si dura al menos un minuto.
       CRUZAR-ESTADIAS.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-ESTADIAS-COUNT
               IF WS-EST-ID(WS-EST-IDX) = WS-ID-TRAZA
                   ADD 1 TO WS-ESTADIAS-PROPIAS
                   PERFORM ESCRIBIR-ESTADIA-PROPIA
                   PERFORM VARYING WS-OTR-IDX FROM 1 BY 1
                           UNTIL WS-OTR-IDX > WS-ESTADIAS-COUNT
                       IF WS-EST-ID(WS-OTR-IDX) NOT = WS-ID-TRAZA
                           PERFORM EVALUAR-TRASLAPE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       EVALUAR-TRASLAPE.
           IF WS-EST-ENTRADA(WS-EST-IDX) > WS-EST-ENTRADA(WS-OTR-IDX)
               MOVE WS-EST-ENTRADA(WS-EST-IDX) TO WS-TRASLAPE-DESDE
           ELSE
               MOVE WS-EST-ENTRADA(WS-OTR-IDX) TO WS-TRASLAPE-DESDE
           END-IF
           IF WS-EST-SALIDA(WS-EST-IDX) < WS-EST-SALIDA(WS-OTR-IDX)
               MOVE WS-EST-SALIDA(WS-EST-IDX) TO WS-TRASLAPE-HASTA
           ELSE
               MOVE WS-EST-SALIDA(WS-OTR-IDX) TO WS-TRASLAPE-HASTA
           END-IF
           IF WS-TRASLAPE-HASTA > WS-TRASLAPE-DESDE
               COMPUTE WS-MINUTOS-TRASLAPE =
                   WS-TRASLAPE-HASTA - WS-TRASLAPE-DESDE
               ADD 1 TO WS-CONTACTOS
               PERFORM BUSCAR-NOMBRE-CONTACTO
               PERFORM ESCRIBIR-CONTACTO
           END-IF.

       BUSCAR-NOMBRE-CONTACTO.
           MOVE WS-EST-NOMBRE(WS-OTR-IDX) TO WS-NOMBRE-CONTACTO
           MOVE "(SIN MAESTRO)" TO WS-MARCA-MAESTRO
           IF WS-MASTER-ABIERTO = "S"
               MOVE WS-EST-ID(WS-OTR-IDX) TO VM-ID-VISITANTE
               READ VISITOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-NOMBRE TO WS-NOMBRE-CONTACTO
                       MOVE SPACES TO WS-MARCA-MAESTRO
               END-READ
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE
           STRING "RASTREO DE CONTACTOS - ID: " WS-ID-TRAZA
               "  FECHA PEDIDA: " WS-FECHA-TRAZA
               "  EMITIDO: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FECHA    ID-CONTACTO NOMBRE     DESDE HASTA MINUTOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-------- ----------- ---------- ----- ----- -------"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-ESTADIA-PROPIA.
           MOVE WS-EST-ENTRADA(WS-EST-IDX) TO WS-TRASLAPE-DESDE
           MOVE WS-EST-SALIDA(WS-EST-IDX) TO WS-TRASLAPE-HASTA
           PERFORM FORMATEAR-INTERVALO
           MOVE SPACES TO REPORT-LINE
           IF WS-EST-ABIERTA(WS-EST-IDX) = "S"
               STRING WS-FECHA-BITACORA " ESTADIA DEL ID "
                   WS-HHMM-DESDE " - " WS-HHMM-HASTA
                   " (SIN SALIDA REGISTRADA)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-FECHA-BITACORA " ESTADIA DEL ID "
                   WS-HHMM-DESDE " - " WS-HHMM-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       ESCRIBIR-CONTACTO.
           PERFORM FORMATEAR-INTERVALO
           MOVE SPACES TO REPORT-LINE
           STRING WS-FECHA-BITACORA " "
               WS-EST-ID(WS-OTR-IDX) "    "
               WS-NOMBRE-CONTACTO " "
               WS-HHMM-DESDE " " WS-HHMM-HASTA "    "
               WS-MINUTOS-TRASLAPE " " WS-MARCA-MAESTRO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Minutos a HH:MM; lo que pasa de medianoche vuelve a 00:00.
       FORMATEAR-INTERVALO.
           COMPUTE WS-HORA-TRABAJO =
               FUNCTION MOD(WS-TRASLAPE-DESDE, 1440) / 60
           COMPUTE WS-MINUTO-TRABAJO =
               FUNCTION MOD(WS-TRASLAPE-DESDE, 60)
           MOVE SPACES TO WS-HHMM-DESDE
           STRING WS-HORA-TRABAJO ":" WS-MINUTO-TRABAJO
               DELIMITED BY SIZE INTO WS-HHMM-DESDE
           COMPUTE WS-HORA-TRABAJO =
               FUNCTION MOD(WS-TRASLAPE-HASTA, 1440) / 60
           COMPUTE WS-MINUTO-TRABAJO =
               FUNCTION MOD(WS-TRASLAPE-HASTA, 60)
           MOVE SPACES TO WS-HHMM-HASTA
           STRING WS-HORA-TRABAJO ":" WS-MINUTO-TRABAJO
               DELIMITED BY SIZE INTO WS-HHMM-HASTA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BITACORAS LEIDAS: " WS-BITACORAS-LEIDAS
               "  ESTADIAS DEL ID: " WS-ESTADIAS-PROPIAS
               "  CONTACTOS: " WS-CONTACTOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ESTADIAS-PROPIAS = 0
               MOVE "EL ID NO TIENE ESTADIAS EN LAS BITACORAS LEIDAS."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "VISIT-TRACE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RASTREO CONTACTOS ID=" WS-ID-TRAZA
               " FECHA=" WS-FECHA-TRAZA
               " CONTACTOS=" WS-CONTACTOS
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

      * La condicion de la corrida se acumula aqui (se queda la
      * peor) y se pasa a RETURN-CODE al final, porque un CALL
      * intermedio devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       END PROGRAM VISIT-TRACE.
