      ******************************************************************
      * Author:
      * Date:
      * Purpose: Table generator over the shared cache. In batch mode
      *          it works the departments' requests in TABLAREQ.DAT by
      *          priority and keeps each one's state in the request
      *          register TABLAREG.DAT (served from cache, generated
      *          or failed, with the time), which REQ-STATUS reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TABLAREQ-SEL.
           COPY TABLAREG-SEL.
           SELECT TABLA-REPORT-FILE ASSIGN TO "TABLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLAREPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TABLAREQ-FD.
       COPY TABLAREG-FD.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-SOL-NUMERO     PIC 9(4).
               10 WS-SOL-RUN-DATE   PIC 9(8).
               10 WS-SOL-PRIORIDAD  PIC 9.
               10 WS-SOL-VALIDA     PIC X.
               10 WS-SOL-REG        PIC 9(5).
       01 WS-SOL-IDX                PIC 9(5).
       01 WS-SOL-DESBORDE           PIC 9(5) VALUE 0.
       01 WS-PRIORIDAD-ACTUAL       PIC 9(2).
           88 CACHE-EN-LECTURA      VALUE "L".
           88 CACHE-EN-ESCRITURA    VALUE "E".

      *Registro de solicitudes: se carga entero con el candado
      *TABLAREG, se actualiza en la tabla y se regraba en cada
      *checkpoint del lote, asi un reinicio no pierde lo atendido.
       01 WS-TABLAREG-STATUS        PIC XX.
       01 WS-REGISTRO-ACTIVO        PIC X VALUE "N".
           88 REGISTRO-ACTIVO       VALUE "S".
       01 WS-REG-CANDADO            PIC X VALUE "N".
       01 WS-EOF-REGISTRO           PIC X VALUE "N".
           88 EOF-REGISTRO          VALUE "Y".
       01 WS-REG-COUNT              PIC 9(5) VALUE 0.
       01 WS-REG-TABLA.
           05 WS-REG-ENTRY OCCURS 10000 TIMES.
               10 WS-RG-ID-FECHA    PIC 9(8).
               10 WS-RG-ID-SEC      PIC 9(4).
               10 WS-RG-SOLICITANTE PIC X(3).
               10 WS-RG-NUMERO      PIC X(4).
               10 WS-RG-RUN-DATE    PIC X(8).
               10 WS-RG-PRIORIDAD   PIC X.
               10 WS-RG-ESTADO      PIC X.
               10 WS-RG-REC-FECHA   PIC 9(8).
               10 WS-RG-REC-HORA    PIC 9(6).
               10 WS-RG-ATE-FECHA   PIC 9(8).
               10 WS-RG-ATE-HORA    PIC 9(6).
               10 WS-RG-MOTIVO      PIC X(30).
               10 WS-RG-VISTO       PIC X.
       01 WS-REG-IDX                PIC 9(5).
       01 WS-REG-HALLADO            PIC 9(5).
       01 WS-REG-ULTIMA-SEC         PIC 9(4) VALUE 0.
       01 WS-REG-DESBORDE           PIC 9(5) VALUE 0.
       01 WS-REG-NUEVAS             PIC 9(5) VALUE 0.
       01 WS-REG-PURGADAS           PIC 9(5) VALUE 0.
       01 WS-REG-ATENDIDAS          PIC 9(5) VALUE 0.
       01 WS-REG-FALLIDAS           PIC 9(5) VALUE 0.
       01 WS-SOLICITANTE-BUSCA      PIC X(3).
       01 WS-ESTADO-NUEVO           PIC X.
       01 WS-MOTIVO-NUEVO           PIC X(30).
       01 WS-SELLO-FECHA            PIC 9(8).
       01 WS-SELLO-HORA             PIC 9(8).
       01 WS-DIA-PURGA              PIC 9(8).
       01 WS-DIAS-RETENCION         PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.

       INICIO.

           PROCESAR-LOTE.
               PERFORM LEER-CHECKPOINT
               PERFORM CARGAR-REGISTRO
               OPEN INPUT TABLE-REQUEST-FILE
               IF WS-TABLEREQ-STATUS = "35"
                   OPEN OUTPUT TABLE-REQUEST-FILE
                   UNTIL WS-PRIORIDAD-ACTUAL > 9
               MOVE 0 TO WS-REGISTROS-PROCESADOS
               PERFORM ESCRIBIR-CHECKPOINT
               PERFORM LIBERAR-REGISTRO
      *        Las solicitudes que no cupieron en la tabla quedan sin
      *        procesar: se avisa y la corrida termina en CC=4 para
      *        que el stream no las de por atendidas.
               END-IF.

           GUARDAR-SOLICITUD.
               PERFORM RECIBIR-SOLICITUD
               IF WS-SOLICITUDES-COUNT >= 10000
                   ADD 1 TO WS-SOL-DESBORDE
               END-IF
                       WS-SOL-NUMERO(WS-SOLICITUDES-COUNT)
                   MOVE TR-RUN-DATE TO
                       WS-SOL-RUN-DATE(WS-SOLICITUDES-COUNT)
                   MOVE WS-REG-HALLADO TO
                       WS-SOL-REG(WS-SOLICITUDES-COUNT)
                   IF TR-NUMERO IS NUMERIC AND TR-NUMERO > 0
                       MOVE "S" TO WS-SOL-VALIDA(WS-SOLICITUDES-COUNT)
                   ELSE
                       MOVE "N" TO WS-SOL-VALIDA(WS-SOLICITUDES-COUNT)
                   END-IF
                   IF TR-PRIORIDAD IS NUMERIC AND
                      TR-PRIORIDAD NOT = "0"
                       MOVE TR-PRIORIDAD TO
                       MOVE WS-SOL-RUN-DATE(WS-SOL-IDX) TO WS-RUN-DATE
                       MOVE WS-SOL-PRIORIDAD(WS-SOL-IDX) TO
                           WS-PRIORIDAD-ECO
                       IF WS-SOL-VALIDA(WS-SOL-IDX) = "S"
                           PERFORM REINICIAR-PROGRAMA
                           PERFORM MOSTRAR-TABLA
                           IF CACHE-VALIDA
                               MOVE "C" TO WS-ESTADO-NUEVO
                           ELSE
                               MOVE "G" TO WS-ESTADO-NUEVO
                           END-IF
                           MOVE SPACES TO WS-MOTIVO-NUEVO
                       ELSE
                           MOVE "F" TO WS-ESTADO-NUEVO
                           MOVE "NUMERO DE TABLA NO VALIDO"
                               TO WS-MOTIVO-NUEVO
                       END-IF
                       PERFORM MARCAR-SOLICITUD
                       ADD 1 TO WS-REGISTROS-PROCESADOS
                       IF FUNCTION MOD(WS-REGISTROS-PROCESADOS
                               WS-INTERVALO-CHECKPOINT) = 0
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE WS-REGISTROS-PROCESADOS TO CKP-REGISTROS-PROCESADOS
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
               PERFORM GRABAR-REGISTRO.

      *    El registro se comparte con REQ-STATUS: sin el candado el
      *    lote se atiende igual, pero sin anotar estados (aviso).
           CARGAR-REGISTRO.
               MOVE "N" TO WS-REGISTRO-ACTIVO
               MOVE 0 TO WS-REG-COUNT
               MOVE 0 TO WS-REG-DESBORDE
               MOVE "TABLAREG" TO LCK-RECURSO
               MOVE "T" TO LCK-ACCION
               MOVE "CICLOS-PERFORM" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
               IF LCK-NO-OBTENIDO
                   MOVE 4007 TO ERR-CODIGO
                   MOVE "CICLOS-PERFORM" TO ERR-PROGRAMA
                   MOVE "NO SE OBTUVO EL CANDADO TABLAREG"
                       TO ERR-MENSAJE
                   MOVE "W" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   MOVE "S" TO WS-REG-CANDADO
                   OPEN INPUT REQUEST-REGISTER-FILE
                   IF WS-TABLAREG-STATUS = "35"
                       MOVE "S" TO WS-REGISTRO-ACTIVO
                   ELSE
                       IF WS-TABLAREG-STATUS NOT = "00"
                           MOVE 4003 TO ERR-CODIGO
                           MOVE "CICLOS-PERFORM" TO ERR-PROGRAMA
                           MOVE SPACES TO ERR-MENSAJE
                           STRING "NO SE PUDO ABRIR TABLAREG.DAT, "
                               "STATUS=" WS-TABLAREG-STATUS
                               DELIMITED BY SIZE INTO ERR-MENSAJE
                           MOVE "W" TO ERR-SEVERIDAD
                           CALL "ERROR-HANDLER"
                               USING ERROR-HANDLING-PARMS
                           MOVE CC-AVISO TO WS-CC-NUEVA
                           PERFORM ANOTAR-CONDICION
                           PERFORM LIBERAR-REGISTRO
                       ELSE
                           MOVE "S" TO WS-REGISTRO-ACTIVO
                           MOVE "N" TO WS-EOF-REGISTRO
                           PERFORM UNTIL EOF-REGISTRO
                               READ REQUEST-REGISTER-FILE
                                   AT END
                                       MOVE "Y" TO WS-EOF-REGISTRO
                                   NOT AT END
                                       PERFORM GUARDAR-REGISTRO-LEIDO
                               END-READ
                           END-PERFORM
                           CLOSE REQUEST-REGISTER-FILE
                           IF WS-REG-DESBORDE > 0
                               PERFORM RECHAZAR-REGISTRO-DESBORDADO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *    Con el registro desbordado, regrabarlo desde la tabla
      *    perderia las solicitudes que no cupieron: el lote se
      *    atiende sin anotar estados, como sin candado, y el error
      *    es serio hasta que se depure TABLAREG.DAT.
           RECHAZAR-REGISTRO-DESBORDADO.
               MOVE 4029 TO ERR-CODIGO
               MOVE "CICLOS-PERFORM" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "TABLAREG.DAT TIENE MAS DE 10000 SOLICITUDES; "
                   "SIN ANOTAR" DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "TABLAREG.DAT TIENE MAS DE 10000 SOLICITUDES; "
                   "EL LOTE SE ATIENDE SIN ANOTAR ESTADOS."
               MOVE "N" TO WS-REGISTRO-ACTIVO
               PERFORM LIBERAR-REGISTRO.

           GUARDAR-REGISTRO-LEIDO.
               IF WS-REG-COUNT < 10000
                   ADD 1 TO WS-REG-COUNT
                   MOVE RG-ID-FECHA TO WS-RG-ID-FECHA(WS-REG-COUNT)
                   MOVE RG-ID-SEC TO WS-RG-ID-SEC(WS-REG-COUNT)
                   MOVE RG-SOLICITANTE TO
                       WS-RG-SOLICITANTE(WS-REG-COUNT)
                   MOVE RG-NUMERO TO WS-RG-NUMERO(WS-REG-COUNT)
                   MOVE RG-RUN-DATE TO WS-RG-RUN-DATE(WS-REG-COUNT)
                   MOVE RG-PRIORIDAD TO WS-RG-PRIORIDAD(WS-REG-COUNT)
                   MOVE RG-ESTADO TO WS-RG-ESTADO(WS-REG-COUNT)
                   MOVE RG-REC-FECHA TO WS-RG-REC-FECHA(WS-REG-COUNT)
                   MOVE RG-REC-HORA TO WS-RG-REC-HORA(WS-REG-COUNT)
                   MOVE RG-ATE-FECHA TO WS-RG-ATE-FECHA(WS-REG-COUNT)
                   MOVE RG-ATE-HORA TO WS-RG-ATE-HORA(WS-REG-COUNT)
                   MOVE RG-MOTIVO TO WS-RG-MOTIVO(WS-REG-COUNT)
                   MOVE "N" TO WS-RG-VISTO(WS-REG-COUNT)
                   IF RG-ID-FECHA = WS-FECHA-HOY AND
                      RG-ID-SEC > WS-REG-ULTIMA-SEC
                       MOVE RG-ID-SEC TO WS-REG-ULTIMA-SEC
                   END-IF
               ELSE
                   ADD 1 TO WS-REG-DESBORDE
               END-IF.

      *    Una solicitud del archivo es la primera del registro con
      *    el mismo solicitante, numero, fecha y prioridad que todavia
      *    no se aparejo en esta pasada: asi dos pedidos iguales
      *    quedan como dos registros y una repeticion no duplica.
           RECIBIR-SOLICITUD.
               MOVE 0 TO WS-REG-HALLADO
               IF REGISTRO-ACTIVO
                   IF TR-SOLICITANTE = SPACES
                       MOVE "GEN" TO WS-SOLICITANTE-BUSCA
                   ELSE
                       MOVE TR-SOLICITANTE TO WS-SOLICITANTE-BUSCA
                   END-IF
                   PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                           UNTIL WS-REG-IDX > WS-REG-COUNT
                              OR WS-REG-HALLADO > 0
                       IF WS-RG-VISTO(WS-REG-IDX) = "N" AND
                          WS-RG-SOLICITANTE(WS-REG-IDX) =
                              WS-SOLICITANTE-BUSCA AND
                          WS-RG-NUMERO(WS-REG-IDX) = TR-NUMERO AND
                          WS-RG-RUN-DATE(WS-REG-IDX) = TR-RUN-DATE AND
                          WS-RG-PRIORIDAD(WS-REG-IDX) = TR-PRIORIDAD
                           MOVE WS-REG-IDX TO WS-REG-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-REG-HALLADO = 0
                       PERFORM ALTA-SOLICITUD
                   END-IF
                   IF WS-REG-HALLADO > 0
                       MOVE "S" TO WS-RG-VISTO(WS-REG-HALLADO)
                   END-IF
               END-IF.

           ALTA-SOLICITUD.
               IF WS-REG-COUNT < 10000
                   ADD 1 TO WS-REG-COUNT
                   ADD 1 TO WS-REG-ULTIMA-SEC
                   ADD 1 TO WS-REG-NUEVAS
                   MOVE WS-REG-COUNT TO WS-REG-HALLADO
                   ACCEPT WS-SELLO-HORA FROM TIME
                   MOVE WS-FECHA-HOY TO WS-RG-ID-FECHA(WS-REG-COUNT)
                   MOVE WS-REG-ULTIMA-SEC TO
                       WS-RG-ID-SEC(WS-REG-COUNT)
                   MOVE WS-SOLICITANTE-BUSCA TO
                       WS-RG-SOLICITANTE(WS-REG-COUNT)
                   MOVE TR-NUMERO TO WS-RG-NUMERO(WS-REG-COUNT)
                   MOVE TR-RUN-DATE TO WS-RG-RUN-DATE(WS-REG-COUNT)
                   MOVE TR-PRIORIDAD TO WS-RG-PRIORIDAD(WS-REG-COUNT)
                   MOVE "R" TO WS-RG-ESTADO(WS-REG-COUNT)
                   MOVE WS-FECHA-HOY TO WS-RG-REC-FECHA(WS-REG-COUNT)
                   MOVE WS-SELLO-HORA(1:6) TO
                       WS-RG-REC-HORA(WS-REG-COUNT)
                   MOVE 0 TO WS-RG-ATE-FECHA(WS-REG-COUNT)
                   MOVE 0 TO WS-RG-ATE-HORA(WS-REG-COUNT)
                   MOVE SPACES TO WS-RG-MOTIVO(WS-REG-COUNT)
               ELSE
                   ADD 1 TO WS-REG-DESBORDE
               END-IF.

      *    Lo ya servido conserva la primera atencion; una solicitud
      *    fallida que hoy sale bien pasa a servida.
           MARCAR-SOLICITUD.
               IF REGISTRO-ACTIVO AND WS-SOL-REG(WS-SOL-IDX) > 0
                   MOVE WS-SOL-REG(WS-SOL-IDX) TO WS-REG-IDX
                   IF WS-RG-ESTADO(WS-REG-IDX) NOT = "C" AND
                      WS-RG-ESTADO(WS-REG-IDX) NOT = "G"
                       ACCEPT WS-SELLO-FECHA FROM DATE YYYYMMDD
                       ACCEPT WS-SELLO-HORA FROM TIME
                       MOVE WS-ESTADO-NUEVO TO WS-RG-ESTADO(WS-REG-IDX)
                       MOVE WS-SELLO-FECHA TO
                           WS-RG-ATE-FECHA(WS-REG-IDX)
                       MOVE WS-SELLO-HORA(1:6) TO
                           WS-RG-ATE-HORA(WS-REG-IDX)
                       MOVE WS-MOTIVO-NUEVO TO WS-RG-MOTIVO(WS-REG-IDX)
                       IF WS-ESTADO-NUEVO = "F"
                           ADD 1 TO WS-REG-FALLIDAS
                       ELSE
                           ADD 1 TO WS-REG-ATENDIDAS
                       END-IF
                   END-IF
               END-IF.

      *    Se regraba entero. Lo servido o fallido hace mas de 30
      *    dias, y lo recibido hace mas de 30 dias sin atender, cuya
      *    solicitud ya no esta en TABLAREQ.DAT se depura; lo que
      *    sigue en el archivo se conserva para no registrarlo de
      *    nuevo en la proxima pasada.
           GRABAR-REGISTRO.
               IF REGISTRO-ACTIVO
                   COMPUTE WS-DIA-PURGA = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - WS-DIAS-RETENCION)
                   MOVE 0 TO WS-REG-PURGADAS
                   OPEN OUTPUT REQUEST-REGISTER-FILE
                   IF WS-TABLAREG-STATUS NOT = "00"
                       MOVE 4003 TO ERR-CODIGO
                       MOVE "CICLOS-PERFORM" TO ERR-PROGRAMA
                       MOVE SPACES TO ERR-MENSAJE
                       STRING "NO SE PUDO GRABAR TABLAREG.DAT, STATUS="
                           WS-TABLAREG-STATUS
                           DELIMITED BY SIZE INTO ERR-MENSAJE
                       MOVE "W" TO ERR-SEVERIDAD
                       CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                       MOVE CC-AVISO TO WS-CC-NUEVA
                       PERFORM ANOTAR-CONDICION
                   ELSE
                       PERFORM GRABAR-UN-REGISTRO
                           VARYING WS-REG-IDX FROM 1 BY 1
                           UNTIL WS-REG-IDX > WS-REG-COUNT
                       CLOSE REQUEST-REGISTER-FILE
                   END-IF
               END-IF.

           GRABAR-UN-REGISTRO.
               IF WS-RG-VISTO(WS-REG-IDX) = "N" AND
                  (((WS-RG-ESTADO(WS-REG-IDX) = "C" OR
                     WS-RG-ESTADO(WS-REG-IDX) = "G" OR
                     WS-RG-ESTADO(WS-REG-IDX) = "F") AND
                    WS-RG-ATE-FECHA(WS-REG-IDX) < WS-DIA-PURGA) OR
                   (WS-RG-ESTADO(WS-REG-IDX) = "R" AND
                    WS-RG-REC-FECHA(WS-REG-IDX) < WS-DIA-PURGA))
                   ADD 1 TO WS-REG-PURGADAS
               ELSE
                   MOVE SPACES TO REQUEST-REGISTER-RECORD
                   MOVE WS-RG-ID-FECHA(WS-REG-IDX) TO RG-ID-FECHA
                   MOVE WS-RG-ID-SEC(WS-REG-IDX) TO RG-ID-SEC
                   MOVE WS-RG-SOLICITANTE(WS-REG-IDX) TO RG-SOLICITANTE
                   MOVE WS-RG-NUMERO(WS-REG-IDX) TO RG-NUMERO
                   MOVE WS-RG-RUN-DATE(WS-REG-IDX) TO RG-RUN-DATE
                   MOVE WS-RG-PRIORIDAD(WS-REG-IDX) TO RG-PRIORIDAD
                   MOVE WS-RG-ESTADO(WS-REG-IDX) TO RG-ESTADO
                   MOVE WS-RG-REC-FECHA(WS-REG-IDX) TO RG-REC-FECHA
                   MOVE WS-RG-REC-HORA(WS-REG-IDX) TO RG-REC-HORA
                   MOVE WS-RG-ATE-FECHA(WS-REG-IDX) TO RG-ATE-FECHA
                   MOVE WS-RG-ATE-HORA(WS-REG-IDX) TO RG-ATE-HORA
                   MOVE WS-RG-MOTIVO(WS-REG-IDX) TO RG-MOTIVO
                   WRITE REQUEST-REGISTER-RECORD
               END-IF.

           LIBERAR-REGISTRO.
               IF WS-REG-CANDADO = "S"
                   MOVE "TABLAREG" TO LCK-RECURSO
                   MOVE "L" TO LCK-ACCION
                   MOVE "CICLOS-PERFORM" TO LCK-PROGRAMA
                   CALL "FILE-LOCK" USING LOCK-PARMS
                   MOVE "N" TO WS-REG-CANDADO
               END-IF
               IF REGISTRO-ACTIVO
                   DISPLAY "REGISTRO DE SOLICITUDES: NUEVAS "
                       WS-REG-NUEVAS " ATENDIDAS " WS-REG-ATENDIDAS
                       " FALLIDAS " WS-REG-FALLIDAS
                   IF WS-REG-DESBORDE > 0
                       DISPLAY "ADVERTENCIA: " WS-REG-DESBORDE
                           " SOLICITUDES NO ENTRARON EN EL REGISTRO."
                       MOVE CC-AVISO TO WS-CC-NUEVA
                       PERFORM ANOTAR-CONDICION
                   END-IF
               END-IF
               MOVE "N" TO WS-REGISTRO-ACTIVO.

           LEER-CHECKPOINT-CICLO.
               MOVE 0 TO WS-CICLOS-COMPLETADOS
