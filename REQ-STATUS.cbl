      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily status of the table requests. Receives into the
      *          request register TABLAREG.DAT every request in
      *          TABLAREQ.DAT not yet registered (request ID and
      *          requester code, state R with the time), then prints
      *          to SOLICIT.RPT the register totals by state and every
      *          request still open (received or failed) and still
      *          in TABLAREQ.DAT past the service target for its
      *          priority in TABLASLA.PRM (hours for priorities 1 to
      *          9). Any overdue request
      *          ends the run in warning, so an urgent priority 1
      *          request does not wait unnoticed. CICLOS-PERFORM
      *          marks requests served or failed as it works them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TABLAREQ-SEL.
           COPY TABLAREG-SEL.
           SELECT SERVICE-PARM-FILE ASSIGN TO "TABLASLA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "SOLICIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY TABLAREQ-FD.
       COPY TABLAREG-FD.

      *Horas de servicio por prioridad, de la 1 a la 9, separadas por
      *un espacio; una meta en blanco o no numerica toma el defecto.
       FD  SERVICE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERVICE-PARM-RECORD.
           05 PARM-META OCCURS 9 TIMES.
               10 PARM-HORAS        PIC 9(3).
               10 FILLER            PIC X.

       FD  STATUS-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-TABLEREQ-STATUS    PIC XX.
       01 WS-TABLAREG-STATUS    PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-HOY           PIC 9(8).
       01 WS-EOF-SOLICITUDES    PIC X VALUE "N".
           88 EOF-SOLICITUDES   VALUE "Y".

      *Metas por defecto: lo urgente en horas, lo rutinario en dias.
       01 WS-METAS-DEFECTO.
           05 FILLER            PIC 9(3) VALUE 4.
           05 FILLER            PIC 9(3) VALUE 8.
           05 FILLER            PIC 9(3) VALUE 24.
           05 FILLER            PIC 9(3) VALUE 24.
           05 FILLER            PIC 9(3) VALUE 48.
           05 FILLER            PIC 9(3) VALUE 72.
           05 FILLER            PIC 9(3) VALUE 72.
           05 FILLER            PIC 9(3) VALUE 72.
           05 FILLER            PIC 9(3) VALUE 72.
       01 WS-METAS-TABLA REDEFINES WS-METAS-DEFECTO.
           05 WS-META-HORAS     PIC 9(3) OCCURS 9 TIMES.
       01 WS-META-IDX           PIC 9(2).

      *Registro de solicitudes: se carga entero con el candado
      *TABLAREG, se le suman las recibidas y se regraba; sin el
      *candado se informa sobre lo leido, sin recibir nada.
       01 WS-REGISTRO-ACTIVO    PIC X VALUE "N".
           88 REGISTRO-ACTIVO   VALUE "S".
       01 WS-REG-CANDADO        PIC X VALUE "N".
       01 WS-SOLICITUDES-LEIDAS PIC X VALUE "N".
           88 SOLICITUDES-LEIDAS VALUE "S".
       01 WS-EOF-REGISTRO       PIC X VALUE "N".
           88 EOF-REGISTRO      VALUE "Y".
       01 WS-REG-COUNT          PIC 9(5) VALUE 0.
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
       01 WS-REG-IDX            PIC 9(5).
       01 WS-REG-HALLADO        PIC 9(5).
       01 WS-REG-ULTIMA-SEC     PIC 9(4) VALUE 0.
       01 WS-REG-DESBORDE       PIC 9(5) VALUE 0.
       01 WS-REG-NUEVAS         PIC 9(5) VALUE 0.
       01 WS-REG-PURGADAS       PIC 9(5) VALUE 0.
       01 WS-SOLICITANTE-BUSCA  PIC X(3).
       01 WS-DIA-PURGA          PIC 9(8).
       01 WS-DIAS-RETENCION     PIC 9(3) VALUE 30.

      *Totales por estado y vencidas.
       01 WS-TOT-RECIBIDAS      PIC 9(5) VALUE 0.
       01 WS-TOT-DESDE-CACHE    PIC 9(5) VALUE 0.
       01 WS-TOT-GENERADAS      PIC 9(5) VALUE 0.
       01 WS-TOT-FALLIDAS       PIC 9(5) VALUE 0.
       01 WS-TOT-VENCIDAS       PIC 9(5) VALUE 0.
       01 WS-TOT-VENCIDAS-P1    PIC 9(5) VALUE 0.

       01 WS-PRIORIDAD-ACTUAL   PIC 9(2).
       01 WS-PRIORIDAD-FILA     PIC 9.
       01 WS-MINUTOS-ABIERTA    PIC S9(9).
       01 WS-HORAS-ABIERTA      PIC 9(5).
       01 WS-MINUTOS-META       PIC 9(6).

       01 WS-DETALLE-LINEA.
           05 WS-DET-PRIORIDAD  PIC 9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-ID         PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-SOLICITANTE PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-NUMERO     PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-RUN-DATE   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-REC-FECHA  PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-REC-HH     PIC 9(2).
           05 FILLER            PIC X VALUE ":".
           05 WS-DET-REC-MM     PIC 9(2).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-ESTADO     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-HORAS      PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-META       PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-MOTIVO     PIC X(30).
           05 FILLER            PIC X(29) VALUE SPACES.

       01 WS-PAGINA             PIC 9(4) VALUE 0.
       01 WS-LINEAS             PIC 9(2) VALUE 99.
       01 WS-LINEAS-POR-PAGINA  PIC 9(2) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-REGISTRO.
      *    Con el registro desbordado, regrabarlo desde la tabla
      *    perderia las solicitudes que no cupieron: solo se informa
      *    sobre lo cargado, como sin el candado.
           EVALUATE TRUE
               WHEN WS-REG-DESBORDE > 0
                   PERFORM RECHAZAR-REGISTRO-DESBORDADO
               WHEN REGISTRO-ACTIVO
                   PERFORM RECIBIR-SOLICITUDES
                   PERFORM GRABAR-REGISTRO
           END-EVALUATE.
           PERFORM LIBERAR-REGISTRO.
           PERFORM CONTAR-ESTADOS
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT.
           OPEN OUTPUT STATUS-REPORT-FILE.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-VENCIDAS
               VARYING WS-PRIORIDAD-ACTUAL FROM 1 BY 1
               UNTIL WS-PRIORIDAD-ACTUAL > 9.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE STATUS-REPORT-FILE.
           DISPLAY "REQ-STATUS: REGISTRO " WS-REG-COUNT " NUEVAS "
               WS-REG-NUEVAS " VENCIDAS " WS-TOT-VENCIDAS
               " (PRIORIDAD 1: " WS-TOT-VENCIDAS-P1 "), VER SOLICIT.RPT"
           IF WS-TOT-VENCIDAS > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           MOVE "SOLICIT.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT SERVICE-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT SERVICE-PARM-FILE
               CLOSE SERVICE-PARM-FILE
               OPEN INPUT SERVICE-PARM-FILE
           END-IF
           READ SERVICE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING WS-META-IDX FROM 1 BY 1
                           UNTIL WS-META-IDX > 9
                       IF PARM-HORAS(WS-META-IDX) IS NUMERIC AND
                          PARM-HORAS(WS-META-IDX) > 0
                           MOVE PARM-HORAS(WS-META-IDX) TO
                               WS-META-HORAS(WS-META-IDX)
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE SERVICE-PARM-FILE.

      * El registro se comparte con CICLOS-PERFORM, que lo retiene
      * mientras trabaja el lote: sin el candado se informa sobre lo
      * que hay grabado y las nuevas se reciben en la proxima corrida.
       CARGAR-REGISTRO.
           MOVE "TABLAREG" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "REQ-STATUS" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "REQ-STATUS" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO TABLAREG" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-REG-CANDADO
           END-IF
           OPEN INPUT REQUEST-REGISTER-FILE
           IF WS-TABLAREG-STATUS = "35"
               IF WS-REG-CANDADO = "S"
                   MOVE "S" TO WS-REGISTRO-ACTIVO
               END-IF
           ELSE
               IF WS-TABLAREG-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "REQ-STATUS" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO ABRIR TABLAREG.DAT, STATUS="
                       WS-TABLAREG-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   IF WS-REG-CANDADO = "S"
                       MOVE "S" TO WS-REGISTRO-ACTIVO
                   END-IF
                   PERFORM UNTIL EOF-REGISTRO
                       READ REQUEST-REGISTER-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-REGISTRO
                           NOT AT END
                               PERFORM GUARDAR-REGISTRO-LEIDO
                       END-READ
                   END-PERFORM
                   CLOSE REQUEST-REGISTER-FILE
               END-IF
           END-IF.

       GUARDAR-REGISTRO-LEIDO.
           IF WS-REG-COUNT < 10000
               ADD 1 TO WS-REG-COUNT
               MOVE RG-ID-FECHA TO WS-RG-ID-FECHA(WS-REG-COUNT)
               MOVE RG-ID-SEC TO WS-RG-ID-SEC(WS-REG-COUNT)
               MOVE RG-SOLICITANTE TO WS-RG-SOLICITANTE(WS-REG-COUNT)
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

       RECHAZAR-REGISTRO-DESBORDADO.
           MOVE 4029 TO ERR-CODIGO
           MOVE "REQ-STATUS" TO ERR-PROGRAMA
           MOVE SPACES TO ERR-MENSAJE
           STRING "TABLAREG.DAT TIENE MAS DE 10000 SOLICITUDES; "
               "SIN CAMBIOS" DELIMITED BY SIZE INTO ERR-MENSAJE
           MOVE "S" TO ERR-SEVERIDAD
           CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           MOVE CC-SERIO TO WS-CC-NUEVA
           PERFORM ANOTAR-CONDICION.

       RECIBIR-SOLICITUDES.
           OPEN INPUT TABLE-REQUEST-FILE
           IF WS-TABLEREQ-STATUS = "00" OR
              WS-TABLEREQ-STATUS = "35"
               MOVE "S" TO WS-SOLICITUDES-LEIDAS
           END-IF
           IF WS-TABLEREQ-STATUS = "00"
               PERFORM UNTIL EOF-SOLICITUDES
                   READ TABLE-REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOLICITUDES
                       NOT AT END
                           PERFORM RECIBIR-SOLICITUD
                   END-READ
               END-PERFORM
               CLOSE TABLE-REQUEST-FILE
           ELSE
               IF WS-TABLEREQ-STATUS NOT = "35"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "REQ-STATUS" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR TABLAREQ.DAT, STATUS="
                       WS-TABLEREQ-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "W" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

      * Igual que en CICLOS-PERFORM: una solicitud del archivo es la
      * primera del registro con el mismo solicitante, numero, fecha
      * y prioridad que todavia no se aparejo en esta pasada.
       RECIBIR-SOLICITUD.
           MOVE 0 TO WS-REG-HALLADO
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
           END-IF.

       ALTA-SOLICITUD.
           IF WS-REG-COUNT < 10000
               ADD 1 TO WS-REG-COUNT
               ADD 1 TO WS-REG-ULTIMA-SEC
               ADD 1 TO WS-REG-NUEVAS
               MOVE WS-REG-COUNT TO WS-REG-HALLADO
               MOVE WS-FECHA-HOY TO WS-RG-ID-FECHA(WS-REG-COUNT)
               MOVE WS-REG-ULTIMA-SEC TO WS-RG-ID-SEC(WS-REG-COUNT)
               MOVE WS-SOLICITANTE-BUSCA TO
                   WS-RG-SOLICITANTE(WS-REG-COUNT)
               MOVE TR-NUMERO TO WS-RG-NUMERO(WS-REG-COUNT)
               MOVE TR-RUN-DATE TO WS-RG-RUN-DATE(WS-REG-COUNT)
               MOVE TR-PRIORIDAD TO WS-RG-PRIORIDAD(WS-REG-COUNT)
               MOVE "R" TO WS-RG-ESTADO(WS-REG-COUNT)
               MOVE WS-FECHA-HOY TO WS-RG-REC-FECHA(WS-REG-COUNT)
               MOVE WS-HORA-HOY(1:6) TO WS-RG-REC-HORA(WS-REG-COUNT)
               MOVE 0 TO WS-RG-ATE-FECHA(WS-REG-COUNT)
               MOVE 0 TO WS-RG-ATE-HORA(WS-REG-COUNT)
               MOVE SPACES TO WS-RG-MOTIVO(WS-REG-COUNT)
           ELSE
               ADD 1 TO WS-REG-DESBORDE
           END-IF.

      * Se regraba entero. Lo servido o fallido hace mas de 30 dias,
      * y lo recibido hace mas de 30 dias sin atender, cuya solicitud
      * ya no esta en TABLAREQ.DAT se depura; lo que sigue en el
      * archivo se conserva para no registrarlo de nuevo.
       GRABAR-REGISTRO.
           COMPUTE WS-DIA-PURGA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-DIAS-RETENCION)
           OPEN OUTPUT REQUEST-REGISTER-FILE
           IF WS-TABLAREG-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "REQ-STATUS" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR TABLAREG.DAT, STATUS="
                   WS-TABLAREG-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM GRABAR-UN-REGISTRO
                   VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               CLOSE REQUEST-REGISTER-FILE
           END-IF.

      * Lo depurado se marca con estado en blanco para que el reporte
      * tampoco lo cuente.
       GRABAR-UN-REGISTRO.
           IF WS-RG-VISTO(WS-REG-IDX) = "N" AND
              (((WS-RG-ESTADO(WS-REG-IDX) = "C" OR
                 WS-RG-ESTADO(WS-REG-IDX) = "G" OR
                 WS-RG-ESTADO(WS-REG-IDX) = "F") AND
                WS-RG-ATE-FECHA(WS-REG-IDX) < WS-DIA-PURGA) OR
               (WS-RG-ESTADO(WS-REG-IDX) = "R" AND
                WS-RG-REC-FECHA(WS-REG-IDX) < WS-DIA-PURGA))
               ADD 1 TO WS-REG-PURGADAS
               MOVE SPACE TO WS-RG-ESTADO(WS-REG-IDX)
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
               MOVE "REQ-STATUS" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
               MOVE "N" TO WS-REG-CANDADO
           END-IF
           IF WS-REG-DESBORDE > 0
               DISPLAY "REQ-STATUS: " WS-REG-DESBORDE
                   " SOLICITUDES NO ENTRARON EN EL REGISTRO."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       CONTAR-ESTADOS.
           EVALUATE WS-RG-ESTADO(WS-REG-IDX)
               WHEN "R"
                   ADD 1 TO WS-TOT-RECIBIDAS
               WHEN "C"
                   ADD 1 TO WS-TOT-DESDE-CACHE
               WHEN "G"
                   ADD 1 TO WS-TOT-GENERADAS
               WHEN "F"
                   ADD 1 TO WS-TOT-FALLIDAS
           END-EVALUATE.

       IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-PAGINA
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUDES DE TABLAS ABIERTAS FUERA DE META - "
               "FECHA " WS-FECHA-HOY " HORA " WS-HORA-HOY(1:2) ":"
               WS-HORA-HOY(3:2) "   PAGINA " WS-PAGINA
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-PAGINA = 1
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PRI ID           SOL  NUM  FECHA    RECIBIDA"
               "       ESTADO   HORAS META  MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--- ------------ ---  ---- -------- -------------"
               "- -------- ----- ----  ----------------------------"
               "--"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINEAS.

      * Prioridad por prioridad, primero las urgentes. La antiguedad
      * se mide desde que la solicitud se recibio en el registro; una
      * prioridad en blanco, cero o no numerica cuenta como 9, igual
      * que en el lote. Si TABLAREQ.DAT se leyo en esta corrida, una
      * solicitud abierta que ya no esta en el archivo fue retirada
      * y nadie la va a atender: no cuenta como vencida.
       IMPRIMIR-VENCIDAS.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF (WS-RG-ESTADO(WS-REG-IDX) = "R" OR
                   WS-RG-ESTADO(WS-REG-IDX) = "F") AND
                  (WS-RG-VISTO(WS-REG-IDX) = "S" OR
                   NOT SOLICITUDES-LEIDAS)
                   IF WS-RG-PRIORIDAD(WS-REG-IDX) IS NUMERIC AND
                      WS-RG-PRIORIDAD(WS-REG-IDX) NOT = "0"
                       MOVE WS-RG-PRIORIDAD(WS-REG-IDX) TO
                           WS-PRIORIDAD-FILA
                   ELSE
                       MOVE 9 TO WS-PRIORIDAD-FILA
                   END-IF
                   IF WS-PRIORIDAD-FILA = WS-PRIORIDAD-ACTUAL
                       PERFORM EVALUAR-VENCIMIENTO
                   END-IF
               END-IF
           END-PERFORM.

       EVALUAR-VENCIMIENTO.
           COMPUTE WS-MINUTOS-ABIERTA =
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                FUNCTION INTEGER-OF-DATE(WS-RG-REC-FECHA(WS-REG-IDX)))
               * 1440
               + FUNCTION NUMVAL(WS-HORA-HOY(1:2)) * 60
               + FUNCTION NUMVAL(WS-HORA-HOY(3:2))
               - FUNCTION NUMVAL(WS-RG-REC-HORA(WS-REG-IDX)(1:2)) * 60
               - FUNCTION NUMVAL(WS-RG-REC-HORA(WS-REG-IDX)(3:2))
           COMPUTE WS-MINUTOS-META =
               WS-META-HORAS(WS-PRIORIDAD-FILA) * 60
           IF WS-MINUTOS-ABIERTA > WS-MINUTOS-META
               ADD 1 TO WS-TOT-VENCIDAS
               IF WS-PRIORIDAD-FILA = 1
                   ADD 1 TO WS-TOT-VENCIDAS-P1
               END-IF
               COMPUTE WS-HORAS-ABIERTA = WS-MINUTOS-ABIERTA / 60
               PERFORM ESCRIBIR-VENCIDA
           END-IF.

       ESCRIBIR-VENCIDA.
           IF WS-LINEAS + 1 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE WS-PRIORIDAD-FILA TO WS-DET-PRIORIDAD
           MOVE WS-RG-ID-FECHA(WS-REG-IDX) TO WS-DET-ID(1:8)
           MOVE WS-RG-ID-SEC(WS-REG-IDX) TO WS-DET-ID(9:4)
           MOVE WS-RG-SOLICITANTE(WS-REG-IDX) TO WS-DET-SOLICITANTE
           MOVE WS-RG-NUMERO(WS-REG-IDX) TO WS-DET-NUMERO
           MOVE WS-RG-RUN-DATE(WS-REG-IDX) TO WS-DET-RUN-DATE
           MOVE WS-RG-REC-FECHA(WS-REG-IDX) TO WS-DET-REC-FECHA
           MOVE WS-RG-REC-HORA(WS-REG-IDX)(1:2) TO WS-DET-REC-HH
           MOVE WS-RG-REC-HORA(WS-REG-IDX)(3:2) TO WS-DET-REC-MM
           IF WS-RG-ESTADO(WS-REG-IDX) = "F"
               MOVE "FALLIDA" TO WS-DET-ESTADO
           ELSE
               MOVE "RECIBIDA" TO WS-DET-ESTADO
           END-IF
           MOVE WS-HORAS-ABIERTA TO WS-DET-HORAS
           MOVE WS-META-HORAS(WS-PRIORIDAD-FILA) TO WS-DET-META
           MOVE WS-RG-MOTIVO(WS-REG-IDX) TO WS-DET-MOTIVO
           WRITE REPORT-LINE FROM WS-DETALLE-LINEA
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-TOTALES.
           IF WS-LINEAS + 5 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           IF WS-TOT-VENCIDAS = 0
               MOVE "NINGUNA SOLICITUD ABIERTA FUERA DE META."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTRO: " WS-REG-COUNT
               "  RECIBIDAS HOY: " WS-REG-NUEVAS
               "  PENDIENTES: " WS-TOT-RECIBIDAS
               "  DESDE CACHE: " WS-TOT-DESDE-CACHE
               "  GENERADAS: " WS-TOT-GENERADAS
               "  FALLIDAS: " WS-TOT-FALLIDAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FUERA DE META: " WS-TOT-VENCIDAS
               "  DE PRIORIDAD 1: " WS-TOT-VENCIDAS-P1
               "  DEPURADAS: " WS-REG-PURGADAS
               "  METAS (HORAS, PRIORIDAD 1 A 9): "
               WS-META-HORAS(1) " " WS-META-HORAS(2) " "
               WS-META-HORAS(3) " " WS-META-HORAS(4) " "
               WS-META-HORAS(5) " " WS-META-HORAS(6) " "
               WS-META-HORAS(7) " " WS-META-HORAS(8) " "
               WS-META-HORAS(9)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT REGISTRO-ACTIVO
               MOVE SPACES TO REPORT-LINE
               STRING "*** REGISTRO EN USO: NO SE RECIBIERON "
                   "SOLICITUDES NUEVAS EN ESTA CORRIDA ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "REQ-STATUS" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "ESTADO SOLICITUDES REGISTRO=" WS-REG-COUNT
               " NUEVAS=" WS-REG-NUEVAS
               " VENCIDAS=" WS-TOT-VENCIDAS
               " P1=" WS-TOT-VENCIDAS-P1
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       END PROGRAM REQ-STATUS.
