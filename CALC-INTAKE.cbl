      ******************************************************************
      * Author:
      * Date:
      * Purpose: Intake step ahead of CALC-EDIT for the calculator
      *          batches of several senders. Each sender listed in
      *          RECEP.PRM leaves its own file, with its own header,
      *          series and trailer, in the landing area; the step
      *          checks every file's controls on its own (header,
      *          series not already received, detail count and hash
      *          total against its trailer), holds back a bad file or
      *          notes a missing one without stopping the others, and
      *          merges the accepted files into the single batch of
      *          CALCTXIN.DAT that CALC-EDIT reads (serie MDDDNN),
      *          with the combined count and hash in its trailer. A
      *          batch the shop's own steps left pending in
      *          CALCTXIN.DAT (ORDEN-GEN, PASS-BILLING) goes in as
      *          one more sender, LOC, and local releases after its
      *          trailer are kept after the merged one. Every merged
      *          file is noted in RECEP.CTL and emptied in the
      *          landing area; RECEP.RPT shows each sender's counts
      *          and status.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENDER-PARM-FILE ASSIGN TO "RECEP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SENDER-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT MERGE-WORK-FILE ASSIGN TO "CALCTXMG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT RAW-TRANSACTION-FILE ASSIGN TO "CALCTXIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWTX-STATUS.
           SELECT HELD-LOCAL-FILE ASSIGN TO "CALCTXIN.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDO-STATUS.
           SELECT BATCH-REGISTRY-FILE ASSIGN TO "CALCLOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
           COPY RECEP-SEL.
           SELECT RUNID-FILE ASSIGN TO "RUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "RECEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Un remitente por linea: codigo, archivo en el area de llegada
      *y S si debe enviar todos los dias (su falta es un aviso).
       FD  SENDER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SENDER-PARM-RECORD.
           05 RCP-REMITENTE        PIC X(3).
           05 FILLER               PIC X.
           05 RCP-ARCHIVO          PIC X(30).
           05 FILLER               PIC X.
           05 RCP-OBLIGATORIO      PIC X.

      *Mismo layout que lee CALC-EDIT: header con la serie del lote,
      *detalles con importes con signo y trailer con los controles.
       FD  SENDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANSACTION-RECORD.
           05 RAW-TIPO-REGISTRO    PIC X.
               88 RAW-ES-HEADER    VALUE "H".
               88 RAW-ES-DETALLE   VALUE "D".
               88 RAW-ES-TRAILER   VALUE "T".
           05 RAW-RESTO            PIC X(20).
           05 RAW-HEADER REDEFINES RAW-RESTO.
               10 RAW-SERIE-LOTE   PIC X(6).
               10 FILLER           PIC X(14).
           05 RAW-DETALLE REDEFINES RAW-RESTO.
               10 RAW-NUM1         PIC S9(4)V99.
               10 RAW-NUM2         PIC S9(4)V99.
               10 RAW-OPERACION    PIC X.
               10 RAW-MEMORIA      PIC X.
               10 RAW-RECICLAJE    PIC X.
               10 RAW-DEPARTAMENTO PIC X(3).
               10 FILLER           PIC X(2).
           05 RAW-CONTROL REDEFINES RAW-RESTO.
               10 RAW-TOTAL-REGISTROS PIC X(6).
               10 RAW-HASH-TOTAL      PIC X(12).
               10 FILLER              PIC X(2).

       FD  MERGE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-WORK-RECORD       PIC X(21).

       FD  RAW-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALCTXIN-RECORD         PIC X(21).

       FD  HELD-LOCAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HELD-LOCAL-RECORD       PIC X(21).

       FD  BATCH-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-REGISTRY-RECORD.
           05 LOT-SERIE            PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LOT-FECHA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 LOT-TOTAL            PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LOT-HASH             PIC 9(12).
           05 FILLER               PIC X VALUE SPACE.
           05 LOT-RUN-ID           PIC X(8).

       COPY RECEP-FD.

      *El id de corrida viene con su fecha, igual que lo interpreta
      *AUDIT-WRITER: un RUNID.DAT de otro dia se ignora.
       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-RECORD.
           05 RUNID-VALOR          PIC X(8).
           05 FILLER               PIC X.
           05 RUNID-FECHA          PIC 9(8).

       FD  INTAKE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-PARM-STATUS        PIC XX.
       01 WS-ARCHIVO-STATUS     PIC XX.
       01 WS-TRABAJO-STATUS     PIC XX.
       01 WS-RAWTX-STATUS       PIC XX.
       01 WS-RETENIDO-STATUS    PIC XX.
       01 WS-LOTES-STATUS       PIC XX.
       01 WS-RECEP-STATUS       PIC XX.
       01 WS-RUNID-STATUS       PIC XX.
       01 WS-RUN-ID             PIC X(8) VALUE "ADHOC".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-JULIANA      PIC 9(7).
       01 WS-NOMBRE-ARCHIVO     PIC X(30).
       01 WS-EOF-ARCHIVO        PIC X.
           88 EOF-ARCHIVO       VALUE "Y".

      *El remitente 1 es siempre LOC, el propio CALCTXIN.DAT.
       01 WS-REMITENTES-COUNT   PIC 9(2) VALUE 0.
       01 WS-REMITENTES-TABLA.
           05 WS-REMITENTE OCCURS 21 TIMES.
               10 WS-REM-CODIGO       PIC X(3).
               10 WS-REM-ARCHIVO      PIC X(30).
               10 WS-REM-OBLIGATORIO  PIC X.
               10 WS-REM-ESTADO       PIC X.
                   88 REM-ACEPTADO    VALUE "A".
                   88 REM-RETENIDO    VALUE "R".
                   88 REM-NO-LLEGO    VALUE "T".
                   88 REM-SIN-ENVIO   VALUE "N".
                   88 REM-PROCESADO   VALUE "P".
               10 WS-REM-MOTIVO       PIC X(25).
               10 WS-REM-SERIE        PIC X(6).
               10 WS-REM-DETALLES     PIC 9(6).
               10 WS-REM-HASH         PIC 9(10)V99.
               10 WS-REM-LIBERACIONES PIC 9(6).
       01 WS-REM-IDX            PIC 9(2).
       01 WS-REM-OTRO           PIC 9(2).
       01 WS-REM-DESBORDE       PIC X VALUE "N".
       01 WS-LOCAL-SIN-LOTE     PIC X VALUE "N".
           88 LOCAL-SIN-LOTE    VALUE "S".

      *Lo que se vio al recorrer un archivo de remitente.
       01 WS-ARCHIVO-PRESENTE   PIC X.
       01 WS-LINEAS             PIC 9(6).
       01 WS-PRIMER-TIPO        PIC X.
       01 WS-HEADERS            PIC 9(3).
       01 WS-TRAILERS           PIC 9(3).
       01 WS-SERIE-LEIDA        PIC X(6).
       01 WS-DETALLES           PIC 9(6).
       01 WS-TRAS-TRAILER       PIC 9(6).
       01 WS-TIPOS-INVALIDOS    PIC 9(6).
       01 WS-TRAILER-LEGIBLE    PIC X.
       01 WS-TOTAL-TRAILER      PIC 9(6).
       01 WS-HASH-TRAILER       PIC 9(12).
       01 WS-HASH-CALCULADO     PIC 9(10)V99.
       01 WS-HASH-REDONDO       PIC 9(12).
       01 WS-NUM-TRABAJO        PIC S9(4)V99.
       01 WS-SERIE-CONOCIDA     PIC X.
           88 SERIE-CONOCIDA    VALUE "S".

      *Series ya aceptadas por CALC-EDIT o ya recibidas aqui.
       01 WS-SERIES-COUNT       PIC 9(4) VALUE 0.
       01 WS-SERIES-TABLA.
           05 WS-SERIE-VISTA    PIC X(6) OCCURS 2000 TIMES.
       01 WS-SER-IDX            PIC 9(4).
       01 WS-SER-RELEVO         PIC 9(4) VALUE 1.
       01 WS-SERIES-DESBORDE    PIC X VALUE "N".
       01 WS-SERIE-NUEVA        PIC X(6).
       01 WS-FUSIONES-HOY       PIC 9(2) VALUE 0.
       01 WS-ULTIMA-FUSION      PIC X(6) VALUE SPACES.

       01 WS-ACEPTADOS          PIC 9(2) VALUE 0.
       01 WS-ACEPTADOS-LLEGADA  PIC 9(2) VALUE 0.
       01 WS-RETENIDOS          PIC 9(2) VALUE 0.
       01 WS-NO-LLEGARON        PIC 9(2) VALUE 0.
       01 WS-FUSION-HECHA       PIC X VALUE "N".
           88 FUSION-HECHA      VALUE "S".
       01 WS-SERIE-FUSION       PIC X(6) VALUE SPACES.
       01 WS-SECUENCIA-FUSION   PIC 9(2).
       01 WS-FUSION-DETALLES    PIC 9(6) VALUE 0.
       01 WS-FUSION-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-FUSION-LIBERACIONES PIC 9(6) VALUE 0.
       01 WS-COPIANDO           PIC X.
       01 WS-REGISTRO-SALIDA.
           05 WS-SAL-TIPO          PIC X.
           05 WS-SAL-RESTO         PIC X(20).
           05 WS-SAL-HEADER REDEFINES WS-SAL-RESTO.
               10 WS-SAL-SERIE     PIC X(6).
               10 FILLER           PIC X(14).
           05 WS-SAL-CONTROL REDEFINES WS-SAL-RESTO.
               10 WS-SAL-TOTAL     PIC 9(6).
               10 WS-SAL-HASH      PIC 9(12).
               10 FILLER           PIC X(2).

       01 WS-ESTADO-TEXTO       PIC X(10).
       01 WS-DETALLES-ED        PIC ZZZZZ9.
       01 WS-HASH-ED            PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-JULIANA FROM DAY YYYYDDD.
           PERFORM DETERMINAR-RUN-ID.
           PERFORM CARGAR-SERIES-CONOCIDAS.
           PERFORM CARGAR-REMITENTES.
           PERFORM REVISAR-REMITENTE
               VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REMITENTES-COUNT.
           IF WS-ACEPTADOS-LLEGADA > 0
               PERFORM FUSIONAR-LOTES
           END-IF.
           PERFORM ESCRIBIR-REPORTE.
           MOVE "RECEP.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           DISPLAY "CALC-INTAKE: ARCHIVOS ACEPTADOS " WS-ACEPTADOS
               "  RETENIDOS " WS-RETENIDOS
               "  NO LLEGARON " WS-NO-LLEGARON.
           IF FUSION-HECHA
               DISPLAY "CALC-INTAKE: LOTE " WS-SERIE-FUSION
                   " CON " WS-FUSION-DETALLES
                   " DETALLES ESCRITO EN CALCTXIN.DAT."
           ELSE
               DISPLAY "CALC-INTAKE: SIN ARCHIVOS NUEVOS, "
                   "CALCTXIN.DAT QUEDA COMO ESTABA."
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       DETERMINAR-RUN-ID.
           OPEN INPUT RUNID-FILE
           IF WS-RUNID-STATUS = "00"
               READ RUNID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNID-FECHA IS NUMERIC AND
                          RUNID-FECHA = WS-FECHA-HOY
                           MOVE RUNID-VALOR TO WS-RUN-ID
                       END-IF
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      * Una serie que CALC-EDIT ya acepto, o que ya entro por aqui
      * en otra fusion, es un re-envio. Las fusiones de hoy dan el
      * numero de la siguiente (MDDD01, MDDD02, ...).
       CARGAR-SERIES-CONOCIDAS.
           OPEN INPUT BATCH-REGISTRY-FILE
           IF WS-LOTES-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ BATCH-REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF LOT-SERIE NOT = SPACES
                               MOVE LOT-SERIE TO WS-SERIE-NUEVA
                               PERFORM GUARDAR-SERIE-VISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTRY-FILE
           END-IF
           OPEN INPUT INTAKE-REGISTRY-FILE
           IF WS-RECEP-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ INTAKE-REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF REC-SERIE NOT = SPACES
                               MOVE REC-SERIE TO WS-SERIE-NUEVA
                               PERFORM GUARDAR-SERIE-VISTA
                           END-IF
                           IF REC-FECHA = WS-FECHA-HOY AND
                              REC-SERIE-FUSION NOT = WS-ULTIMA-FUSION
                               ADD 1 TO WS-FUSIONES-HOY
                               MOVE REC-SERIE-FUSION TO
                                   WS-ULTIMA-FUSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-REGISTRY-FILE
           END-IF
           IF WS-SERIES-DESBORDE = "S"
               DISPLAY "CALCLOTE.CTL Y RECEP.CTL EXCEDEN LAS 2000 "
                   "SERIES: SE CONSERVAN LAS 2000 MAS RECIENTES PARA "
                   "LA VERIFICACION. DEPURAR LOS REGISTROS."
           END-IF.

      * Como en CALC-EDIT, los dos registros son cronologicos: llena
      * la tabla, las series nuevas RELEVAN a las mas viejas, porque
      * los re-envios que importa atrapar son los recientes.
       GUARDAR-SERIE-VISTA.
           IF WS-SERIES-COUNT < 2000
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-SERIES-COUNT TO WS-SER-IDX
           ELSE
               MOVE "S" TO WS-SERIES-DESBORDE
               MOVE WS-SER-RELEVO TO WS-SER-IDX
               IF WS-SER-RELEVO >= 2000
                   MOVE 1 TO WS-SER-RELEVO
               ELSE
                   ADD 1 TO WS-SER-RELEVO
               END-IF
           END-IF
           MOVE WS-SERIE-NUEVA TO WS-SERIE-VISTA(WS-SER-IDX).

       CARGAR-REMITENTES.
           MOVE 1 TO WS-REMITENTES-COUNT
           MOVE "LOC" TO WS-REM-CODIGO(1)
           MOVE "CALCTXIN.DAT" TO WS-REM-ARCHIVO(1)
           MOVE "N" TO WS-REM-OBLIGATORIO(1)
           OPEN INPUT SENDER-PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ SENDER-PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           PERFORM GUARDAR-REMITENTE
                   END-READ
               END-PERFORM
               CLOSE SENDER-PARM-FILE
           ELSE
               DISPLAY "CALC-INTAKE: SIN RECEP.PRM, SOLO SE REVISA "
                   "CALCTXIN.DAT."
           END-IF
           IF WS-REM-DESBORDE = "S"
               DISPLAY "CALC-INTAKE: RECEP.PRM TIENE MAS DE 20 "
                   "REMITENTES; LOS DEMAS NO SE REVISAN."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       GUARDAR-REMITENTE.
           IF RCP-REMITENTE NOT = SPACES AND RCP-ARCHIVO NOT = SPACES
               IF WS-REMITENTES-COUNT < 21
                   ADD 1 TO WS-REMITENTES-COUNT
                   MOVE RCP-REMITENTE TO
                       WS-REM-CODIGO(WS-REMITENTES-COUNT)
                   MOVE RCP-ARCHIVO TO
                       WS-REM-ARCHIVO(WS-REMITENTES-COUNT)
                   IF RCP-OBLIGATORIO = "S"
                       MOVE "S" TO
                           WS-REM-OBLIGATORIO(WS-REMITENTES-COUNT)
                   ELSE
                       MOVE "N" TO
                           WS-REM-OBLIGATORIO(WS-REMITENTES-COUNT)
                   END-IF
               ELSE
                   MOVE "S" TO WS-REM-DESBORDE
               END-IF
           END-IF.

      * Cada archivo se juzga solo: uno retenido o que no llego es un
      * aviso y los demas siguen. En CALCTXIN.DAT un lote que CALC-
      * EDIT ya acepto es el de la corrida anterior (PROCESADO); lo
      * que viene despues de su trailer son liberaciones locales.
       REVISAR-REMITENTE.
           MOVE SPACES TO WS-REM-MOTIVO(WS-REM-IDX)
           MOVE SPACES TO WS-REM-SERIE(WS-REM-IDX)
           MOVE 0 TO WS-REM-DETALLES(WS-REM-IDX)
           MOVE 0 TO WS-REM-HASH(WS-REM-IDX)
           MOVE 0 TO WS-REM-LIBERACIONES(WS-REM-IDX)
           MOVE WS-REM-ARCHIVO(WS-REM-IDX) TO WS-NOMBRE-ARCHIVO
           PERFORM RECORRER-ARCHIVO-REMITENTE
           MOVE WS-SERIE-LEIDA TO WS-REM-SERIE(WS-REM-IDX)
           MOVE WS-DETALLES TO WS-REM-DETALLES(WS-REM-IDX)
           MOVE WS-HASH-CALCULADO TO WS-REM-HASH(WS-REM-IDX)
           EVALUATE TRUE
               WHEN WS-ARCHIVO-PRESENTE = "E"
                   MOVE "R" TO WS-REM-ESTADO(WS-REM-IDX)
                   STRING "NO SE ABRIO, STATUS " WS-ARCHIVO-STATUS
                       DELIMITED BY SIZE INTO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-ARCHIVO-PRESENTE = "N" OR WS-LINEAS = 0
                   IF WS-REM-OBLIGATORIO(WS-REM-IDX) = "S"
                       MOVE "T" TO WS-REM-ESTADO(WS-REM-IDX)
                       MOVE "ARCHIVO NO RECIBIDO" TO
                           WS-REM-MOTIVO(WS-REM-IDX)
                   ELSE
                       MOVE "N" TO WS-REM-ESTADO(WS-REM-IDX)
                   END-IF
               WHEN WS-REM-IDX = 1 AND WS-HEADERS = 0 AND
                    WS-TRAILERS = 0
                   MOVE "P" TO WS-REM-ESTADO(WS-REM-IDX)
                   MOVE "SOLO LIBERACIONES" TO WS-REM-MOTIVO(WS-REM-IDX)
                   MOVE "S" TO WS-LOCAL-SIN-LOTE
                   MOVE WS-DETALLES TO WS-REM-LIBERACIONES(WS-REM-IDX)
                   MOVE 0 TO WS-REM-DETALLES(WS-REM-IDX)
               WHEN OTHER
                   PERFORM BUSCAR-SERIE-CONOCIDA
                   IF WS-REM-IDX = 1 AND SERIE-CONOCIDA
                       MOVE "P" TO WS-REM-ESTADO(WS-REM-IDX)
                       MOVE "LOTE YA PROCESADO" TO
                           WS-REM-MOTIVO(WS-REM-IDX)
                       MOVE WS-TRAS-TRAILER TO
                           WS-REM-LIBERACIONES(WS-REM-IDX)
                   ELSE
                       PERFORM VERIFICAR-CONTROLES-REMITENTE
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN REM-ACEPTADO(WS-REM-IDX)
                   ADD 1 TO WS-ACEPTADOS
                   IF WS-REM-IDX > 1
                       ADD 1 TO WS-ACEPTADOS-LLEGADA
                   ELSE
                       MOVE WS-TRAS-TRAILER TO
                           WS-REM-LIBERACIONES(WS-REM-IDX)
                   END-IF
               WHEN REM-RETENIDO(WS-REM-IDX)
                   ADD 1 TO WS-RETENIDOS
                   MOVE 4021 TO ERR-CODIGO
                   MOVE "CALC-INTAKE" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "ARCHIVO RETENIDO " WS-REM-CODIGO(WS-REM-IDX)
                       " SERIE " WS-REM-SERIE(WS-REM-IDX) ": "
                       WS-REM-MOTIVO(WS-REM-IDX)
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "W" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               WHEN REM-NO-LLEGO(WS-REM-IDX)
                   ADD 1 TO WS-NO-LLEGARON
                   MOVE 4022 TO ERR-CODIGO
                   MOVE "CALC-INTAKE" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO LLEGO EL ARCHIVO DEL REMITENTE "
                       WS-REM-CODIGO(WS-REM-IDX)
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "W" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Los controles son los mismos que aplica CALC-EDIT a su unico
      * lote: el hash suma valores absolutos en centavos y los
      * importes ilegibles quedan fuera (de por si no cuadran).
       RECORRER-ARCHIVO-REMITENTE.
           MOVE "S" TO WS-ARCHIVO-PRESENTE
           MOVE 0 TO WS-LINEAS
           MOVE SPACE TO WS-PRIMER-TIPO
           MOVE 0 TO WS-HEADERS
           MOVE 0 TO WS-TRAILERS
           MOVE SPACES TO WS-SERIE-LEIDA
           MOVE 0 TO WS-DETALLES
           MOVE 0 TO WS-TRAS-TRAILER
           MOVE 0 TO WS-TIPOS-INVALIDOS
           MOVE "S" TO WS-TRAILER-LEGIBLE
           MOVE 0 TO WS-TOTAL-TRAILER
           MOVE 0 TO WS-HASH-TRAILER
           MOVE 0 TO WS-HASH-CALCULADO
           OPEN INPUT SENDER-FILE
           EVALUATE WS-ARCHIVO-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-ARCHIVO
                   PERFORM UNTIL EOF-ARCHIVO
                       READ SENDER-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-ARCHIVO
                           NOT AT END
                               PERFORM EXAMINAR-REGISTRO-REMITENTE
                       END-READ
                   END-PERFORM
                   CLOSE SENDER-FILE
               WHEN "35"
                   MOVE "N" TO WS-ARCHIVO-PRESENTE
               WHEN OTHER
                   MOVE "E" TO WS-ARCHIVO-PRESENTE
           END-EVALUATE.

       EXAMINAR-REGISTRO-REMITENTE.
           ADD 1 TO WS-LINEAS
           IF WS-LINEAS = 1
               MOVE RAW-TIPO-REGISTRO TO WS-PRIMER-TIPO
           END-IF
           EVALUATE TRUE
               WHEN RAW-ES-HEADER
                   ADD 1 TO WS-HEADERS
                   IF WS-HEADERS = 1
                       MOVE RAW-SERIE-LOTE TO WS-SERIE-LEIDA
                   END-IF
               WHEN RAW-ES-DETALLE AND WS-TRAILERS > 0
                   ADD 1 TO WS-TRAS-TRAILER
               WHEN RAW-ES-DETALLE
                   ADD 1 TO WS-DETALLES
                   IF RAW-NUM1 IS NUMERIC AND RAW-NUM2 IS NUMERIC
                       MOVE RAW-NUM1 TO WS-NUM-TRABAJO
                       PERFORM SUMAR-MAGNITUD-HASH
                       MOVE RAW-NUM2 TO WS-NUM-TRABAJO
                       PERFORM SUMAR-MAGNITUD-HASH
                   END-IF
               WHEN RAW-ES-TRAILER
                   ADD 1 TO WS-TRAILERS
                   IF RAW-TOTAL-REGISTROS IS NUMERIC AND
                      RAW-HASH-TOTAL IS NUMERIC
                       MOVE RAW-TOTAL-REGISTROS TO WS-TOTAL-TRAILER
                       MOVE RAW-HASH-TOTAL TO WS-HASH-TRAILER
                   ELSE
                       MOVE "N" TO WS-TRAILER-LEGIBLE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TIPOS-INVALIDOS
           END-EVALUATE.

       SUMAR-MAGNITUD-HASH.
           IF WS-NUM-TRABAJO < 0
               SUBTRACT WS-NUM-TRABAJO FROM WS-HASH-CALCULADO
           ELSE
               ADD WS-NUM-TRABAJO TO WS-HASH-CALCULADO
           END-IF.

       BUSCAR-SERIE-CONOCIDA.
           MOVE "N" TO WS-SERIE-CONOCIDA
           IF WS-SERIE-LEIDA NOT = SPACES
               PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                       UNTIL WS-SER-IDX > WS-SERIES-COUNT
                   IF WS-SERIE-VISTA(WS-SER-IDX) = WS-SERIE-LEIDA
                       MOVE "S" TO WS-SERIE-CONOCIDA
                   END-IF
               END-PERFORM
           END-IF.

      * El primer control que falla es el motivo del informe. Los
      * detalles despues del trailer solo se admiten en CALCTXIN.DAT
      * (liberaciones de CALC-RECYCLE): en un archivo de remitente
      * son registros que su trailer no conto.
       VERIFICAR-CONTROLES-REMITENTE.
           COMPUTE WS-HASH-REDONDO = WS-HASH-CALCULADO * 100
           MOVE "R" TO WS-REM-ESTADO(WS-REM-IDX)
           EVALUATE TRUE
               WHEN WS-PRIMER-TIPO NOT = "H"
                   MOVE "FALTA EL HEADER" TO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-HEADERS > 1
                   MOVE "MAS DE UN HEADER" TO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-SERIE-LEIDA = SPACES
                   MOVE "HEADER SIN SERIE" TO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-TRAILERS = 0
                   MOVE "FALTA EL TRAILER" TO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-TRAILERS > 1
                   MOVE "MAS DE UN TRAILER" TO
                       WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-TIPOS-INVALIDOS > 0
                   MOVE "TIPO DE REGISTRO INVALIDO" TO
                       WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-TRAILER-LEGIBLE = "N"
                   MOVE "TRAILER ILEGIBLE" TO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-DETALLES NOT = WS-TOTAL-TRAILER
                   MOVE "CANTIDAD NO COINCIDE" TO
                       WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-HASH-REDONDO NOT = WS-HASH-TRAILER
                   MOVE "HASH NO COINCIDE" TO WS-REM-MOTIVO(WS-REM-IDX)
               WHEN WS-TRAS-TRAILER > 0 AND WS-REM-IDX > 1
                   MOVE "DETALLES TRAS EL TRAILER" TO
                       WS-REM-MOTIVO(WS-REM-IDX)
               WHEN SERIE-CONOCIDA
                   MOVE "SERIE YA RECIBIDA" TO
                       WS-REM-MOTIVO(WS-REM-IDX)
               WHEN OTHER
                   MOVE "A" TO WS-REM-ESTADO(WS-REM-IDX)
                   PERFORM VARYING WS-REM-OTRO FROM 1 BY 1
                           UNTIL WS-REM-OTRO >= WS-REM-IDX
                       IF REM-ACEPTADO(WS-REM-OTRO) AND
                          WS-REM-SERIE(WS-REM-OTRO) = WS-SERIE-LEIDA
                           MOVE "R" TO WS-REM-ESTADO(WS-REM-IDX)
                           MOVE "SERIE REPETIDA HOY" TO
                               WS-REM-MOTIVO(WS-REM-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Primero se arma el lote en CALCTXMG.TMP leyendo cada archivo
      * aceptado otra vez, y recien con el lote completo se pisa
      * CALCTXIN.DAT: sus liberaciones (y un lote local retenido,
      * que se aparta en CALCTXIN.RET) ya fueron leidas.
       FUSIONAR-LOTES.
           COMPUTE WS-SECUENCIA-FUSION = WS-FUSIONES-HOY + 1
           MOVE SPACES TO WS-SERIE-FUSION
           STRING "M" WS-FECHA-JULIANA(5:3) WS-SECUENCIA-FUSION
               DELIMITED BY SIZE INTO WS-SERIE-FUSION
           OPEN OUTPUT MERGE-WORK-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-INTAKE" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR CALCTXMG.TMP, STATUS="
                   WS-TRABAJO-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE SPACES TO WS-REGISTRO-SALIDA
               MOVE "H" TO WS-SAL-TIPO
               MOVE WS-SERIE-FUSION TO WS-SAL-SERIE
               WRITE MERGE-WORK-RECORD FROM WS-REGISTRO-SALIDA
               PERFORM COPIAR-LOTE-REMITENTE
                   VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REMITENTES-COUNT
               COMPUTE WS-HASH-REDONDO = WS-FUSION-HASH * 100
               MOVE SPACES TO WS-REGISTRO-SALIDA
               MOVE "T" TO WS-SAL-TIPO
               MOVE WS-FUSION-DETALLES TO WS-SAL-TOTAL
               MOVE WS-HASH-REDONDO TO WS-SAL-HASH
               WRITE MERGE-WORK-RECORD FROM WS-REGISTRO-SALIDA
               IF WS-REM-LIBERACIONES(1) > 0
                   PERFORM COPIAR-LIBERACIONES-LOCALES
               END-IF
               CLOSE MERGE-WORK-FILE
               IF REM-RETENIDO(1)
                   PERFORM APARTAR-LOTE-LOCAL
               END-IF
               PERFORM PASAR-FUSION-A-ENTRADA
               IF FUSION-HECHA
                   PERFORM ANOTAR-RECEPCION
                   PERFORM VACIAR-ARCHIVOS-FUSIONADOS
               END-IF
           END-IF.

       COPIAR-LOTE-REMITENTE.
           IF REM-ACEPTADO(WS-REM-IDX)
               MOVE WS-REM-ARCHIVO(WS-REM-IDX) TO WS-NOMBRE-ARCHIVO
               OPEN INPUT SENDER-FILE
               MOVE "S" TO WS-COPIANDO
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ SENDER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF RAW-ES-TRAILER
                               MOVE "N" TO WS-COPIANDO
                           END-IF
                           IF RAW-ES-DETALLE AND WS-COPIANDO = "S"
                               WRITE MERGE-WORK-RECORD FROM
                                   RAW-TRANSACTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENDER-FILE
               ADD WS-REM-DETALLES(WS-REM-IDX) TO WS-FUSION-DETALLES
               ADD WS-REM-HASH(WS-REM-IDX) TO WS-FUSION-HASH
           END-IF.

      * Las liberaciones son los detalles despues del trailer, o todo
      * el archivo cuando CALCTXIN.DAT no trae lote.
       COPIAR-LIBERACIONES-LOCALES.
           MOVE WS-REM-ARCHIVO(1) TO WS-NOMBRE-ARCHIVO
           OPEN INPUT SENDER-FILE
           IF LOCAL-SIN-LOTE
               MOVE "S" TO WS-COPIANDO
           ELSE
               MOVE "N" TO WS-COPIANDO
           END-IF
           MOVE "N" TO WS-EOF-ARCHIVO
           PERFORM UNTIL EOF-ARCHIVO
               READ SENDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF RAW-ES-TRAILER
                           MOVE "S" TO WS-COPIANDO
                       END-IF
                       IF RAW-ES-DETALLE AND WS-COPIANDO = "S"
                           WRITE MERGE-WORK-RECORD FROM
                               RAW-TRANSACTION-RECORD
                           ADD 1 TO WS-FUSION-LIBERACIONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENDER-FILE.

       APARTAR-LOTE-LOCAL.
           MOVE WS-REM-ARCHIVO(1) TO WS-NOMBRE-ARCHIVO
           OPEN INPUT SENDER-FILE
           OPEN OUTPUT HELD-LOCAL-FILE
           MOVE "N" TO WS-EOF-ARCHIVO
           PERFORM UNTIL EOF-ARCHIVO
               READ SENDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       WRITE HELD-LOCAL-RECORD FROM
                           RAW-TRANSACTION-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-LOCAL-FILE
           CLOSE SENDER-FILE.

       PASAR-FUSION-A-ENTRADA.
           OPEN INPUT MERGE-WORK-FILE
           OPEN OUTPUT RAW-TRANSACTION-FILE
           IF WS-RAWTX-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-INTAKE" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR CALCTXIN.DAT, STATUS="
                   WS-RAWTX-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ MERGE-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           WRITE CALCTXIN-RECORD FROM
                               MERGE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RAW-TRANSACTION-FILE
               MOVE "S" TO WS-FUSION-HECHA
           END-IF
           CLOSE MERGE-WORK-FILE.

       ANOTAR-RECEPCION.
           OPEN EXTEND INTAKE-REGISTRY-FILE
           IF WS-RECEP-STATUS = "35"
               OPEN OUTPUT INTAKE-REGISTRY-FILE
               CLOSE INTAKE-REGISTRY-FILE
               OPEN EXTEND INTAKE-REGISTRY-FILE
           END-IF
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REMITENTES-COUNT
               IF REM-ACEPTADO(WS-REM-IDX)
                   MOVE SPACES TO INTAKE-REGISTRY-RECORD
                   MOVE WS-REM-SERIE(WS-REM-IDX) TO REC-SERIE
                   MOVE WS-REM-CODIGO(WS-REM-IDX) TO REC-REMITENTE
                   MOVE WS-FECHA-HOY TO REC-FECHA
                   MOVE WS-REM-DETALLES(WS-REM-IDX) TO REC-TOTAL
                   COMPUTE REC-HASH = WS-REM-HASH(WS-REM-IDX) * 100
                   MOVE WS-SERIE-FUSION TO REC-SERIE-FUSION
                   MOVE WS-RUN-ID TO REC-RUN-ID
                   WRITE INTAKE-REGISTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE INTAKE-REGISTRY-FILE.

      * Un archivo fusionado queda vacio en el area de llegada, para
      * que la proxima corrida no lo vuelva a tomar. CALCTXIN.DAT ya
      * fue reemplazado por el lote fusionado.
       VACIAR-ARCHIVOS-FUSIONADOS.
           PERFORM VARYING WS-REM-IDX FROM 2 BY 1
                   UNTIL WS-REM-IDX > WS-REMITENTES-COUNT
               IF REM-ACEPTADO(WS-REM-IDX)
                   MOVE WS-REM-ARCHIVO(WS-REM-IDX) TO WS-NOMBRE-ARCHIVO
                   OPEN OUTPUT SENDER-FILE
                   CLOSE SENDER-FILE
               END-IF
           END-PERFORM.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT INTAKE-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RECEPCION DE LOTES DE LA CALCULADORA - FECHA: "
               WS-FECHA-HOY "  CORRIDA: " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REM ARCHIVO                        SERIE  "
               "DETALL          HASH ESTADO     MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM ESCRIBIR-LINEA-REMITENTE
               VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REMITENTES-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVOS ACEPTADOS: " WS-ACEPTADOS
               "  RETENIDOS: " WS-RETENIDOS
               "  NO LLEGARON: " WS-NO-LLEGARON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF FUSION-HECHA
               MOVE WS-FUSION-DETALLES TO WS-DETALLES-ED
               MOVE WS-FUSION-HASH TO WS-HASH-ED
               STRING "LOTE FUSIONADO: SERIE "
                   WS-SERIE-FUSION "  DETALLES " WS-DETALLES-ED
                   "  HASH " WS-HASH-ED
                   "  LIBERACIONES " WS-FUSION-LIBERACIONES
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "SIN ARCHIVOS NUEVOS: CALCTXIN.DAT QUEDA IGUAL."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF FUSION-HECHA AND REM-RETENIDO(1)
               MOVE "LOTE LOCAL RETENIDO APARTADO EN CALCTXIN.RET."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE INTAKE-REPORT-FILE.

       ESCRIBIR-LINEA-REMITENTE.
           EVALUATE TRUE
               WHEN REM-ACEPTADO(WS-REM-IDX)
                   MOVE "ACEPTADO" TO WS-ESTADO-TEXTO
               WHEN REM-RETENIDO(WS-REM-IDX)
                   MOVE "RETENIDO" TO WS-ESTADO-TEXTO
               WHEN REM-NO-LLEGO(WS-REM-IDX)
                   MOVE "NO LLEGO" TO WS-ESTADO-TEXTO
               WHEN REM-PROCESADO(WS-REM-IDX)
                   MOVE "PROCESADO" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "SIN ENVIO" TO WS-ESTADO-TEXTO
           END-EVALUATE
           MOVE WS-REM-DETALLES(WS-REM-IDX) TO WS-DETALLES-ED
           MOVE WS-REM-HASH(WS-REM-IDX) TO WS-HASH-ED
           MOVE SPACES TO REPORT-LINE
           STRING WS-REM-CODIGO(WS-REM-IDX) " "
               WS-REM-ARCHIVO(WS-REM-IDX) " "
               WS-REM-SERIE(WS-REM-IDX) " "
               WS-DETALLES-ED " " WS-HASH-ED " "
               WS-ESTADO-TEXTO " " WS-REM-MOTIVO(WS-REM-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "CALC-INTAKE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RECEPCION ACEPTADOS=" WS-ACEPTADOS
               " RETENIDOS=" WS-RETENIDOS
               " NO LLEGARON=" WS-NO-LLEGARON
               " LOTE=" WS-SERIE-FUSION
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

       END PROGRAM CALC-INTAKE.
