      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly billing of the gate's pass fees into the
      *          calculator ledger. Counts the passes sold since the
      *          last billing run (ALTA and RENOVACION records of
      *          VISJRNL.DAT, by pass type) and the day's admissions
      *          (ADMITIDO headcount in VISITOR.LOG), prices each
      *          count with the fee in effect in RATETAB.DAT (codes
      *          PASD day pass, PAST temporary pass, PASP permanent
      *          pass, ADMI admission), and writes one calculator
      *          transaction per priced line (fee * count, venue
      *          department VEN) into CALCTXIN.DAT, so the revenue
      *          goes through CALC-EDIT, OPERADORES-MAT and CALC-POST
      *          like any other batch and reaches CALCLEDG.DAT and
      *          the corporate extract. Passes loaded by the head
      *          office feed (operator INTERFAZ) or by GUEST-LOAD from
      *          an event guest list (operator INVITADO), and renewals
      *          that shorten the expiry, are not sold at the venue and
      *          are not billed. When CALCTXIN.DAT holds a batch still
      *          waiting for CALC-EDIT, the venue lines go in ahead of
      *          its trailer, whose count and hash are raised by them;
      *          otherwise the step writes its own batch (serie
      *          VYYDDD) with header, trailer and control totals. The
      *          file is built in CALCTXPB.TMP and copied over
      *          CALCTXIN.DAT only when complete, and PASEFACT.CTL
      *          moves on only after that, so a failed write is
      *          billed again by a rerun. Counts too large for the
      *          100-line transaction table are not billed at all
      *          (error 4030, condition code 8) rather than billed in
      *          part.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASS-BILLING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VISJRNL-SEL.
           SELECT VISITOR-LOG ASSIGN TO "VISITOR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-STATUS.
           COPY RATETAB-SEL.
           SELECT RAW-TRANSACTION-FILE ASSIGN TO "CALCTXIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWTX-STATUS.
           SELECT BATCH-REGISTRY-FILE ASSIGN TO "CALCLOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
           COPY DEPTOS-SEL.
           SELECT CALC-WORK-FILE ASSIGN TO "CALCTXPB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT BILLING-CTL-FILE ASSIGN TO "PASEFACT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY VISJRNL-FD.

       FD  VISITOR-LOG
           LABEL RECORDS ARE STANDARD.
       COPY VISITOR-CPY.

       COPY RATETAB-FD.

      *Mismo layout que lee CALC-EDIT: header con la serie del lote,
      *detalles con importes con signo y trailer con los controles.
       FD  RAW-TRANSACTION-FILE
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
               10 RAW-TOTAL-REGISTROS PIC 9(6).
               10 RAW-HASH-TOTAL      PIC 9(12).
               10 FILLER              PIC X(2).

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

       COPY DEPTOS-FD.

       FD  CALC-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALC-WORK-RECORD        PIC X(21).

      *Hasta donde se facturo: fecha de la ultima corrida y la marca
      *de tiempo del ultimo registro del journal ya cobrado.
       FD  BILLING-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILLING-CTL-RECORD.
           05 FCT-FECHA-CORRIDA    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FCT-ULTIMO-JOURNAL   PIC X(17).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.

       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-VISITOR-STATUS     PIC XX.
       01 WS-RATETAB-STATUS     PIC XX.
       01 WS-RAWTX-STATUS       PIC XX.
       01 WS-LOTES-STATUS       PIC XX.
       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-FACTCTL-STATUS     PIC XX.
       01 WS-TRABAJO-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-JULIANA      PIC 9(7).
       01 WS-EOF-ARCHIVO        PIC X.
           88 EOF-ARCHIVO       VALUE "Y".

       01 WS-DEPTO-VENUE        PIC X(3) VALUE "VEN".
       01 WS-DEPTO-HALLADO      PIC X VALUE "N".
       01 WS-DEPTO-VIGENTE      PIC X VALUE "N".
       01 WS-OPERADOR-INTERFAZ  PIC X(8) VALUE "INTERFAZ".
       01 WS-OPERADOR-INVITADOS PIC X(8) VALUE "INVITADO".
       01 WS-PASE-COBRABLE      PIC X.
           88 PASE-COBRABLE     VALUE "S".
       01 WS-ULTIMO-JOURNAL     PIC X(17) VALUE LOW-VALUES.
       01 WS-NUEVO-JOURNAL      PIC X(17) VALUE LOW-VALUES.
       01 WS-FECHA-ULTIMA       PIC 9(8) VALUE 0.

      *Conteos del periodo facturado.
       01 WS-CONTEOS.
           05 WS-ALTAS-DIA         PIC 9(6) VALUE 0.
           05 WS-ALTAS-TEMPORAL    PIC 9(6) VALUE 0.
           05 WS-ALTAS-PERMANENTE  PIC 9(6) VALUE 0.
           05 WS-RENOV-DIA         PIC 9(6) VALUE 0.
           05 WS-RENOV-TEMPORAL    PIC 9(6) VALUE 0.
           05 WS-RENOV-PERMANENTE  PIC 9(6) VALUE 0.
           05 WS-ADMISIONES        PIC 9(6) VALUE 0.

      *Tarifas vigentes; el resolver es el de OPERADORES-MAT: la
      *version mas nueva con vigencia no posterior a hoy.
       01 WS-TASAS-COUNT        PIC 9(3) VALUE 0.
       01 WS-TASAS-TABLA.
           05 WS-TASA-ENTRY OCCURS 200 TIMES.
               10 WS-TAS-CODIGO    PIC X(4).
               10 WS-TAS-FECHA     PIC 9(8).
               10 WS-TAS-VALOR     PIC 9(3)V9(4).
       01 WS-TAS-IDX            PIC 9(3).
       01 WS-TASA-BUSCADA       PIC X(4).
       01 WS-TASA-HALLADA       PIC X.
       01 WS-TASA-FECHA-APLICADA PIC 9(8).
       01 WS-TASA-VALOR-APLICADO PIC 9(3)V9(4).

       01 WS-CANTIDAD-LINEA     PIC 9(6).
       01 WS-CANTIDAD-TRAMO     PIC 9(4).
       01 WS-TARIFA-OBLIGATORIA PIC X.
       01 WS-IMPORTE-LINEA      PIC 9(7)V99.
       01 WS-IMPORTE-TOTAL      PIC 9(9)V99 VALUE 0.

      *Transacciones armadas antes de tocar CALCTXIN.DAT.
       01 WS-TRANSACCIONES-COUNT PIC 9(3) VALUE 0.
       01 WS-TRANSACCIONES-TABLA.
           05 WS-TRX-ENTRY OCCURS 100 TIMES.
               10 WS-TRX-NUM1      PIC S9(4)V99.
               10 WS-TRX-NUM2      PIC S9(4)V99.
       01 WS-TRX-IDX            PIC 9(3).
       01 WS-TRX-DESBORDE       PIC X VALUE "N".
           88 TRANSACCIONES-DESBORDADAS VALUE "S".

      *Contenido actual de CALCTXIN.DAT: si trae un lote del
      *remitente aun no depurado, o solo un lote viejo (ya en
      *CALCLOTE.CTL) con liberaciones despues de su trailer.
       01 WS-ENTRADA-LINEAS     PIC 9(6) VALUE 0.
       01 WS-SERIE-EXISTENTE    PIC X(6) VALUE SPACES.
       01 WS-HEADERS            PIC 9(6) VALUE 0.
       01 WS-TRAILERS           PIC 9(6) VALUE 0.
       01 WS-TRAILER-LEGIBLE    PIC X VALUE "S".
       01 WS-TOTAL-TRAILER      PIC 9(6) VALUE 0.
       01 WS-HASH-TRAILER       PIC 9(12) VALUE 0.
       01 WS-LOTE-VIEJO         PIC X VALUE "N".
           88 LOTE-VIEJO        VALUE "S".
       01 WS-MODO-ESCRITURA     PIC X VALUE "L".
           88 ESCRIBIR-LOTE-PROPIO  VALUE "L".
           88 SUMAR-AL-PENDIENTE    VALUE "I".
           88 PENDIENTE-ILEGIBLE    VALUE "N".
       01 WS-COPIANDO           PIC X.
       01 WS-ENTRADA-GRABADA    PIC X VALUE "N".
           88 ENTRADA-GRABADA   VALUE "S".
       01 WS-SERIE-PROPIA       PIC X(6).
       01 WS-HASH-PROPIO        PIC 9(10)V99 VALUE 0.
       01 WS-HASH-REDONDO       PIC 9(12) VALUE 0.
       01 WS-NUM-TRABAJO        PIC S9(4)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-JULIANA FROM DAY YYYYDDD.
           PERFORM LEER-CONTROL-FACTURACION.
      *    Una segunda corrida el mismo dia cobraria otra vez las
      *    admisiones de VISITOR.LOG: se avisa y no se factura.
           IF WS-FECHA-ULTIMA = WS-FECHA-HOY
               DISPLAY "PASS-BILLING: YA SE FACTURO HOY ("
                   WS-FECHA-HOY "), NO SE GENERA NADA."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM VERIFICAR-DEPARTAMENTO
               PERFORM CARGAR-TABLA-TASAS
               PERFORM CONTAR-PASES-JOURNAL
               PERFORM CONTAR-ADMISIONES
               PERFORM ARMAR-TRANSACCIONES
               EVALUATE TRUE
                   WHEN TRANSACCIONES-DESBORDADAS
                       PERFORM AVISAR-TRANSACCIONES-DESBORDADAS
                   WHEN WS-TRANSACCIONES-COUNT > 0
                       PERFORM EXAMINAR-ENTRADA-CALCULO
                       EVALUATE TRUE
                           WHEN SUMAR-AL-PENDIENTE
                               PERFORM SUMAR-TRANSACCIONES
                           WHEN ESCRIBIR-LOTE-PROPIO
                               PERFORM ESCRIBIR-LOTE-VENUE
                           WHEN OTHER
                               PERFORM AVISAR-PENDIENTE-ILEGIBLE
                       END-EVALUATE
                   WHEN OTHER
                       MOVE "S" TO WS-ENTRADA-GRABADA
               END-EVALUATE
      *        Sin CALCTXIN.DAT escrito el control no avanza: una
      *        nueva corrida del dia vuelve a facturar lo mismo.
               IF ENTRADA-GRABADA
                   PERFORM GRABAR-CONTROL-FACTURACION
               END-IF
           END-IF.
           DISPLAY "PASS-BILLING: TRANSACCIONES " WS-TRANSACCIONES-COUNT
               "  IMPORTE " WS-IMPORTE-TOTAL.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-CONTROL-FACTURACION.
           OPEN INPUT BILLING-CTL-FILE
           IF WS-FACTCTL-STATUS = "00"
               READ BILLING-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FCT-FECHA-CORRIDA IS NUMERIC
                           MOVE FCT-FECHA-CORRIDA TO WS-FECHA-ULTIMA
                       END-IF
                       IF FCT-ULTIMO-JOURNAL NOT = SPACES
                           MOVE FCT-ULTIMO-JOURNAL TO
                               WS-ULTIMO-JOURNAL
                       END-IF
               END-READ
               CLOSE BILLING-CTL-FILE
           END-IF
           MOVE WS-ULTIMO-JOURNAL TO WS-NUEVO-JOURNAL.

      * Si el control no se puede grabar, lo facturado hoy se volveria
      * a cobrar en la proxima corrida: es un error serio.
       GRABAR-CONTROL-FACTURACION.
           OPEN OUTPUT BILLING-CTL-FILE
           IF WS-FACTCTL-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "PASS-BILLING" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR PASEFACT.CTL, STATUS="
                   WS-FACTCTL-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE SPACES TO BILLING-CTL-RECORD
               MOVE WS-FECHA-HOY TO FCT-FECHA-CORRIDA
               IF WS-NUEVO-JOURNAL NOT = LOW-VALUES
                   MOVE WS-NUEVO-JOURNAL TO FCT-ULTIMO-JOURNAL
               END-IF
               WRITE BILLING-CTL-RECORD
               CLOSE BILLING-CTL-FILE
           END-IF.

      * CALC-EDIT rechaza un departamento que no este en DEPTOS.DAT o
      * que hoy este fuera de sus fechas de vigencia: se avisa aqui
      * para que finanzas lo de de alta o lo reabra a tiempo.
       VERIFICAR-DEPARTAMENTO.
           OPEN INPUT DEPT-TABLE-FILE
           IF WS-DEPTOS-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF DEP-CODIGO = WS-DEPTO-VENUE
                               MOVE "S" TO WS-DEPTO-HALLADO
                               PERFORM VERIFICAR-VIGENCIA-DEPTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-DEPTO-HALLADO = "N"
                   DISPLAY "PASS-BILLING: EL DEPARTAMENTO "
                       WS-DEPTO-VENUE " NO ESTA EN DEPTOS.DAT; "
                       "CALC-EDIT LO RECHAZARA."
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               WHEN WS-DEPTO-VIGENTE = "N"
                   DISPLAY "PASS-BILLING: EL DEPARTAMENTO "
                       WS-DEPTO-VENUE " ESTA FUERA DE VIGENCIA HOY; "
                       "CALC-EDIT LO RECHAZARA."
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Mismo criterio que CALC-EDIT: fecha en cero o en blanco es
      * abierta por ese lado.
       VERIFICAR-VIGENCIA-DEPTO.
           MOVE "S" TO WS-DEPTO-VIGENTE
           IF DEP-DESDE IS NUMERIC AND DEP-DESDE > WS-FECHA-HOY
               MOVE "N" TO WS-DEPTO-VIGENTE
           END-IF
           IF DEP-HASTA IS NUMERIC AND DEP-HASTA NOT = 0 AND
              DEP-HASTA < WS-FECHA-HOY
               MOVE "N" TO WS-DEPTO-VIGENTE
           END-IF.

       CARGAR-TABLA-TASAS.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATETAB-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF RT-CODIGO NOT = SPACES AND
                              WS-TASAS-COUNT < 200
                               ADD 1 TO WS-TASAS-COUNT
                               MOVE RT-CODIGO TO
                                   WS-TAS-CODIGO(WS-TASAS-COUNT)
                               MOVE RT-FECHA-VIGENCIA TO
                                   WS-TAS-FECHA(WS-TASAS-COUNT)
                               MOVE RT-VALOR TO
                                   WS-TAS-VALOR(WS-TASAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.

       RESOLVER-TASA-VIGENTE.
           MOVE "N" TO WS-TASA-HALLADA
           MOVE 0 TO WS-TASA-FECHA-APLICADA
           MOVE 0 TO WS-TASA-VALOR-APLICADO
           PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                   UNTIL WS-TAS-IDX > WS-TASAS-COUNT
               IF WS-TAS-CODIGO(WS-TAS-IDX) = WS-TASA-BUSCADA AND
                  WS-TAS-FECHA(WS-TAS-IDX) <= WS-FECHA-HOY AND
                  WS-TAS-FECHA(WS-TAS-IDX) >= WS-TASA-FECHA-APLICADA
                   MOVE "S" TO WS-TASA-HALLADA
                   MOVE WS-TAS-FECHA(WS-TAS-IDX) TO
                       WS-TASA-FECHA-APLICADA
                   MOVE WS-TAS-VALOR(WS-TAS-IDX) TO
                       WS-TASA-VALOR-APLICADO
               END-IF
           END-PERFORM.

      * Solo lo que el journal anoto despues de la ultima corrida; la
      * marca de tiempo AAAAMMDD-HHMMSSCC ordena como texto.
       CONTAR-PASES-JOURNAL.
           OPEN INPUT VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ VISITOR-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF VJ-FECHA-HORA > WS-ULTIMO-JOURNAL
                               PERFORM CONTAR-PASE
                               IF VJ-FECHA-HORA > WS-NUEVO-JOURNAL
                                   MOVE VJ-FECHA-HORA TO
                                       WS-NUEVO-JOURNAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-JOURNAL-FILE
           END-IF.

      * Lo que carga la interfaz de casa matriz o la lista de
      * invitados de un evento no se vendio en el local, y una
      * renovacion que acorta el vencimiento es una correccion, no
      * una venta: nada de eso se cobra.
       CONTAR-PASE.
           MOVE "S" TO WS-PASE-COBRABLE
           IF VJ-OPERADOR = WS-OPERADOR-INTERFAZ OR
              VJ-OPERADOR = WS-OPERADOR-INVITADOS
               MOVE "N" TO WS-PASE-COBRABLE
           END-IF
           IF VJ-DES-VENCE IS NUMERIC AND VJ-ANT-VENCE IS NUMERIC
               IF VJ-DES-VENCE < VJ-ANT-VENCE
                   MOVE "N" TO WS-PASE-COBRABLE
               END-IF
           END-IF
           IF PASE-COBRABLE
               PERFORM CLASIFICAR-PASE
           END-IF.

       CLASIFICAR-PASE.
           EVALUATE VJ-ACCION ALSO VJ-DES-TIPO-PASE
               WHEN "A" ALSO "D"
                   ADD 1 TO WS-ALTAS-DIA
               WHEN "A" ALSO "T"
                   ADD 1 TO WS-ALTAS-TEMPORAL
               WHEN "A" ALSO "P"
                   ADD 1 TO WS-ALTAS-PERMANENTE
               WHEN "V" ALSO "D"
                   ADD 1 TO WS-RENOV-DIA
               WHEN "V" ALSO "T"
                   ADD 1 TO WS-RENOV-TEMPORAL
               WHEN "V" ALSO "P"
                   ADD 1 TO WS-RENOV-PERMANENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * La bitacora viva es la del dia (LOG-ARCHIVE la rota despues);
      * un registro sin personas es de una sola persona.
       CONTAR-ADMISIONES.
           OPEN INPUT VISITOR-LOG
           IF WS-VISITOR-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ VISITOR-LOG
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF VIS-RESULTADO = "ADMITIDO"
                               IF VIS-PERSONAS IS NUMERIC AND
                                  VIS-PERSONAS > 0
                                   ADD VIS-PERSONAS TO WS-ADMISIONES
                               ELSE
                                   ADD 1 TO WS-ADMISIONES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG
           END-IF.

      * El pase de dia y el temporal deben tener tarifa; el permanente
      * y la admision solo se cobran si finanzas les dio una.
       ARMAR-TRANSACCIONES.
           MOVE "PASD" TO WS-TASA-BUSCADA
           MOVE "S" TO WS-TARIFA-OBLIGATORIA
           MOVE WS-ALTAS-DIA TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA
           MOVE WS-RENOV-DIA TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA
           MOVE "PAST" TO WS-TASA-BUSCADA
           MOVE WS-ALTAS-TEMPORAL TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA
           MOVE WS-RENOV-TEMPORAL TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA
           MOVE "PASP" TO WS-TASA-BUSCADA
           MOVE "N" TO WS-TARIFA-OBLIGATORIA
           MOVE WS-ALTAS-PERMANENTE TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA
           MOVE WS-RENOV-PERMANENTE TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA
           MOVE "ADMI" TO WS-TASA-BUSCADA
           MOVE WS-ADMISIONES TO WS-CANTIDAD-LINEA
           PERFORM ARMAR-LINEA.

      * Una linea = tarifa * cantidad; la cantidad se parte en tramos
      * de 9999 para caber en el importe del detalle.
       ARMAR-LINEA.
           IF WS-CANTIDAD-LINEA > 0
               PERFORM RESOLVER-TASA-VIGENTE
               EVALUATE TRUE
                   WHEN WS-TASA-HALLADA = "S" AND
                        WS-TASA-VALOR-APLICADO > 0
                       PERFORM ARMAR-TRAMO
                           UNTIL WS-CANTIDAD-LINEA = 0
                   WHEN WS-TARIFA-OBLIGATORIA = "S"
                       MOVE 4008 TO ERR-CODIGO
                       MOVE "PASS-BILLING" TO ERR-PROGRAMA
                       MOVE SPACES TO ERR-MENSAJE
                       STRING "SIN TARIFA VIGENTE " WS-TASA-BUSCADA
                           ", " WS-CANTIDAD-LINEA " PASES SIN COBRAR"
                           DELIMITED BY SIZE INTO ERR-MENSAJE
                       MOVE "W" TO ERR-SEVERIDAD
                       CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                       MOVE CC-AVISO TO WS-CC-NUEVA
                       PERFORM ANOTAR-CONDICION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ARMAR-TRAMO.
           IF WS-CANTIDAD-LINEA > 9999
               MOVE 9999 TO WS-CANTIDAD-TRAMO
           ELSE
               MOVE WS-CANTIDAD-LINEA TO WS-CANTIDAD-TRAMO
           END-IF
           SUBTRACT WS-CANTIDAD-TRAMO FROM WS-CANTIDAD-LINEA
           IF WS-TRANSACCIONES-COUNT < 100
               ADD 1 TO WS-TRANSACCIONES-COUNT
               COMPUTE WS-TRX-NUM1(WS-TRANSACCIONES-COUNT) ROUNDED =
                   WS-TASA-VALOR-APLICADO
               MOVE WS-CANTIDAD-TRAMO TO
                   WS-TRX-NUM2(WS-TRANSACCIONES-COUNT)
               COMPUTE WS-IMPORTE-LINEA =
                   WS-TRX-NUM1(WS-TRANSACCIONES-COUNT) *
                   WS-CANTIDAD-TRAMO
               ADD WS-IMPORTE-LINEA TO WS-IMPORTE-TOTAL
           ELSE
               MOVE "S" TO WS-TRX-DESBORDE
           END-IF.

      * Un lote que CALC-EDIT aun no acepto se respeta: las lineas del
      * local entran antes de su trailer y este sube en cantidad y
      * hash, asi CALC-INTAKE y CALC-EDIT las cuentan con el lote. Un
      * archivo vacio, con solo liberaciones, o con un lote ya
      * registrado en CALCLOTE.CTL, recibe un lote propio; las
      * liberaciones que venian despues del trailer viejo quedan
      * despues del nuevo. Un lote pendiente sin controles legibles
      * no se toca.
       EXAMINAR-ENTRADA-CALCULO.
           OPEN INPUT RAW-TRANSACTION-FILE
           IF WS-RAWTX-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ RAW-TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-ENTRADA-LINEAS
                           PERFORM EXAMINAR-REGISTRO-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE RAW-TRANSACTION-FILE
           END-IF
           IF WS-SERIE-EXISTENTE NOT = SPACES
               PERFORM BUSCAR-LOTE-REGISTRADO
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRADA-LINEAS = 0
                   MOVE "L" TO WS-MODO-ESCRITURA
               WHEN WS-HEADERS = 0 AND WS-TRAILERS = 0
                   MOVE "L" TO WS-MODO-ESCRITURA
               WHEN LOTE-VIEJO
                   MOVE "L" TO WS-MODO-ESCRITURA
               WHEN WS-HEADERS = 1 AND WS-TRAILERS = 1 AND
                    WS-TRAILER-LEGIBLE = "S"
                   MOVE "I" TO WS-MODO-ESCRITURA
               WHEN OTHER
                   MOVE "N" TO WS-MODO-ESCRITURA
           END-EVALUATE.

       EXAMINAR-REGISTRO-ENTRADA.
           EVALUATE TRUE
               WHEN RAW-ES-HEADER
                   ADD 1 TO WS-HEADERS
                   MOVE RAW-SERIE-LOTE TO WS-SERIE-EXISTENTE
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
                   CONTINUE
           END-EVALUATE.

       BUSCAR-LOTE-REGISTRADO.
           OPEN INPUT BATCH-REGISTRY-FILE
           IF WS-LOTES-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ BATCH-REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF LOT-SERIE = WS-SERIE-EXISTENTE
                               MOVE "S" TO WS-LOTE-VIEJO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTRY-FILE
           END-IF.

      * Se copia el archivo y, al llegar al trailer, se escriben antes
      * las lineas del local y despues el trailer con sus controles
      * sumados.
       SUMAR-TRANSACCIONES.
           PERFORM ABRIR-TRABAJO
           IF WS-TRABAJO-STATUS = "00"
               OPEN INPUT RAW-TRANSACTION-FILE
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ RAW-TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF RAW-ES-TRAILER
                               PERFORM ESCRIBIR-DETALLE-VENUE
                                   VARYING WS-TRX-IDX FROM 1 BY 1
                                   UNTIL WS-TRX-IDX >
                                       WS-TRANSACCIONES-COUNT
                               COMPUTE WS-HASH-REDONDO =
                                   WS-HASH-TRAILER +
                                   WS-HASH-PROPIO * 100
                               MOVE SPACES TO RAW-TRANSACTION-RECORD
                               MOVE "T" TO RAW-TIPO-REGISTRO
                               COMPUTE RAW-TOTAL-REGISTROS =
                                   WS-TOTAL-TRAILER +
                                   WS-TRANSACCIONES-COUNT
                               MOVE WS-HASH-REDONDO TO RAW-HASH-TOTAL
                           END-IF
                           WRITE CALC-WORK-RECORD FROM
                               RAW-TRANSACTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE RAW-TRANSACTION-FILE
               CLOSE CALC-WORK-FILE
               PERFORM PASAR-TRABAJO-A-ENTRADA
               IF ENTRADA-GRABADA
                   DISPLAY "PASS-BILLING: LINEAS AGREGADAS AL LOTE "
                       WS-SERIE-EXISTENTE " DE CALCTXIN.DAT."
               END-IF
           END-IF.

      * Sin facturar, lo de hoy se pierde si no se vuelve a correr el
      * paso en el dia (VISITOR.LOG se rota a la noche): es serio.
       AVISAR-PENDIENTE-ILEGIBLE.
           MOVE 4027 TO ERR-CODIGO
           MOVE "PASS-BILLING" TO ERR-PROGRAMA
           MOVE SPACES TO ERR-MENSAJE
           STRING "LOTE PENDIENTE " WS-SERIE-EXISTENTE
               " DE CALCTXIN.DAT SIN CONTROLES LEGIBLES"
               DELIMITED BY SIZE INTO ERR-MENSAJE
           MOVE "S" TO ERR-SEVERIDAD
           CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           MOVE CC-SERIO TO WS-CC-NUEVA
           PERFORM ANOTAR-CONDICION
           DISPLAY "PASS-BILLING: CALCTXIN.DAT TRAE UN LOTE PENDIENTE "
               "SIN CONTROLES LEGIBLES; CORREGIRLO Y VOLVER A CORRER "
               "EL PASO HOY.".

      * Facturar solo las primeras 100 lineas dejaria el resto sin
      * cobrar para siempre, porque el control avanzaria igual: no se
      * escribe nada y el control queda donde estaba, para volver a
      * correr el paso el mismo dia con la tabla agrandada.
       AVISAR-TRANSACCIONES-DESBORDADAS.
           MOVE 4030 TO ERR-CODIGO
           MOVE "PASS-BILLING" TO ERR-PROGRAMA
           MOVE SPACES TO ERR-MENSAJE
           STRING "MAS DE 100 LINEAS DE FACTURACION; SIN FACTURAR"
               DELIMITED BY SIZE INTO ERR-MENSAJE
           MOVE "S" TO ERR-SEVERIDAD
           CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           MOVE CC-SERIO TO WS-CC-NUEVA
           PERFORM ANOTAR-CONDICION
           DISPLAY "PASS-BILLING: LAS CANTIDADES NO CABEN EN 100 "
               "LINEAS; NO SE FACTURO NADA.".

      * Serie VAADDD (ano y dia juliano): un lote por dia, distinto de
      * las series del remitente.
       ESCRIBIR-LOTE-VENUE.
           MOVE SPACES TO WS-SERIE-PROPIA
           STRING "V" WS-FECHA-JULIANA(3:5)
               DELIMITED BY SIZE INTO WS-SERIE-PROPIA
           PERFORM ABRIR-TRABAJO
           IF WS-TRABAJO-STATUS = "00"
               MOVE SPACES TO RAW-TRANSACTION-RECORD
               MOVE "H" TO RAW-TIPO-REGISTRO
               MOVE WS-SERIE-PROPIA TO RAW-SERIE-LOTE
               WRITE CALC-WORK-RECORD FROM RAW-TRANSACTION-RECORD
               PERFORM ESCRIBIR-DETALLE-VENUE
                   VARYING WS-TRX-IDX FROM 1 BY 1
                   UNTIL WS-TRX-IDX > WS-TRANSACCIONES-COUNT
               COMPUTE WS-HASH-REDONDO = WS-HASH-PROPIO * 100
               MOVE SPACES TO RAW-TRANSACTION-RECORD
               MOVE "T" TO RAW-TIPO-REGISTRO
               MOVE WS-TRANSACCIONES-COUNT TO RAW-TOTAL-REGISTROS
               MOVE WS-HASH-REDONDO TO RAW-HASH-TOTAL
               WRITE CALC-WORK-RECORD FROM RAW-TRANSACTION-RECORD
               IF WS-ENTRADA-LINEAS > 0
                   PERFORM COPIAR-LIBERACIONES
               END-IF
               CLOSE CALC-WORK-FILE
               PERFORM PASAR-TRABAJO-A-ENTRADA
               IF ENTRADA-GRABADA
                   DISPLAY "PASS-BILLING: LOTE PROPIO " WS-SERIE-PROPIA
                       " ESCRITO EN CALCTXIN.DAT."
               END-IF
           END-IF.

      * Las liberaciones son los detalles despues del trailer viejo, o
      * todo el archivo cuando no traia lote.
       COPIAR-LIBERACIONES.
           IF WS-HEADERS = 0 AND WS-TRAILERS = 0
               MOVE "S" TO WS-COPIANDO
           ELSE
               MOVE "N" TO WS-COPIANDO
           END-IF
           OPEN INPUT RAW-TRANSACTION-FILE
           MOVE "N" TO WS-EOF-ARCHIVO
           PERFORM UNTIL EOF-ARCHIVO
               READ RAW-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF RAW-ES-TRAILER
                           MOVE "S" TO WS-COPIANDO
                       END-IF
                       IF RAW-ES-DETALLE AND WS-COPIANDO = "S"
                           WRITE CALC-WORK-RECORD FROM
                               RAW-TRANSACTION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAW-TRANSACTION-FILE.

       ABRIR-TRABAJO.
           OPEN OUTPUT CALC-WORK-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "PASS-BILLING" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR CALCTXPB.TMP, STATUS="
                   WS-TRABAJO-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * CALCTXIN.DAT se pisa recien con el archivo completo armado;
      * solo si se pudo abrir queda lo de hoy por facturado.
       PASAR-TRABAJO-A-ENTRADA.
           OPEN INPUT CALC-WORK-FILE
           OPEN OUTPUT RAW-TRANSACTION-FILE
           IF WS-RAWTX-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "PASS-BILLING" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ESCRIBIR CALCTXIN.DAT, STATUS="
                   WS-RAWTX-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ CALC-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           WRITE RAW-TRANSACTION-RECORD FROM
                               CALC-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RAW-TRANSACTION-FILE
               MOVE "S" TO WS-ENTRADA-GRABADA
           END-IF
           CLOSE CALC-WORK-FILE.

      * El hash del trailer suma importes absolutos en centavos, igual
      * que lo verifica CALC-EDIT.
       ESCRIBIR-DETALLE-VENUE.
           MOVE SPACES TO RAW-TRANSACTION-RECORD
           MOVE "D" TO RAW-TIPO-REGISTRO
           MOVE WS-TRX-NUM1(WS-TRX-IDX) TO RAW-NUM1
           MOVE WS-TRX-NUM2(WS-TRX-IDX) TO RAW-NUM2
           MOVE "*" TO RAW-OPERACION
           MOVE SPACE TO RAW-MEMORIA
           MOVE SPACE TO RAW-RECICLAJE
           MOVE WS-DEPTO-VENUE TO RAW-DEPARTAMENTO
           WRITE CALC-WORK-RECORD FROM RAW-TRANSACTION-RECORD
           MOVE WS-TRX-NUM1(WS-TRX-IDX) TO WS-NUM-TRABAJO
           ADD WS-NUM-TRABAJO TO WS-HASH-PROPIO
           MOVE WS-TRX-NUM2(WS-TRX-IDX) TO WS-NUM-TRABAJO
           ADD WS-NUM-TRABAJO TO WS-HASH-PROPIO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "PASS-BILLING" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "FACTURACION PASES TRX=" WS-TRANSACCIONES-COUNT
               " IMPORTE=" WS-IMPORTE-TOTAL
               " ADMISIONES=" WS-ADMISIONES
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

       END PROGRAM PASS-BILLING.
