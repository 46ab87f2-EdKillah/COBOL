      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-order generator, a batch step ahead of
      *          CALC-EDIT. Reads the active orders of ORDPERM.DAT
      *          (kept with ORDEN-MAINT) and, for every scheduled date
      *          since the last one generated, writes the order's
      *          calculator transaction into CALCTXIN.DAT. An order
      *          that falls on a weekend or holiday is generated on
      *          the next business day (CALENDAR-SUB), so on Monday
      *          the weekend's orders come out together. Like
      *          PASS-BILLING, when CALCTXIN.DAT holds a batch still
      *          waiting for CALC-EDIT the lines go in ahead of its
      *          trailer, whose count and hash are raised by them;
      *          otherwise the step writes its own batch (serie
      *          OYYDDD) with header, trailer and control totals. The
      *          file is built in CALCTXOG.TMP and copied over
      *          CALCTXIN.DAT only when complete. Only after that does
      *          each order record the last date it was generated
      *          for, so a rerun never repeats an order and a failed
      *          write never loses one. Takes no console input.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEN-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDPERM-SEL.
           SELECT RAW-TRANSACTION-FILE ASSIGN TO "CALCTXIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWTX-STATUS.
           SELECT BATCH-REGISTRY-FILE ASSIGN TO "CALCLOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT CALC-WORK-FILE ASSIGN TO "CALCTXOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ORDPERM-FD.

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

       FD  CALC-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALC-WORK-RECORD        PIC X(21).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY CALENDAR-LINKAGE-CPY.

       01 WS-ORDPERM-STATUS     PIC XX.
       01 WS-RAWTX-STATUS       PIC XX.
       01 WS-LOTES-STATUS       PIC XX.
       01 WS-TRABAJO-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-JULIANA      PIC 9(7).
       01 WS-EOF-ARCHIVO        PIC X.
           88 EOF-ARCHIVO       VALUE "Y".
       01 WS-ARCHIVO-ABIERTO    PIC X VALUE "N".
           88 ARCHIVO-ABIERTO   VALUE "S".

      *Fechas como dias enteros para recorrer el calendario.
       01 WS-DIAS-HOY           PIC 9(7).
       01 WS-DIA-DESDE          PIC 9(7).
       01 WS-DIA-HASTA          PIC 9(7).
       01 WS-DIA-CANDIDATO      PIC 9(7).
       01 WS-FECHA-CANDIDATA    PIC 9(8).
       01 WS-FECHA-MANANA       PIC 9(8).
       01 WS-FECHA-EFECTIVA     PIC 9(8).
       01 WS-DIA-SEMANA         PIC 9.
       01 WS-NUEVA-ULTIMA       PIC 9(8).
       01 WS-TOCA               PIC X.
           88 TOCA-HOY          VALUE "S".
       01 WS-ORDEN-DETENIDA     PIC X.
           88 ORDEN-DETENIDA    VALUE "S".
       01 WS-TRX-ORDEN          PIC 9(4).

       01 WS-ORDENES-LEIDAS     PIC 9(6) VALUE 0.
       01 WS-ORDENES-ACTIVAS    PIC 9(6) VALUE 0.
       01 WS-ORDENES-GENERADAS  PIC 9(6) VALUE 0.
       01 WS-ORDENES-ATRASADAS  PIC 9(6) VALUE 0.
       01 WS-IMPORTE-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-IMPORTE-ED         PIC -ZZZZZZZZ9.99.

      *Lo generado se guarda hasta escribir CALCTXIN.DAT; recien
      *entonces se adelanta cada orden, para no perder una fecha si
      *el archivo no se pudo escribir.
       01 WS-TRANSACCIONES-COUNT PIC 9(4) VALUE 0.
       01 WS-TRANSACCIONES-TABLA.
           05 WS-TRANSACCION OCCURS 500 TIMES.
               10 WS-TRX-NUM1      PIC S9(4)V99.
               10 WS-TRX-NUM2      PIC S9(4)V99.
               10 WS-TRX-OPERACION PIC X.
               10 WS-TRX-DEPTO     PIC X(3).
       01 WS-TRX-IDX            PIC 9(4).
       01 WS-ACTUALIZA-COUNT    PIC 9(4) VALUE 0.
       01 WS-ACTUALIZA-TABLA.
           05 WS-ACTUALIZA OCCURS 1000 TIMES.
               10 WS-ACT-NUMERO    PIC 9(6).
               10 WS-ACT-FECHA     PIC 9(8).
       01 WS-ACT-IDX            PIC 9(4).

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
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM ABRIR-ORDENES.
           IF ARCHIVO-ABIERTO
               PERFORM RECORRER-ORDENES
               IF WS-TRANSACCIONES-COUNT > 0
                   PERFORM EXAMINAR-ENTRADA-CALCULO
                   EVALUATE TRUE
                       WHEN SUMAR-AL-PENDIENTE
                           PERFORM SUMAR-TRANSACCIONES
                       WHEN ESCRIBIR-LOTE-PROPIO
                           PERFORM ESCRIBIR-LOTE-ORDENES
                       WHEN OTHER
                           PERFORM AVISAR-PENDIENTE-ILEGIBLE
                   END-EVALUATE
               ELSE
                   MOVE "S" TO WS-ENTRADA-GRABADA
               END-IF
      *        Si CALCTXIN.DAT no quedo escrito ninguna orden se
      *        adelanta: la proxima corrida las genera de nuevo.
               IF ENTRADA-GRABADA
                   PERFORM ADELANTAR-ORDENES
               END-IF
               CLOSE STANDING-ORDER-FILE
           END-IF.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-ED
           DISPLAY "ORDEN-GEN: ORDENES ACTIVAS " WS-ORDENES-ACTIVAS
               "  CON TRANSACCIONES " WS-ORDENES-GENERADAS
               "  TRANSACCIONES " WS-TRANSACCIONES-COUNT
               "  IMPORTE " WS-IMPORTE-ED.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Sin ORDPERM.DAT no hay ordenes dadas de alta: no es un error.
       ABRIR-ORDENES.
           OPEN I-O STANDING-ORDER-FILE
           EVALUATE WS-ORDPERM-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ARCHIVO-ABIERTO
               WHEN "35"
                   DISPLAY "ORDEN-GEN: SIN ORDPERM.DAT, NADA QUE "
                       "GENERAR."
               WHEN OTHER
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "ORDEN-GEN" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR ORDPERM.DAT, STATUS="
                       WS-ORDPERM-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
           END-EVALUATE.

       RECORRER-ORDENES.
           MOVE "N" TO WS-EOF-ARCHIVO
           MOVE 0 TO ORD-NUMERO
           START STANDING-ORDER-FILE KEY >= ORD-NUMERO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ARCHIVO
           END-START
           PERFORM UNTIL EOF-ARCHIVO
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-ORDENES-LEIDAS
                       EVALUATE TRUE
                           WHEN ORD-ACTIVA
                               ADD 1 TO WS-ORDENES-ACTIVAS
                               PERFORM PROGRAMAR-ORDEN
                           WHEN ORD-SUSPENDIDA
                               PERFORM SALTAR-ORDEN-SUSPENDIDA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      * Las fechas que vencen mientras la orden esta suspendida se dan
      * por pasadas: al reactivarla no se genera lo de la suspension.
       SALTAR-ORDEN-SUSPENDIDA.
           IF ORD-ULTIMA-PROGRAMADA < WS-FECHA-HOY AND
              ORD-FECHA-INICIO <= WS-FECHA-HOY
               IF WS-ACTUALIZA-COUNT >= 1000
                   DISPLAY "ORDEN-GEN: DEMASIADAS ORDENES EN LA "
                       "CORRIDA, LA ORDEN " ORD-NUMERO
                       " QUEDA PARA MANANA."
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   MOVE WS-FECHA-HOY TO WS-NUEVA-ULTIMA
                   PERFORM ANOTAR-ACTUALIZACION
               END-IF
           END-IF.

      * Se recorre cada dia desde el siguiente al ultimo generado (o
      * desde el inicio) hasta hoy o el fin de la orden, como mucho un
      * ano hacia atras. La orden se detiene en la primera fecha cuyo
      * dia habil todavia no llego (cae en fin de semana o feriado y
      * se genera el proximo dia habil).
       PROGRAMAR-ORDEN.
           IF WS-ACTUALIZA-COUNT >= 1000
               DISPLAY "ORDEN-GEN: DEMASIADAS ORDENES EN LA CORRIDA, "
                   "LA ORDEN " ORD-NUMERO " QUEDA PARA MANANA."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               IF ORD-ULTIMA-PROGRAMADA >= ORD-FECHA-INICIO
                   COMPUTE WS-DIA-DESDE = FUNCTION INTEGER-OF-DATE(
                       ORD-ULTIMA-PROGRAMADA) + 1
               ELSE
                   COMPUTE WS-DIA-DESDE = FUNCTION INTEGER-OF-DATE(
                       ORD-FECHA-INICIO)
               END-IF
               IF WS-DIAS-HOY - WS-DIA-DESDE > 366
                   COMPUTE WS-DIA-DESDE = WS-DIAS-HOY - 366
                   ADD 1 TO WS-ORDENES-ATRASADAS
               END-IF
               MOVE WS-DIAS-HOY TO WS-DIA-HASTA
               IF ORD-FECHA-FIN NOT = 0
                   IF FUNCTION INTEGER-OF-DATE(ORD-FECHA-FIN) <
                      WS-DIA-HASTA
                       COMPUTE WS-DIA-HASTA = FUNCTION INTEGER-OF-DATE(
                           ORD-FECHA-FIN)
                   END-IF
               END-IF
               MOVE ORD-ULTIMA-PROGRAMADA TO WS-NUEVA-ULTIMA
               MOVE "N" TO WS-ORDEN-DETENIDA
               MOVE 0 TO WS-TRX-ORDEN
               PERFORM EXAMINAR-CANDIDATO
                   VARYING WS-DIA-CANDIDATO FROM WS-DIA-DESDE BY 1
                   UNTIL WS-DIA-CANDIDATO > WS-DIA-HASTA
                      OR ORDEN-DETENIDA
               IF WS-NUEVA-ULTIMA > ORD-ULTIMA-PROGRAMADA
                   PERFORM ANOTAR-ACTUALIZACION
               END-IF
               IF WS-TRX-ORDEN > 0
                   ADD 1 TO WS-ORDENES-GENERADAS
                   DISPLAY "ORDEN-GEN: ORDEN " ORD-NUMERO " "
                       ORD-DESCRIPCION " TRANSACCIONES " WS-TRX-ORDEN
               END-IF
           END-IF.

      * D: todo dia habil. S: el dia de la semana ORD-DIA (1=LUNES).
      * M: el dia ORD-DIA del mes, o el ultimo dia de un mes que no
      * lo tiene (el 31 cae el 30 de abril).
       EXAMINAR-CANDIDATO.
           COMPUTE WS-FECHA-CANDIDATA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-CANDIDATO)
           MOVE "N" TO WS-TOCA
           MOVE WS-FECHA-CANDIDATA TO CAL-FECHA
           MOVE "V" TO CAL-ACCION
           CALL "CALENDAR-SUB" USING CALENDAR-PARMS
           EVALUATE TRUE
               WHEN ORD-DIARIA
                   IF CAL-DIA-HABIL
                       MOVE "S" TO WS-TOCA
                   END-IF
               WHEN ORD-SEMANAL
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                       WS-DIA-CANDIDATO - 1 7) + 1
                   IF WS-DIA-SEMANA = ORD-DIA
                       MOVE "S" TO WS-TOCA
                   END-IF
               WHEN ORD-MENSUAL
                   COMPUTE WS-FECHA-MANANA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-CANDIDATO + 1)
                   IF WS-FECHA-CANDIDATA(7:2) = ORD-DIA
                       MOVE "S" TO WS-TOCA
                   END-IF
                   IF WS-FECHA-MANANA(7:2) = "01" AND
                      ORD-DIA > WS-FECHA-CANDIDATA(7:2)
                       MOVE "S" TO WS-TOCA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TOCA-HOY
               PERFORM RESOLVER-FECHA-EFECTIVA
           ELSE
               MOVE WS-FECHA-CANDIDATA TO WS-NUEVA-ULTIMA
           END-IF.

       RESOLVER-FECHA-EFECTIVA.
           IF CAL-DIA-HABIL
               MOVE WS-FECHA-CANDIDATA TO WS-FECHA-EFECTIVA
           ELSE
               MOVE WS-FECHA-CANDIDATA TO CAL-FECHA
               MOVE "S" TO CAL-ACCION
               CALL "CALENDAR-SUB" USING CALENDAR-PARMS
               MOVE CAL-FECHA-RESULTADO TO WS-FECHA-EFECTIVA
           END-IF
           EVALUATE TRUE
               WHEN WS-FECHA-EFECTIVA > WS-FECHA-HOY
                   MOVE "S" TO WS-ORDEN-DETENIDA
               WHEN WS-TRANSACCIONES-COUNT >= 500
                   DISPLAY "ORDEN-GEN: MAS DE 500 TRANSACCIONES, LA "
                       "ORDEN " ORD-NUMERO " SIGUE DESDE "
                       WS-FECHA-CANDIDATA " EN LA PROXIMA CORRIDA."
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "S" TO WS-ORDEN-DETENIDA
               WHEN OTHER
                   PERFORM GUARDAR-TRANSACCION
                   MOVE WS-FECHA-CANDIDATA TO WS-NUEVA-ULTIMA
           END-EVALUATE.

      * CALC-EDIT toma un departamento en blanco como GEN.
       GUARDAR-TRANSACCION.
           ADD 1 TO WS-TRANSACCIONES-COUNT
           ADD 1 TO WS-TRX-ORDEN
           MOVE ORD-NUM1 TO WS-TRX-NUM1(WS-TRANSACCIONES-COUNT)
           MOVE ORD-NUM2 TO WS-TRX-NUM2(WS-TRANSACCIONES-COUNT)
           MOVE ORD-OPERACION TO
               WS-TRX-OPERACION(WS-TRANSACCIONES-COUNT)
           IF ORD-DEPARTAMENTO = "GEN"
               MOVE SPACES TO WS-TRX-DEPTO(WS-TRANSACCIONES-COUNT)
           ELSE
               MOVE ORD-DEPARTAMENTO TO
                   WS-TRX-DEPTO(WS-TRANSACCIONES-COUNT)
           END-IF
           ADD ORD-NUM1 TO WS-IMPORTE-TOTAL.

       ANOTAR-ACTUALIZACION.
           ADD 1 TO WS-ACTUALIZA-COUNT
           MOVE ORD-NUMERO TO WS-ACT-NUMERO(WS-ACTUALIZA-COUNT)
           MOVE WS-NUEVA-ULTIMA TO WS-ACT-FECHA(WS-ACTUALIZA-COUNT).

      * Solo despues de escribir CALCTXIN.DAT: cada orden queda con la
      * ultima fecha examinada y la proxima corrida sigue desde ahi.
       ADELANTAR-ORDENES.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTUALIZA-COUNT
               MOVE WS-ACT-NUMERO(WS-ACT-IDX) TO ORD-NUMERO
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ACT-FECHA(WS-ACT-IDX) TO
                           ORD-ULTIMA-PROGRAMADA
                       REWRITE STANDING-ORDER-RECORD
               END-READ
           END-PERFORM.

      * Un lote que CALC-EDIT aun no acepto se respeta: las ordenes
      * entran antes de su trailer y este sube en cantidad y hash, asi
      * CALC-INTAKE y CALC-EDIT las cuentan con el lote. Un archivo
      * vacio, con solo liberaciones, o con un lote ya registrado en
      * CALCLOTE.CTL, recibe un lote propio; las liberaciones que
      * venian despues del trailer viejo quedan despues del nuevo. Un
      * lote pendiente sin controles legibles no se toca.
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
      * las ordenes y despues el trailer con sus controles sumados.
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
                               PERFORM ESCRIBIR-DETALLE-ORDEN
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
                   DISPLAY "ORDEN-GEN: LINEAS AGREGADAS AL LOTE "
                       WS-SERIE-EXISTENTE " DE CALCTXIN.DAT."
               END-IF
           END-IF.

       AVISAR-PENDIENTE-ILEGIBLE.
           MOVE 4027 TO ERR-CODIGO
           MOVE "ORDEN-GEN" TO ERR-PROGRAMA
           MOVE SPACES TO ERR-MENSAJE
           STRING "LOTE PENDIENTE " WS-SERIE-EXISTENTE
               " DE CALCTXIN.DAT SIN CONTROLES LEGIBLES"
               DELIMITED BY SIZE INTO ERR-MENSAJE
           MOVE "W" TO ERR-SEVERIDAD
           CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           MOVE CC-AVISO TO WS-CC-NUEVA
           PERFORM ANOTAR-CONDICION
           DISPLAY "ORDEN-GEN: CALCTXIN.DAT TRAE UN LOTE PENDIENTE "
               "SIN CONTROLES LEGIBLES; LAS ORDENES QUEDAN PARA LA "
               "PROXIMA CORRIDA.".

      * Serie OAADDD (ano y dia juliano): un lote por dia, distinto de
      * las series del remitente y del lote VAADDD de PASS-BILLING.
       ESCRIBIR-LOTE-ORDENES.
           MOVE SPACES TO WS-SERIE-PROPIA
           STRING "O" WS-FECHA-JULIANA(3:5)
               DELIMITED BY SIZE INTO WS-SERIE-PROPIA
           PERFORM ABRIR-TRABAJO
           IF WS-TRABAJO-STATUS = "00"
               MOVE SPACES TO RAW-TRANSACTION-RECORD
               MOVE "H" TO RAW-TIPO-REGISTRO
               MOVE WS-SERIE-PROPIA TO RAW-SERIE-LOTE
               WRITE CALC-WORK-RECORD FROM RAW-TRANSACTION-RECORD
               PERFORM ESCRIBIR-DETALLE-ORDEN
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
                   DISPLAY "ORDEN-GEN: LOTE PROPIO " WS-SERIE-PROPIA
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
               MOVE "ORDEN-GEN" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR CALCTXOG.TMP, STATUS="
                   WS-TRABAJO-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * CALCTXIN.DAT se pisa recien con el archivo completo armado;
      * solo si se pudo abrir quedan las ordenes por escritas.
       PASAR-TRABAJO-A-ENTRADA.
           OPEN INPUT CALC-WORK-FILE
           OPEN OUTPUT RAW-TRANSACTION-FILE
           IF WS-RAWTX-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "ORDEN-GEN" TO ERR-PROGRAMA
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
      * que lo verifica CALC-EDIT (una orden puede ser negativa).
       ESCRIBIR-DETALLE-ORDEN.
           MOVE SPACES TO RAW-TRANSACTION-RECORD
           MOVE "D" TO RAW-TIPO-REGISTRO
           MOVE WS-TRX-NUM1(WS-TRX-IDX) TO RAW-NUM1
           MOVE WS-TRX-NUM2(WS-TRX-IDX) TO RAW-NUM2
           MOVE WS-TRX-OPERACION(WS-TRX-IDX) TO RAW-OPERACION
           MOVE SPACE TO RAW-MEMORIA
           MOVE SPACE TO RAW-RECICLAJE
           MOVE WS-TRX-DEPTO(WS-TRX-IDX) TO RAW-DEPARTAMENTO
           WRITE CALC-WORK-RECORD FROM RAW-TRANSACTION-RECORD
           MOVE WS-TRX-NUM1(WS-TRX-IDX) TO WS-NUM-TRABAJO
           PERFORM SUMAR-MAGNITUD-HASH
           MOVE WS-TRX-NUM2(WS-TRX-IDX) TO WS-NUM-TRABAJO
           PERFORM SUMAR-MAGNITUD-HASH.

       SUMAR-MAGNITUD-HASH.
           IF WS-NUM-TRABAJO < 0
               SUBTRACT WS-NUM-TRABAJO FROM WS-HASH-PROPIO
           ELSE
               ADD WS-NUM-TRABAJO TO WS-HASH-PROPIO
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "ORDEN-GEN" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "ORDENES PERMANENTES ACTIVAS=" WS-ORDENES-ACTIVAS
               " TRX=" WS-TRANSACCIONES-COUNT
               " ATRASADAS=" WS-ORDENES-ATRASADAS
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

       END PROGRAM ORDEN-GEN.
