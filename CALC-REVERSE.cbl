      ******************************************************************
      * Author:
      * Date:
      * Purpose: Backs out a whole posting run by its run id. When a
      *          bad file gets through CALC-EDIT and CALC-POST, every
      *          result of that run is in CALCLEDG.DAT and its batch
      *          series is in CALCLOTE.CTL, so the corrected file is
      *          blocked as a duplicate. The operator gives the
      *          CJ-RUN-ID (and the posting date, required for
      *          ADHOC, which every run outside the job stream
      *          shares); the program finds every posted result of
      *          that run in CALCJRNL.DAT, subtracts exactly those
      *          amounts (and one from the count) from the day and
      *          period records of the ledger under the CALCLEDG
      *          lock, writes a type R reversing entry for each one
      *          and drops the run's batch series from CALCLOTE.CTL,
      *          and the sender files CALC-INTAKE merged for it from
      *          RECEP.CTL, so the corrected file can be resubmitted.
      *          A run that touches a period closed in CALCPERS.DAT,
      *          or that was already reversed, is refused before
      *          anything moves.
      *          Allocation legs and adjusting entries are not
      *          posting results and are never reversed here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-REVERSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALC-LEDGER-SEL.
           COPY CALCPERS-SEL.
           COPY CALCJRNL-SEL.
           SELECT BATCH-REGISTRY-FILE ASSIGN TO "CALCLOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
           COPY RECEP-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CALC-LEDGER-FD.
       COPY CALCPERS-FD.
       COPY CALCJRNL-FD.

      *Registro de lotes ya aceptados por CALC-EDIT; el id de corrida
      *al final viene en blanco en los lotes anotados antes de que se
      *guardara.
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

      *Operador firmado en MENU-DRIVER; queda en la auditoria.
       FD  OPERATOR-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-CTL-RECORD.
           05 OPERCTL-ID           PIC X(8).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-PERIODOS-STATUS    PIC XX.
       01 WS-CALCJRNL-STATUS    PIC XX.
       01 WS-LOTES-STATUS       PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).

       01 WS-SEGUIR             PIC X VALUE "S".
           88 PUEDE-SEGUIR      VALUE "S".
       01 WS-CONFIRMA           PIC X.
           88 CONFIRMADO        VALUES "S" "s".
       01 WS-RUN-ID-BUSCADO     PIC X(8).
       01 WS-FECHA-FILTRO       PIC X(8).
       01 WS-FECHA-FILTRO-NUM REDEFINES WS-FECHA-FILTRO PIC 9(8).
       01 WS-YA-REVERTIDA       PIC X VALUE "N".
       01 WS-OTROS-TIPOS        PIC 9(6) VALUE 0.
       01 WS-TOTAL-REVERSO      PIC S9(11)V99 VALUE 0.
       01 WS-IMPORTE-ED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REVERTIDOS         PIC 9(5) VALUE 0.
       01 WS-FALTANTES          PIC 9(5) VALUE 0.
       01 WS-REFERENCIA         PIC X(20).

       01 WS-EOF-JOURNAL        PIC X VALUE "N".
           88 EOF-JOURNAL       VALUE "Y".
       01 WS-EOF-PERIODOS       PIC X VALUE "N".
           88 EOF-PERIODOS      VALUE "Y".
       01 WS-EOF-LOTES          PIC X VALUE "N".
           88 EOF-LOTES         VALUE "Y".

      *Posteos de la corrida, tomados del journal antes de tocar
      *nada: el journal no se puede leer y extender a la vez, y la
      *corrida entera se valida antes de revertir el primero.
       01 WS-REVERSOS-COUNT     PIC 9(5) VALUE 0.
       01 WS-REVERSOS-TABLA.
           05 WS-REVERSO-ENTRY OCCURS 5000 TIMES.
               10 WS-REV-FECHA      PIC 9(8).
               10 WS-REV-OPERACION  PIC X.
               10 WS-REV-DEPTO      PIC X(3).
               10 WS-REV-NUM1       PIC S9(4)V99.
               10 WS-REV-NUM2       PIC S9(4)V99.
               10 WS-REV-RESULTADO  PIC S9(5)V99.
       01 WS-REV-IDX            PIC 9(5).
       01 WS-REV-DESBORDE       PIC X VALUE "N".

       01 WS-CERRADOS-COUNT     PIC 9(3) VALUE 0.
       01 WS-CERRADOS-TABLA.
           05 WS-CER-PERIODO OCCURS 120 TIMES PIC 9(6).
       01 WS-CER-IDX            PIC 9(3).
       01 WS-PERIODO-TRABAJO    PIC 9(6).
       01 WS-PERIODO-CERRADO    PIC X.
       01 WS-PERIODO-RECHAZO    PIC 9(6) VALUE 0.

      *CALCLOTE.CTL completo en memoria; se regraba sin las series
      *de la corrida. Si no cabe entero no se regraba.
       01 WS-LOTES-COUNT        PIC 9(3) VALUE 0.
       01 WS-LOTES-TABLA.
           05 WS-LOTE-ENTRY OCCURS 500 TIMES.
               10 WS-LOT-LINEA      PIC X(44).
               10 WS-LOT-BORRAR     PIC X.
       01 WS-LOT-IDX            PIC 9(3).
       01 WS-LOTE-VISTA.
           05 WS-VIS-SERIE         PIC X(6).
           05 FILLER               PIC X.
           05 WS-VIS-FECHA         PIC 9(8).
           05 FILLER               PIC X.
           05 WS-VIS-TOTAL         PIC 9(6).
           05 FILLER               PIC X.
           05 WS-VIS-HASH          PIC 9(12).
           05 FILLER               PIC X.
           05 WS-VIS-RUN-ID        PIC X(8).
       01 WS-LOTES-DESBORDE     PIC X VALUE "N".
           88 LOTES-DESBORDADOS VALUE "S".
       01 WS-LOTES-POR-ID       PIC 9(3) VALUE 0.
       01 WS-LOTES-A-BORRAR     PIC 9(3) VALUE 0.

      *RECEP.CTL completo en memoria, con el mismo criterio.
       01 WS-RECEP-STATUS       PIC XX.
       01 WS-EOF-RECEP          PIC X VALUE "N".
           88 EOF-RECEP         VALUE "Y".
       01 WS-RECEP-COUNT        PIC 9(3) VALUE 0.
       01 WS-RECEP-TABLA.
           05 WS-RECEP-ENTRY OCCURS 500 TIMES.
               10 WS-REC-LINEA      PIC X(55).
               10 WS-REC-BORRAR     PIC X.
       01 WS-REC-IDX            PIC 9(3).
       01 WS-RECEP-DESBORDE     PIC X VALUE "N".
           88 RECEP-DESBORDADO  VALUE "S".
       01 WS-RECEP-A-BORRAR     PIC 9(3) VALUE 0.

       01 WS-LOCK-OK            PIC X VALUE "N".
       01 WS-APL-FECHA          PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           DISPLAY "============================================".
           MOVE 4301 TO MSJ-NUMERO
           MOVE " REVERSO DE UNA CORRIDA DE POSTEO" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           IF WS-OPERADOR-SESION = "SISTEMA"
               DISPLAY "SIN OPERADOR FIRMADO NO SE REVIERTEN "
                   "CORRIDAS."
               MOVE "N" TO WS-SEGUIR
           END-IF
           IF PUEDE-SEGUIR
               PERFORM PEDIR-CORRIDA
           END-IF
           IF PUEDE-SEGUIR
               PERFORM CARGAR-CORRIDA
           END-IF
           IF PUEDE-SEGUIR
               PERFORM CARGAR-PERIODOS-CERRADOS
               PERFORM VERIFICAR-PERIODOS-CORRIDA
           END-IF
           IF PUEDE-SEGUIR
               PERFORM CARGAR-LOTES
               PERFORM CONFIRMAR-REVERSO
           END-IF
           IF PUEDE-SEGUIR
               PERFORM REVERTIR-CORRIDA
           END-IF
           IF PUEDE-SEGUIR
               PERFORM LIMPIAR-LOTES
               MOVE WS-TOTAL-REVERSO TO WS-IMPORTE-ED
               DISPLAY "CORRIDA " WS-RUN-ID-BUSCADO " REVERTIDA: "
                   WS-REVERTIDOS " POSTEOS, IMPORTE " WS-IMPORTE-ED
               DISPLAY "SERIES RETIRADAS DE CALCLOTE.CTL: "
                   WS-LOTES-A-BORRAR
               PERFORM LIMPIAR-RECEPCION
               DISPLAY "ARCHIVOS DE REMITENTE RETIRADOS DE RECEP.CTL: "
                   WS-RECEP-A-BORRAR
           END-IF
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * ADHOC es el id de toda corrida fuera del stream: sin fecha
      * juntaria posteos de dias distintos que nada tienen que ver.
       PEDIR-CORRIDA.
           MOVE 4302 TO MSJ-NUMERO
           MOVE "Id de corrida a revertir (CJ-RUN-ID): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-RUN-ID-BUSCADO
           ACCEPT WS-RUN-ID-BUSCADO.
           MOVE 4303 TO MSJ-NUMERO
           MOVE "Fecha de posteo AAAAMMDD (blanco = todas): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-FECHA-FILTRO
           ACCEPT WS-FECHA-FILTRO.
           EVALUATE TRUE
               WHEN WS-RUN-ID-BUSCADO = SPACES
                   DISPLAY "SIN ID DE CORRIDA NO HAY NADA QUE REVERTIR."
                   MOVE "N" TO WS-SEGUIR
               WHEN WS-FECHA-FILTRO NOT = SPACES AND
                    WS-FECHA-FILTRO IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA: " WS-FECHA-FILTRO
                   MOVE "N" TO WS-SEGUIR
               WHEN WS-RUN-ID-BUSCADO = "ADHOC" AND
                    WS-FECHA-FILTRO = SPACES
                   DISPLAY "ADHOC LO COMPARTEN TODAS LAS CORRIDAS "
                       "FUERA DEL STREAM; INDICAR LA FECHA."
                   MOVE "N" TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Solo los posteos (tipo P) son de la corrida: los tramos de
      * reparto que CALC-ALLOC graba con el mismo id se compensan
      * entre si y se rehacen corriendo CALC-ALLOC de nuevo. Un
      * reverso previo de la misma corrida la deja fuera.
       CARGAR-CORRIDA.
           MOVE "N" TO WS-EOF-JOURNAL
           OPEN INPUT CALC-JOURNAL-FILE
           IF WS-CALCJRNL-STATUS = "00"
               PERFORM UNTIL EOF-JOURNAL
                   READ CALC-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-JOURNAL
                       NOT AT END
                           IF CJ-RUN-ID = WS-RUN-ID-BUSCADO AND
                              (WS-FECHA-FILTRO = SPACES OR
                               CJ-FECHA = WS-FECHA-FILTRO-NUM)
                               PERFORM TOMAR-ASIENTO-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-JOURNAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-YA-REVERTIDA = "S"
                   MOVE 4018 TO ERR-CODIGO
                   MOVE "CALC-REVERSE" TO ERR-PROGRAMA
                   STRING "REVERSO RECHAZADO: LA CORRIDA "
                       WS-RUN-ID-BUSCADO " YA FUE REVERTIDA"
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "N" TO WS-SEGUIR
               WHEN WS-REV-DESBORDE = "S"
                   MOVE 4019 TO ERR-CODIGO
                   MOVE "CALC-REVERSE" TO ERR-PROGRAMA
                   STRING "REVERSO RECHAZADO: LA CORRIDA "
                       WS-RUN-ID-BUSCADO " TIENE MAS DE 5000 POSTEOS"
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "N" TO WS-SEGUIR
               WHEN WS-REVERSOS-COUNT = 0
                   DISPLAY "NO HAY POSTEOS DE LA CORRIDA "
                       WS-RUN-ID-BUSCADO " EN CALCJRNL.DAT."
                   IF WS-OTROS-TIPOS > 0
                       DISPLAY WS-OTROS-TIPOS " ASIENTO(S) DE REPARTO "
                           "O AJUSTE CON ESE ID NO SE REVIERTEN AQUI."
                   END-IF
                   MOVE "N" TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOMAR-ASIENTO-CORRIDA.
           EVALUATE TRUE
               WHEN CJ-ES-REVERSO
                   MOVE "S" TO WS-YA-REVERTIDA
               WHEN NOT CJ-ES-POSTEO
                   ADD 1 TO WS-OTROS-TIPOS
               WHEN WS-REVERSOS-COUNT >= 5000
                   MOVE "S" TO WS-REV-DESBORDE
               WHEN OTHER
                   ADD 1 TO WS-REVERSOS-COUNT
                   MOVE CJ-FECHA TO WS-REV-FECHA(WS-REVERSOS-COUNT)
                   MOVE CJ-OPERACION TO
                       WS-REV-OPERACION(WS-REVERSOS-COUNT)
                   MOVE CJ-DEPARTAMENTO TO
                       WS-REV-DEPTO(WS-REVERSOS-COUNT)
                   MOVE CJ-NUM1 TO WS-REV-NUM1(WS-REVERSOS-COUNT)
                   MOVE CJ-NUM2 TO WS-REV-NUM2(WS-REVERSOS-COUNT)
                   MOVE CJ-RESULTADO TO
                       WS-REV-RESULTADO(WS-REVERSOS-COUNT)
                   ADD CJ-RESULTADO TO WS-TOTAL-REVERSO
           END-EVALUATE.

      * Un periodo cerrado ya llevo su saldo al siguiente: revertir
      * una parte de la corrida dejaria el cierre descuadrado, asi
      * que un solo posteo en periodo cerrado rechaza la corrida.
       VERIFICAR-PERIODOS-CORRIDA.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REVERSOS-COUNT
               MOVE WS-REV-FECHA(WS-REV-IDX)(1:6) TO
                   WS-PERIODO-TRABAJO
               PERFORM VERIFICAR-PERIODO-CERRADO
               IF WS-PERIODO-CERRADO = "S"
                   MOVE WS-PERIODO-TRABAJO TO WS-PERIODO-RECHAZO
               END-IF
           END-PERFORM
           IF WS-PERIODO-RECHAZO > 0
               MOVE 4009 TO ERR-CODIGO
               MOVE "CALC-REVERSE" TO ERR-PROGRAMA
               STRING "REVERSO DE " WS-RUN-ID-BUSCADO
                   " RECHAZADO: PERIODO " WS-PERIODO-RECHAZO
                   " CERRADO" DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "N" TO WS-SEGUIR
           END-IF.

       VERIFICAR-PERIODO-CERRADO.
           MOVE "N" TO WS-PERIODO-CERRADO
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CERRADOS-COUNT
               IF WS-CER-PERIODO(WS-CER-IDX) = WS-PERIODO-TRABAJO
                   MOVE "S" TO WS-PERIODO-CERRADO
               END-IF
           END-PERFORM.

       CARGAR-PERIODOS-CERRADOS.
           MOVE "N" TO WS-EOF-PERIODOS
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-PERIODOS-STATUS = "00"
               PERFORM UNTIL EOF-PERIODOS
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PERIODOS
                       NOT AT END
                           IF PER-PERIODO IS NUMERIC AND
                              WS-CERRADOS-COUNT < 120
                               ADD 1 TO WS-CERRADOS-COUNT
                               MOVE PER-PERIODO TO
                                   WS-CER-PERIODO(WS-CERRADOS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

      * Las series de la corrida son las que CALC-EDIT anoto con su
      * id. Los lotes anotados antes de guardarse el id solo tienen
      * la fecha: se toman por fecha de posteo cuando ninguno trae
      * el id, y el operador los ve antes de confirmar.
       CARGAR-LOTES.
           MOVE "N" TO WS-EOF-LOTES
           OPEN INPUT BATCH-REGISTRY-FILE
           IF WS-LOTES-STATUS = "00"
               PERFORM UNTIL EOF-LOTES
                   READ BATCH-REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LOTES
                       NOT AT END
                           IF WS-LOTES-COUNT < 500
                               ADD 1 TO WS-LOTES-COUNT
                               MOVE BATCH-REGISTRY-RECORD TO
                                   WS-LOT-LINEA(WS-LOTES-COUNT)
                               MOVE "N" TO
                                   WS-LOT-BORRAR(WS-LOTES-COUNT)
                               IF LOT-RUN-ID = WS-RUN-ID-BUSCADO AND
                                  (WS-FECHA-FILTRO = SPACES OR
                                   LOT-FECHA = WS-FECHA-FILTRO-NUM)
                                   MOVE "S" TO
                                     WS-LOT-BORRAR(WS-LOTES-COUNT)
                                   ADD 1 TO WS-LOTES-POR-ID
                               END-IF
                           ELSE
                               MOVE "S" TO WS-LOTES-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTRY-FILE
           END-IF
           IF WS-LOTES-POR-ID = 0
               PERFORM MARCAR-LOTE-POR-FECHA
                   VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOTES-COUNT
           END-IF
           IF LOTES-DESBORDADOS
               DISPLAY "CALCLOTE.CTL TIENE MAS DE 500 LOTES; NO SE "
                   "RETIRAN SERIES, LIMPIARLO A MANO."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       MARCAR-LOTE-POR-FECHA.
           MOVE WS-LOT-LINEA(WS-LOT-IDX) TO WS-LOTE-VISTA
           IF WS-VIS-RUN-ID = SPACES
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REVERSOS-COUNT
                   IF WS-VIS-FECHA = WS-REV-FECHA(WS-REV-IDX)
                       MOVE "S" TO WS-LOT-BORRAR(WS-LOT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       CONFIRMAR-REVERSO.
           MOVE WS-TOTAL-REVERSO TO WS-IMPORTE-ED
           DISPLAY "CORRIDA " WS-RUN-ID-BUSCADO ": "
               WS-REVERSOS-COUNT " POSTEOS, IMPORTE " WS-IMPORTE-ED.
           IF WS-OTROS-TIPOS > 0
               DISPLAY WS-OTROS-TIPOS " ASIENTO(S) DE REPARTO O AJUSTE"
                   " CON ESE ID QUEDAN COMO ESTAN."
           END-IF
           MOVE 0 TO WS-LOTES-A-BORRAR
           IF NOT LOTES-DESBORDADOS
               PERFORM MOSTRAR-LOTE-A-BORRAR
                   VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOTES-COUNT
           END-IF
           IF WS-LOTES-A-BORRAR = 0
               DISPLAY "NINGUNA SERIE DE CALCLOTE.CTL QUEDA LIBERADA."
           END-IF
           MOVE 4304 TO MSJ-NUMERO
           MOVE "Confirma el reverso? (S/N): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "REVERSO CANCELADO; NADA FUE MODIFICADO."
               MOVE "N" TO WS-SEGUIR
           END-IF.

       MOSTRAR-LOTE-A-BORRAR.
           IF WS-LOT-BORRAR(WS-LOT-IDX) = "S"
               ADD 1 TO WS-LOTES-A-BORRAR
               MOVE WS-LOT-LINEA(WS-LOT-IDX) TO WS-LOTE-VISTA
               DISPLAY "  SE RETIRA LA SERIE " WS-VIS-SERIE
                   " DEL " WS-VIS-FECHA " (TOTAL " WS-VIS-TOTAL ")"
           END-IF.

      * Cada posteo sale del registro del dia y del registro del
      * periodo (AAAAMM00) con el mismo importe y una unidad menos,
      * exactamente al reves de CALC-POST. El reverso lleva la fecha
      * del posteo original para que LEDGER-QUERY y CALC-RECON lo
      * vean junto al posteo que anula.
       REVERTIR-CORRIDA.
           PERFORM ABRIR-LEDGER
           IF WS-LOCK-OK = "S" AND WS-LEDGER-STATUS = "00"
               MOVE SPACES TO WS-REFERENCIA
               STRING "REVERSO " WS-FECHA-HOY
                   DELIMITED BY SIZE INTO WS-REFERENCIA
               OPEN EXTEND CALC-JOURNAL-FILE
               IF WS-CALCJRNL-STATUS = "35"
                   OPEN OUTPUT CALC-JOURNAL-FILE
                   CLOSE CALC-JOURNAL-FILE
                   OPEN EXTEND CALC-JOURNAL-FILE
               END-IF
               PERFORM REVERTIR-UN-POSTEO
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REVERSOS-COUNT
               CLOSE CALC-JOURNAL-FILE
               CLOSE LEDGER-MASTER
           ELSE
               MOVE "N" TO WS-SEGUIR
           END-IF
           IF WS-LOCK-OK = "S"
               PERFORM LIBERAR-LOCK-LEDGER
           END-IF
           IF WS-FALTANTES > 0
               MOVE 4020 TO ERR-CODIGO
               MOVE "CALC-REVERSE" TO ERR-PROGRAMA
               STRING "REVERSO DE " WS-RUN-ID-BUSCADO ": "
                   WS-FALTANTES " REGISTROS DEL LEDGER NO EXISTIAN"
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       REVERTIR-UN-POSTEO.
           MOVE WS-REV-FECHA(WS-REV-IDX) TO WS-APL-FECHA
           PERFORM APLICAR-REVERSO-LEDGER
           COMPUTE WS-APL-FECHA =
               FUNCTION INTEGER(WS-REV-FECHA(WS-REV-IDX) / 100) * 100
           PERFORM APLICAR-REVERSO-LEDGER
           PERFORM ESCRIBIR-JOURNAL-REVERSO
           ADD 1 TO WS-REVERTIDOS.

      * Un registro que falta no deberia existir si el journal dice
      * que se posteo; se crea con el importe negativo para que el
      * ledger siga sumando lo mismo que el journal, y se avisa.
       APLICAR-REVERSO-LEDGER.
           MOVE WS-APL-FECHA TO LG-FECHA
           MOVE WS-REV-OPERACION(WS-REV-IDX) TO LG-OPERACION
           MOVE WS-REV-DEPTO(WS-REV-IDX) TO LG-DEPARTAMENTO
           READ LEDGER-MASTER
               INVALID KEY
                   ADD 1 TO WS-FALTANTES
                   MOVE 0 TO LG-CANTIDAD
                   COMPUTE LG-IMPORTE =
                       0 - WS-REV-RESULTADO(WS-REV-IDX)
                   WRITE LEDGER-RECORD
               NOT INVALID KEY
                   IF LG-CANTIDAD > 0
                       SUBTRACT 1 FROM LG-CANTIDAD
                   END-IF
                   SUBTRACT WS-REV-RESULTADO(WS-REV-IDX)
                       FROM LG-IMPORTE
                   REWRITE LEDGER-RECORD
           END-READ.

      * El reverso conserva el id de la corrida que anula: asi un
      * segundo intento lo encuentra y se rechaza.
       ESCRIBIR-JOURNAL-REVERSO.
           MOVE SPACES TO CALC-JOURNAL-RECORD
           MOVE WS-REV-FECHA(WS-REV-IDX) TO CJ-FECHA
           MOVE WS-REV-OPERACION(WS-REV-IDX) TO CJ-OPERACION
           MOVE WS-REV-DEPTO(WS-REV-IDX) TO CJ-DEPARTAMENTO
           MOVE WS-REV-NUM1(WS-REV-IDX) TO CJ-NUM1
           MOVE WS-REV-NUM2(WS-REV-IDX) TO CJ-NUM2
           MOVE WS-REV-RESULTADO(WS-REV-IDX) TO CJ-RESULTADO
           MOVE WS-RUN-ID-BUSCADO TO CJ-RUN-ID
           MOVE "R" TO CJ-TIPO
           COMPUTE CJ-IMPORTE = 0 - WS-REV-RESULTADO(WS-REV-IDX)
           MOVE WS-REFERENCIA TO CJ-REFERENCIA
           WRITE CALC-JOURNAL-RECORD.

      *El ledger se toma bajo candado, como hacen CALC-POST y
      *CALC-ADJUST; sin candado no se revierte nada.
       ABRIR-LEDGER.
           MOVE "CALCLEDG" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "CALC-REVERSE" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "CALC-REVERSE" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO CALCLEDG" TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-LOCK-OK
               OPEN I-O LEDGER-MASTER
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CALC-REVERSE" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCLEDG.DAT, STATUS="
                       WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

       LIBERAR-LOCK-LEDGER.
           MOVE "CALCLEDG" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "CALC-REVERSE" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

      * Se regraba CALCLOTE.CTL sin las series de la corrida, para
      * que CALC-EDIT acepte el archivo corregido. Con la tabla
      * incompleta no se toca: se perderian los lotes que no cupieron.
       LIMPIAR-LOTES.
           IF WS-LOTES-A-BORRAR > 0 AND NOT LOTES-DESBORDADOS
               OPEN OUTPUT BATCH-REGISTRY-FILE
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-IDX > WS-LOTES-COUNT
                   IF WS-LOT-BORRAR(WS-LOT-IDX) = "N"
                       MOVE WS-LOT-LINEA(WS-LOT-IDX) TO
                           BATCH-REGISTRY-RECORD
                       WRITE BATCH-REGISTRY-RECORD
                   END-IF
               END-PERFORM
               CLOSE BATCH-REGISTRY-FILE
           END-IF.

      * Los archivos de remitente que CALC-INTAKE fusiono para la
      * corrida llevan su id en RECEP.CTL; mientras sigan ahi, el
      * reenvio corregido se retendria como serie ya recibida.
       LIMPIAR-RECEPCION.
           MOVE "N" TO WS-EOF-RECEP
           OPEN INPUT INTAKE-REGISTRY-FILE
           IF WS-RECEP-STATUS = "00"
               PERFORM UNTIL EOF-RECEP
                   READ INTAKE-REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RECEP
                       NOT AT END
                           IF WS-RECEP-COUNT < 500
                               ADD 1 TO WS-RECEP-COUNT
                               MOVE INTAKE-REGISTRY-RECORD TO
                                   WS-REC-LINEA(WS-RECEP-COUNT)
                               MOVE "N" TO
                                   WS-REC-BORRAR(WS-RECEP-COUNT)
                               IF REC-RUN-ID = WS-RUN-ID-BUSCADO AND
                                  (WS-FECHA-FILTRO = SPACES OR
                                   REC-FECHA = WS-FECHA-FILTRO-NUM)
                                   MOVE "S" TO
                                     WS-REC-BORRAR(WS-RECEP-COUNT)
                                   ADD 1 TO WS-RECEP-A-BORRAR
                               END-IF
                           ELSE
                               MOVE "S" TO WS-RECEP-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-REGISTRY-FILE
           END-IF
           IF RECEP-DESBORDADO
               DISPLAY "RECEP.CTL TIENE MAS DE 500 ARCHIVOS; NO SE "
                   "RETIRAN, LIMPIARLO A MANO."
               MOVE 0 TO WS-RECEP-A-BORRAR
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF
           IF WS-RECEP-A-BORRAR > 0
               OPEN OUTPUT INTAKE-REGISTRY-FILE
               PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                       UNTIL WS-REC-IDX > WS-RECEP-COUNT
                   IF WS-REC-BORRAR(WS-REC-IDX) = "N"
                       MOVE WS-REC-LINEA(WS-REC-IDX) TO
                           INTAKE-REGISTRY-RECORD
                       WRITE INTAKE-REGISTRY-RECORD
                   END-IF
               END-PERFORM
               CLOSE INTAKE-REGISTRY-FILE
           END-IF.

       LEER-OPERADOR-SESION.
           OPEN INPUT OPERATOR-CTL-FILE
           IF WS-OPERCTL-STATUS = "00"
               READ OPERATOR-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPERCTL-ID NOT = SPACES
                           MOVE OPERCTL-ID TO WS-OPERADOR-SESION
                       END-IF
               END-READ
               CLOSE OPERATOR-CTL-FILE
           END-IF.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "CALC-REVERSE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "REVERSO " WS-RUN-ID-BUSCADO
               " FECHA=" WS-FECHA-FILTRO
               " POSTEOS=" WS-REVERTIDOS
               " SERIES=" WS-LOTES-A-BORRAR
               " OPER=" WS-OPERADOR-SESION
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

       END PROGRAM CALC-REVERSE.
