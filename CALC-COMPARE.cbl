      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comparative calculator ledger report for finance's
      *          monthly review. For a closed period it prints to
      *          CALCCOMP.RPT, per department and operation, the
      *          amount of the period, of the prior period and of the
      *          same period a year earlier, with the change in
      *          amount and percent against each, department
      *          subtotals and a grand total. Lines whose change goes
      *          beyond the threshold in CALCCOMP.PRM are flagged and
      *          the run ends in warning. It takes no console input
      *          and runs as a daily JOB-CONTROL step: it reports the
      *          latest period closed by CALC-CLOSE (CALCPERS.DAT)
      *          once, the first run after the close, and remembers
      *          it in CALCCOMP.CTL. A period in CALCCOMP.PRM forces
      *          the report for that period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-COMPARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALC-LEDGER-SEL.
           COPY CALCPERS-SEL.
           SELECT COMPARE-PARM-FILE ASSIGN TO "CALCCOMP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COMPARE-CONTROL-FILE ASSIGN TO "CALCCOMP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "CALCCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CALC-LEDGER-FD.
       COPY CALCPERS-FD.

      *Periodo en ceros o blanco = el ultimo periodo cerrado, una sola
      *vez; un periodo informado fuerza el reporte de ese periodo. El
      *umbral es el porcentaje de cambio admitido antes de marcar.
       FD  COMPARE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-PARM-RECORD.
           05 PARM-PERIODO          PIC 9(6).
           05 FILLER                PIC X.
           05 PARM-UMBRAL           PIC 9(3)V99.

      *Ultimo periodo cerrado ya comparado y la fecha del reporte.
       FD  COMPARE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-CONTROL-RECORD.
           05 CTL-PERIODO           PIC 9(6).
           05 FILLER                PIC X.
           05 CTL-FECHA             PIC 9(8).

       FD  COMPARE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-PERIODOS-STATUS    PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-CONTROL-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-PERIODO            PIC 9(6) VALUE 0.
       01 WS-PERIODO-ANTERIOR   PIC 9(6).
       01 WS-PERIODO-ANIO-ANT   PIC 9(6).
       01 WS-PERIODO-FORZADO    PIC 9(6) VALUE 0.
       01 WS-ULTIMO-CERRADO     PIC 9(6) VALUE 0.
       01 WS-ULTIMO-COMPARADO   PIC 9(6) VALUE 0.
       01 WS-PERIODO-ABIERTO    PIC X VALUE "N".
       01 WS-UMBRAL             PIC 9(3)V99 VALUE 20.
       01 WS-ANIO-TRABAJO       PIC 9(4).
       01 WS-MES-TRABAJO        PIC 9(2).
       01 WS-CLAVE-INICIO       PIC 9(8).
       01 WS-CLAVE-FIN          PIC 9(8).
       01 WS-EOF-PERIODOS       PIC X VALUE "N".
           88 EOF-PERIODOS      VALUE "Y".
       01 WS-EOF-LEDGER         PIC X VALUE "N".
           88 EOF-LEDGER        VALUE "Y".
       01 WS-ABORTAR            PIC X VALUE "N".
           88 CORRIDA-ABORTADA  VALUE "S".
       01 WS-HAY-REPORTE        PIC X VALUE "N".
           88 HAY-REPORTE       VALUE "S".
       01 WS-LEDGER-LEIDOS      PIC 9(6) VALUE 0.

      *Una fila por departamento y operacion, en orden de clave para
      *que el reporte corte por departamento sin ordenar aparte.
       01 WS-FILAS-COUNT        PIC 9(3) VALUE 0.
       01 WS-FILAS-TABLA.
           05 WS-FILA-ENTRY OCCURS 300 TIMES.
               10 WS-FIL-DEPTO         PIC X(3).
               10 WS-FIL-OPERACION     PIC X.
               10 WS-FIL-IMP-ACTUAL    PIC S9(11)V99.
               10 WS-FIL-IMP-ANTERIOR  PIC S9(11)V99.
               10 WS-FIL-IMP-ANIO-ANT  PIC S9(11)V99.
       01 WS-FIL-IDX            PIC 9(3).
       01 WS-FIL-HALLADA        PIC 9(3).
       01 WS-FIL-MOVER          PIC 9(3).
       01 WS-DEPTO-BUSCA        PIC X(3).
       01 WS-OP-BUSCA           PIC X.
       01 WS-FILAS-DESBORDE     PIC 9(6) VALUE 0.

      *Subtotales por departamento y total de todo el reporte.
       01 WS-TOTALES-DEPTO.
           05 WS-TD-IMP-ACTUAL      PIC S9(11)V99.
           05 WS-TD-IMP-ANTERIOR    PIC S9(11)V99.
           05 WS-TD-IMP-ANIO-ANT    PIC S9(11)V99.
       01 WS-TOTALES-GENERAL.
           05 WS-TG-IMP-ACTUAL      PIC S9(11)V99 VALUE 0.
           05 WS-TG-IMP-ANTERIOR    PIC S9(11)V99 VALUE 0.
           05 WS-TG-IMP-ANIO-ANT    PIC S9(11)V99 VALUE 0.
       01 WS-DEPTO-ACTUAL       PIC X(3).
       01 WS-DEPTO-MARCADO      PIC X.
       01 WS-DEPTOS-REPORTADOS  PIC 9(3) VALUE 0.
       01 WS-DEPTOS-MARCADOS    PIC 9(3) VALUE 0.
       01 WS-LINEAS-MARCADAS    PIC 9(4) VALUE 0.

      *Una linea del reporte: se carga desde los campos de trabajo
      *de abajo para que detalle, subtotal y total general usen el
      *mismo formato.
       01 WS-LIN-ACTUAL         PIC S9(11)V99.
       01 WS-LIN-ANTERIOR       PIC S9(11)V99.
       01 WS-LIN-ANIO-ANT       PIC S9(11)V99.
       01 WS-LIN-MARCA          PIC X.
           88 LINEA-MARCADA     VALUE "S".
       01 WS-CMP-BASE           PIC S9(11)V99.
       01 WS-CMP-CAMBIO         PIC S9(11)V99.
       01 WS-CMP-TEXTO          PIC X(8).
       01 WS-PORCENTAJE         PIC S9(4)V99.
       01 WS-PORCENTAJE-ABS     PIC 9(4)V99.
       01 WS-PCT-ED             PIC -ZZZ9.99.

       01 WS-DETALLE-LINEA.
           05 WS-DET-DEPTO      PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-OPERACION  PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-ACTUAL     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-ANTERIOR   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-CAMBIO-ANT PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-PCT-ANT    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-ANIO-ANT   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-CAMBIO-ANIO PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-PCT-ANIO   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-MARCA      PIC X(8).
           05 FILLER            PIC X(6) VALUE SPACES.

       01 WS-PAGINA             PIC 9(4) VALUE 0.
       01 WS-LINEAS             PIC 9(2) VALUE 99.
       01 WS-LINEAS-POR-PAGINA  PIC 9(2) VALUE 50.
       01 WS-ENCABEZADO.
           05 FILLER            PIC X(33) VALUE
               "COMPARATIVO DEL LEDGER - PERIODO ".
           05 WS-ENC-PERIODO    PIC 9(6).
           05 FILLER            PIC X(12) VALUE "   ANTERIOR ".
           05 WS-ENC-ANTERIOR   PIC 9(6).
           05 FILLER            PIC X(12) VALUE "   ANIO ANT ".
           05 WS-ENC-ANIO-ANT   PIC 9(6).
           05 FILLER            PIC X(10) VALUE "   UMBRAL ".
           05 WS-ENC-UMBRAL     PIC ZZ9.99.
           05 FILLER            PIC X(12) VALUE "%   EMITIDO ".
           05 WS-ENC-FECHA      PIC 9(8).
           05 FILLER            PIC X(10) VALUE "   PAGINA ".
           05 WS-ENC-PAGINA     PIC ZZZ9.
           05 FILLER            PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           PERFORM ELEGIR-PERIODO.
           IF HAY-REPORTE AND NOT CORRIDA-ABORTADA
               PERFORM CALCULAR-PERIODOS-COMPARADOS
               PERFORM CARGAR-LEDGER
           END-IF.
           IF HAY-REPORTE AND NOT CORRIDA-ABORTADA
               OPEN OUTPUT COMPARE-REPORT-FILE
               PERFORM IMPRIMIR-FILAS
               PERFORM IMPRIMIR-TOTAL-GENERAL
               CLOSE COMPARE-REPORT-FILE
               DISPLAY "CALC-COMPARE: PERIODO " WS-PERIODO " FILAS "
                   WS-FILAS-COUNT " LINEAS FUERA DE UMBRAL "
                   WS-LINEAS-MARCADAS ", VER CALCCOMP.RPT"
               MOVE "CALCCOMP.RPT" TO SPL-REPORTE
               MOVE "A" TO SPL-DISPOSICION
               MOVE 365 TO SPL-DIAS-PURGA
               CALL "SPOOL-REG" USING SPOOL-PARMS
               IF WS-PERIODO-FORZADO = 0
                   PERFORM ANOTAR-PERIODO-COMPARADO
               END-IF
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT COMPARE-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT COMPARE-PARM-FILE
               CLOSE COMPARE-PARM-FILE
               OPEN INPUT COMPARE-PARM-FILE
           END-IF
           READ COMPARE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PERIODO IS NUMERIC AND
                      PARM-PERIODO > 0 AND
                      PARM-PERIODO(5:2) >= "01" AND
                      PARM-PERIODO(5:2) <= "12"
                       MOVE PARM-PERIODO TO WS-PERIODO-FORZADO
                   END-IF
                   IF PARM-UMBRAL IS NUMERIC
                       MOVE PARM-UMBRAL TO WS-UMBRAL
                   END-IF
           END-READ
           CLOSE COMPARE-PARM-FILE.

      * El paso corre todos los dias pero el cierre lo hace un
      * supervisor con CALC-CLOSE cuando finanzas lo autoriza, asi
      * que el comparativo sale la primera corrida despues de que
      * aparece un periodo cerrado nuevo en CALCPERS.DAT: antes las
      * cifras todavia pueden cambiar. El periodo forzado por
      * parametro sale siempre, avisando si sigue abierto.
       ELEGIR-PERIODO.
           PERFORM BUSCAR-ULTIMO-CERRADO
           IF CORRIDA-ABORTADA
               CONTINUE
           ELSE
               IF WS-PERIODO-FORZADO > 0
                   MOVE WS-PERIODO-FORZADO TO WS-PERIODO
                   MOVE "S" TO WS-HAY-REPORTE
                   IF WS-PERIODO-ABIERTO = "S"
                       DISPLAY "CALC-COMPARE: EL PERIODO " WS-PERIODO
                           " NO ESTA CERRADO; CIFRAS PROVISORIAS."
                       MOVE CC-AVISO TO WS-CC-NUEVA
                       PERFORM ANOTAR-CONDICION
                   END-IF
               ELSE
                   PERFORM LEER-ULTIMO-COMPARADO
                   IF WS-ULTIMO-CERRADO = 0
                       DISPLAY "CALC-COMPARE: NO HAY PERIODOS "
                           "CERRADOS; NADA QUE COMPARAR."
                   ELSE
                       IF WS-ULTIMO-CERRADO > WS-ULTIMO-COMPARADO
                           MOVE WS-ULTIMO-CERRADO TO WS-PERIODO
                           MOVE "S" TO WS-HAY-REPORTE
                       ELSE
                           DISPLAY "CALC-COMPARE: PERIODO "
                               WS-ULTIMO-CERRADO
                               " YA COMPARADO; SIN CIERRE NUEVO."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Recorre el registro de periodos cerrados buscando el mas
      * reciente y, de paso, si el periodo forzado esta cerrado.
       BUSCAR-ULTIMO-CERRADO.
           MOVE "S" TO WS-PERIODO-ABIERTO
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-PERIODOS-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PERIODOS-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CALC-COMPARE" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCPERS.DAT, STATUS="
                       WS-PERIODOS-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "S" TO WS-ABORTAR
               ELSE
                   PERFORM UNTIL EOF-PERIODOS
                       READ CLOSED-PERIOD-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-PERIODOS
                           NOT AT END
                               IF PER-PERIODO IS NUMERIC
                                   IF PER-PERIODO > WS-ULTIMO-CERRADO
                                       MOVE PER-PERIODO TO
                                           WS-ULTIMO-CERRADO
                                   END-IF
                                   IF PER-PERIODO =
                                      WS-PERIODO-FORZADO
                                       MOVE "N" TO WS-PERIODO-ABIERTO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLOSED-PERIOD-FILE
               END-IF
           END-IF.

       LEER-ULTIMO-COMPARADO.
           MOVE 0 TO WS-ULTIMO-COMPARADO
           OPEN INPUT COMPARE-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ COMPARE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-PERIODO IS NUMERIC
                           MOVE CTL-PERIODO TO WS-ULTIMO-COMPARADO
                       END-IF
               END-READ
               CLOSE COMPARE-CONTROL-FILE
           END-IF.

       ANOTAR-PERIODO-COMPARADO.
           OPEN OUTPUT COMPARE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-COMPARE" TO ERR-PROGRAMA
               STRING "NO SE PUDO GRABAR CALCCOMP.CTL, STATUS="
                   WS-CONTROL-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE SPACES TO COMPARE-CONTROL-RECORD
               MOVE WS-PERIODO TO CTL-PERIODO
               MOVE WS-FECHA-HOY TO CTL-FECHA
               WRITE COMPARE-CONTROL-RECORD
               CLOSE COMPARE-CONTROL-FILE
           END-IF.

      * El anterior es el mes previo (enero pasa a diciembre del anio
      * anterior); el de comparacion anual, el mismo mes un anio
      * antes.
       CALCULAR-PERIODOS-COMPARADOS.
           MOVE WS-PERIODO(1:4) TO WS-ANIO-TRABAJO
           MOVE WS-PERIODO(5:2) TO WS-MES-TRABAJO
           IF WS-MES-TRABAJO = 1
               COMPUTE WS-PERIODO-ANTERIOR =
                   (WS-ANIO-TRABAJO - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 1
           END-IF
           COMPUTE WS-PERIODO-ANIO-ANT = WS-PERIODO - 100.

      * Igual que en BUDGET-VAR, las cifras salen de los registros de
      * DIA del ledger y no del registro de periodo AAAAMM00, que
      * despues de un cierre lleva ademas el saldo arrastrado del mes
      * anterior. Se recorre una sola vez desde el mes del anio
      * anterior hasta el periodo y se toman solo los tres meses.
       CARGAR-LEDGER.
           OPEN INPUT LEDGER-MASTER
           IF WS-LEDGER-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CALC-COMPARE" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCLEDG.DAT, STATUS="
                       WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "S" TO WS-ABORTAR
               ELSE
                   COMPUTE WS-CLAVE-INICIO = WS-PERIODO-ANIO-ANT * 100
                   COMPUTE WS-CLAVE-FIN = WS-PERIODO * 100 + 99
                   MOVE WS-CLAVE-INICIO TO LG-FECHA
                   MOVE LOW-VALUES TO LG-OPERACION
                   MOVE LOW-VALUES TO LG-DEPARTAMENTO
                   START LEDGER-MASTER KEY >= LG-CLAVE
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-LEDGER
                   END-START
                   PERFORM UNTIL EOF-LEDGER
                       READ LEDGER-MASTER NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-LEDGER
                           NOT AT END
                               IF LG-FECHA > WS-CLAVE-FIN
                                   MOVE "Y" TO WS-EOF-LEDGER
                               ELSE
                                   IF LG-FECHA(7:2) NOT = "00"
                                       PERFORM ACUMULAR-LEDGER
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-MASTER
               END-IF
           END-IF.

       ACUMULAR-LEDGER.
           IF LG-FECHA(1:6) = WS-PERIODO OR
              LG-FECHA(1:6) = WS-PERIODO-ANTERIOR OR
              LG-FECHA(1:6) = WS-PERIODO-ANIO-ANT
               ADD 1 TO WS-LEDGER-LEIDOS
               MOVE LG-DEPARTAMENTO TO WS-DEPTO-BUSCA
               MOVE LG-OPERACION TO WS-OP-BUSCA
               PERFORM BUSCAR-FILA
               IF WS-FIL-HALLADA > 0
                   EVALUATE LG-FECHA(1:6)
                       WHEN WS-PERIODO
                           ADD LG-IMPORTE TO
                               WS-FIL-IMP-ACTUAL(WS-FIL-HALLADA)
                       WHEN WS-PERIODO-ANTERIOR
                           ADD LG-IMPORTE TO
                               WS-FIL-IMP-ANTERIOR(WS-FIL-HALLADA)
                       WHEN OTHER
                           ADD LG-IMPORTE TO
                               WS-FIL-IMP-ANIO-ANT(WS-FIL-HALLADA)
                   END-EVALUATE
               END-IF
           END-IF.

      * Busca la fila del departamento/operacion; si no esta la
      * inserta en su lugar de clave corriendo las siguientes. Sin
      * lugar en la tabla se cuenta el desborde y la corrida avisa.
       BUSCAR-FILA.
           MOVE 0 TO WS-FIL-HALLADA
           MOVE 0 TO WS-FIL-MOVER
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FILAS-COUNT
                      OR WS-FIL-HALLADA > 0
                      OR WS-FIL-MOVER > 0
               IF WS-FIL-DEPTO(WS-FIL-IDX) = WS-DEPTO-BUSCA AND
                  WS-FIL-OPERACION(WS-FIL-IDX) = WS-OP-BUSCA
                   MOVE WS-FIL-IDX TO WS-FIL-HALLADA
               ELSE
                   IF WS-FIL-DEPTO(WS-FIL-IDX) > WS-DEPTO-BUSCA OR
                      (WS-FIL-DEPTO(WS-FIL-IDX) = WS-DEPTO-BUSCA AND
                       WS-FIL-OPERACION(WS-FIL-IDX) > WS-OP-BUSCA)
                       MOVE WS-FIL-IDX TO WS-FIL-MOVER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIL-HALLADA = 0
               IF WS-FILAS-COUNT < 300
                   IF WS-FIL-MOVER = 0
                       COMPUTE WS-FIL-MOVER = WS-FILAS-COUNT + 1
                   ELSE
                       PERFORM VARYING WS-FIL-IDX FROM WS-FILAS-COUNT
                               BY -1 UNTIL WS-FIL-IDX < WS-FIL-MOVER
                           MOVE WS-FILA-ENTRY(WS-FIL-IDX) TO
                               WS-FILA-ENTRY(WS-FIL-IDX + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-FILAS-COUNT
                   MOVE WS-FIL-MOVER TO WS-FIL-HALLADA
                   INITIALIZE WS-FILA-ENTRY(WS-FIL-HALLADA)
                   MOVE WS-DEPTO-BUSCA TO WS-FIL-DEPTO(WS-FIL-HALLADA)
                   MOVE WS-OP-BUSCA TO
                       WS-FIL-OPERACION(WS-FIL-HALLADA)
               ELSE
                   ADD 1 TO WS-FILAS-DESBORDE
                   IF WS-FILAS-DESBORDE = 1
                       DISPLAY "CALC-COMPARE: MAS DE 300 FILAS; EL "
                           "REPORTE QUEDA INCOMPLETO."
                   END-IF
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

       IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PERIODO TO WS-ENC-PERIODO
           MOVE WS-PERIODO-ANTERIOR TO WS-ENC-ANTERIOR
           MOVE WS-PERIODO-ANIO-ANT TO WS-ENC-ANIO-ANT
           MOVE WS-UMBRAL TO WS-ENC-UMBRAL
           MOVE WS-FECHA-HOY TO WS-ENC-FECHA
           MOVE WS-PAGINA TO WS-ENC-PAGINA
           IF WS-PAGINA = 1
               WRITE REPORT-LINE FROM WS-ENCABEZADO
           ELSE
               WRITE REPORT-LINE FROM WS-ENCABEZADO
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-PERIODO-FORZADO > 0 AND WS-PERIODO-ABIERTO = "S"
               MOVE "*** PERIODO ABIERTO: CIFRAS PROVISORIAS ***"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEP OP          DEL PERIODO       MES ANTERIOR"
               "     CAMBIO VS ANT   VAR%        ANIO ANTERIOR"
               "    CAMBIO VS ANIO   VAR%     MARCA"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--- ----- ----------------- -----------------"
               " ----------------- -------- -----------------"
               " ----------------- -------- --------"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINEAS.

      * Corte por departamento: detalle por operacion y, al cambiar
      * de departamento, su subtotal.
       IMPRIMIR-FILAS.
           PERFORM IMPRIMIR-ENCABEZADO
           IF WS-FILAS-COUNT = 0
               MOVE "SIN ACTIVIDAD EN NINGUNO DE LOS TRES PERIODOS."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO WS-DEPTO-ACTUAL
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FILAS-COUNT
               IF WS-FIL-DEPTO(WS-FIL-IDX) NOT = WS-DEPTO-ACTUAL
                   IF WS-DEPTO-ACTUAL NOT = SPACES
                       PERFORM IMPRIMIR-TOTAL-DEPTO
                   END-IF
                   MOVE WS-FIL-DEPTO(WS-FIL-IDX) TO WS-DEPTO-ACTUAL
                   INITIALIZE WS-TOTALES-DEPTO
                   MOVE "N" TO WS-DEPTO-MARCADO
               END-IF
               PERFORM IMPRIMIR-UNA-FILA
           END-PERFORM
           IF WS-DEPTO-ACTUAL NOT = SPACES
               PERFORM IMPRIMIR-TOTAL-DEPTO
           END-IF.

       IMPRIMIR-UNA-FILA.
           IF WS-LINEAS + 2 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           ADD WS-FIL-IMP-ACTUAL(WS-FIL-IDX) TO WS-TD-IMP-ACTUAL
           ADD WS-FIL-IMP-ANTERIOR(WS-FIL-IDX) TO WS-TD-IMP-ANTERIOR
           ADD WS-FIL-IMP-ANIO-ANT(WS-FIL-IDX) TO WS-TD-IMP-ANIO-ANT
           MOVE WS-FIL-DEPTO(WS-FIL-IDX) TO WS-DET-DEPTO
           MOVE WS-FIL-OPERACION(WS-FIL-IDX) TO WS-DET-OPERACION
           MOVE WS-FIL-IMP-ACTUAL(WS-FIL-IDX) TO WS-LIN-ACTUAL
           MOVE WS-FIL-IMP-ANTERIOR(WS-FIL-IDX) TO WS-LIN-ANTERIOR
           MOVE WS-FIL-IMP-ANIO-ANT(WS-FIL-IDX) TO WS-LIN-ANIO-ANT
           PERFORM ESCRIBIR-LINEA-COMPARATIVA
           IF LINEA-MARCADA
               MOVE "S" TO WS-DEPTO-MARCADO
           END-IF.

       IMPRIMIR-TOTAL-DEPTO.
           IF WS-LINEAS + 2 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           ADD 1 TO WS-DEPTOS-REPORTADOS
           MOVE WS-DEPTO-ACTUAL TO WS-DET-DEPTO
           MOVE "TOTAL" TO WS-DET-OPERACION
           MOVE WS-TD-IMP-ACTUAL TO WS-LIN-ACTUAL
           MOVE WS-TD-IMP-ANTERIOR TO WS-LIN-ANTERIOR
           MOVE WS-TD-IMP-ANIO-ANT TO WS-LIN-ANIO-ANT
           PERFORM ESCRIBIR-LINEA-COMPARATIVA
           IF LINEA-MARCADA
               MOVE "S" TO WS-DEPTO-MARCADO
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINEAS
           IF WS-DEPTO-MARCADO = "S"
               ADD 1 TO WS-DEPTOS-MARCADOS
               DISPLAY "CALC-COMPARE: DEPARTAMENTO " WS-DEPTO-ACTUAL
                   " CON CAMBIOS FUERA DE UMBRAL"
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF
           ADD WS-TD-IMP-ACTUAL TO WS-TG-IMP-ACTUAL
           ADD WS-TD-IMP-ANTERIOR TO WS-TG-IMP-ANTERIOR
           ADD WS-TD-IMP-ANIO-ANT TO WS-TG-IMP-ANIO-ANT.

       IMPRIMIR-TOTAL-GENERAL.
           IF WS-LINEAS + 4 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE "***" TO WS-DET-DEPTO
           MOVE "TOTAL" TO WS-DET-OPERACION
           MOVE WS-TG-IMP-ACTUAL TO WS-LIN-ACTUAL
           MOVE WS-TG-IMP-ANTERIOR TO WS-LIN-ANTERIOR
           MOVE WS-TG-IMP-ANIO-ANT TO WS-LIN-ANIO-ANT
           PERFORM ESCRIBIR-LINEA-COMPARATIVA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS DE DIA DEL LEDGER: " WS-LEDGER-LEIDOS
               "  DEPARTAMENTOS: " WS-DEPTOS-REPORTADOS
               "  CON CAMBIOS FUERA DE UMBRAL: " WS-DEPTOS-MARCADOS
               "  LINEAS MARCADAS: " WS-LINEAS-MARCADAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FILAS-DESBORDE > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLA LLENA: " WS-FILAS-DESBORDE
                   " REGISTROS NO ENTRARON EN EL REPORTE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Cambio = periodo menos base; el porcentaje es sobre la base.
      * Sin base no hay porcentaje: si ahora hubo actividad igual se
      * marca, porque de cero a algo es un salto que finanzas mira.
       CALCULAR-CAMBIO.
           COMPUTE WS-CMP-CAMBIO = WS-LIN-ACTUAL - WS-CMP-BASE
           MOVE SPACES TO WS-CMP-TEXTO
           IF WS-CMP-BASE = 0
               IF WS-LIN-ACTUAL NOT = 0
                   MOVE "SIN BASE" TO WS-CMP-TEXTO
                   MOVE "S" TO WS-LIN-MARCA
               END-IF
           ELSE
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-CMP-CAMBIO * 100 / WS-CMP-BASE
                   ON SIZE ERROR
                       IF WS-CMP-CAMBIO < 0
                           MOVE -9999.99 TO WS-PORCENTAJE
                       ELSE
                           MOVE 9999.99 TO WS-PORCENTAJE
                       END-IF
               END-COMPUTE
      *        Una base negativa invierte el signo del cociente; el
      *        umbral se mide sobre el cambio sin signo.
               IF WS-PORCENTAJE < 0
                   COMPUTE WS-PORCENTAJE-ABS = 0 - WS-PORCENTAJE
               ELSE
                   MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ABS
               END-IF
               MOVE WS-PORCENTAJE TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-CMP-TEXTO
               IF WS-PORCENTAJE-ABS > WS-UMBRAL
                   MOVE "S" TO WS-LIN-MARCA
               END-IF
           END-IF.

       ESCRIBIR-LINEA-COMPARATIVA.
           MOVE "N" TO WS-LIN-MARCA
           MOVE WS-LIN-ANTERIOR TO WS-CMP-BASE
           PERFORM CALCULAR-CAMBIO
           MOVE WS-CMP-CAMBIO TO WS-DET-CAMBIO-ANT
           MOVE WS-CMP-TEXTO TO WS-DET-PCT-ANT
           MOVE WS-LIN-ANIO-ANT TO WS-CMP-BASE
           PERFORM CALCULAR-CAMBIO
           MOVE WS-CMP-CAMBIO TO WS-DET-CAMBIO-ANIO
           MOVE WS-CMP-TEXTO TO WS-DET-PCT-ANIO
           MOVE WS-LIN-ACTUAL TO WS-DET-ACTUAL
           MOVE WS-LIN-ANTERIOR TO WS-DET-ANTERIOR
           MOVE WS-LIN-ANIO-ANT TO WS-DET-ANIO-ANT
           IF LINEA-MARCADA
               MOVE "*SALTO*" TO WS-DET-MARCA
               ADD 1 TO WS-LINEAS-MARCADAS
           ELSE
               MOVE SPACES TO WS-DET-MARCA
           END-IF
           WRITE REPORT-LINE FROM WS-DETALLE-LINEA
           ADD 1 TO WS-LINEAS.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "CALC-COMPARE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           IF HAY-REPORTE
               STRING "COMPARATIVO LEDGER PERIODO=" WS-PERIODO
                   " DEPTOS=" WS-DEPTOS-REPORTADOS
                   " FUERA UMBRAL=" WS-DEPTOS-MARCADOS
                   DELIMITED BY SIZE INTO AUP-EVENTO
           ELSE
               STRING "COMPARATIVO LEDGER SIN CIERRE NUEVO"
                   " ULTIMO CERRADO=" WS-ULTIMO-CERRADO
                   DELIMITED BY SIZE INTO AUP-EVENTO
           END-IF
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

       END PROGRAM CALC-COMPARE.
