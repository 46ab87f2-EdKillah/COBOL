      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly budget-versus-actual variance report. Reads
      *          the department budget master PRESUP.DAT (kept with
      *          BUDGET-MAINT) and the calculator ledger CALCLEDG.DAT,
      *          and prints to VARPPTO.RPT, per department and
      *          operation, the budgeted and actual count and amount
      *          for the month and for the year to date, with the
      *          variance in amount and percent. Departments whose
      *          variance goes beyond the tolerance in PRESUP.PRM are
      *          flagged and the run ends in warning. It takes no
      *          console input, so it runs as a monthly JOB-CONTROL
      *          step (STEPDEFS.PRM frequency M).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRESUP-SEL.
           COPY CALC-LEDGER-SEL.
           SELECT BUDGET-PARM-FILE ASSIGN TO "PRESUP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARPPTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY PRESUP-FD.
       COPY CALC-LEDGER-FD.

      *Periodo en ceros o blanco = el mes de la corrida (el paso
      *mensual corre el ultimo dia habil); la tolerancia es el
      *porcentaje de desvio del importe admitido antes de marcar.
       FD  BUDGET-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-PARM-RECORD.
           05 PARM-PERIODO          PIC 9(6).
           05 FILLER                PIC X.
           05 PARM-TOLERANCIA       PIC 9(3)V99.

       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-PRESUP-STATUS      PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-PERIODO            PIC 9(6).
       01 WS-TOLERANCIA         PIC 9(3)V99 VALUE 10.
       01 WS-CLAVE-INICIO       PIC 9(8).
       01 WS-CLAVE-FIN          PIC 9(8).
       01 WS-PERIODO-INICIO     PIC 9(6).
       01 WS-EOF-PRESUP         PIC X VALUE "N".
           88 EOF-PRESUP        VALUE "Y".
       01 WS-EOF-LEDGER         PIC X VALUE "N".
           88 EOF-LEDGER        VALUE "Y".
       01 WS-ABORTAR            PIC X VALUE "N".
           88 CORRIDA-ABORTADA  VALUE "S".
       01 WS-PRESUP-LEIDOS      PIC 9(6) VALUE 0.
       01 WS-LEDGER-LEIDOS      PIC 9(6) VALUE 0.

      *Una fila por departamento y operacion, en orden de clave para
      *que el reporte corte por departamento sin ordenar aparte.
       01 WS-FILAS-COUNT        PIC 9(3) VALUE 0.
       01 WS-FILAS-TABLA.
           05 WS-FILA-ENTRY OCCURS 300 TIMES.
               10 WS-FIL-DEPTO         PIC X(3).
               10 WS-FIL-OPERACION     PIC X.
               10 WS-FIL-PPTO-MES-CANT PIC 9(7).
               10 WS-FIL-PPTO-MES-IMP  PIC S9(11)V99.
               10 WS-FIL-REAL-MES-CANT PIC 9(7).
               10 WS-FIL-REAL-MES-IMP  PIC S9(11)V99.
               10 WS-FIL-PPTO-ACU-CANT PIC 9(7).
               10 WS-FIL-PPTO-ACU-IMP  PIC S9(11)V99.
               10 WS-FIL-REAL-ACU-CANT PIC 9(7).
               10 WS-FIL-REAL-ACU-IMP  PIC S9(11)V99.
       01 WS-FIL-IDX            PIC 9(3).
       01 WS-FIL-HALLADA        PIC 9(3).
       01 WS-FIL-MOVER          PIC 9(3).
       01 WS-DEPTO-BUSCA        PIC X(3).
       01 WS-OP-BUSCA           PIC X.
       01 WS-FILAS-DESBORDE     PIC 9(6) VALUE 0.

      *Totales de control: por departamento (para la marca) y de
      *todo el reporte.
       01 WS-TOTALES-DEPTO.
           05 WS-TD-PPTO-MES-CANT   PIC 9(7).
           05 WS-TD-PPTO-MES-IMP    PIC S9(11)V99.
           05 WS-TD-REAL-MES-CANT   PIC 9(7).
           05 WS-TD-REAL-MES-IMP    PIC S9(11)V99.
           05 WS-TD-PPTO-ACU-CANT   PIC 9(7).
           05 WS-TD-PPTO-ACU-IMP    PIC S9(11)V99.
           05 WS-TD-REAL-ACU-CANT   PIC 9(7).
           05 WS-TD-REAL-ACU-IMP    PIC S9(11)V99.
       01 WS-TOTALES-GENERAL.
           05 WS-TG-PPTO-MES-CANT   PIC 9(7) VALUE 0.
           05 WS-TG-PPTO-MES-IMP    PIC S9(11)V99 VALUE 0.
           05 WS-TG-REAL-MES-CANT   PIC 9(7) VALUE 0.
           05 WS-TG-REAL-MES-IMP    PIC S9(11)V99 VALUE 0.
           05 WS-TG-PPTO-ACU-CANT   PIC 9(7) VALUE 0.
           05 WS-TG-PPTO-ACU-IMP    PIC S9(11)V99 VALUE 0.
           05 WS-TG-REAL-ACU-CANT   PIC 9(7) VALUE 0.
           05 WS-TG-REAL-ACU-IMP    PIC S9(11)V99 VALUE 0.
       01 WS-DEPTO-ACTUAL       PIC X(3).
       01 WS-DEPTOS-REPORTADOS  PIC 9(3) VALUE 0.
       01 WS-DEPTOS-MARCADOS    PIC 9(3) VALUE 0.
       01 WS-DEPTO-MARCADO      PIC X.

      *Una linea del reporte: se carga desde los campos de trabajo
      *de abajo para que detalle, total de departamento y total
      *general usen el mismo formato.
       01 WS-LIN-PPTO-CANT      PIC 9(7).
       01 WS-LIN-PPTO-IMP       PIC S9(11)V99.
       01 WS-LIN-REAL-CANT      PIC 9(7).
       01 WS-LIN-REAL-IMP       PIC S9(11)V99.
       01 WS-LIN-VARIACION      PIC S9(11)V99.
       01 WS-LIN-MARCA          PIC X.
           88 LINEA-MARCADA     VALUE "S".
       01 WS-PORCENTAJE         PIC S9(4)V99.
       01 WS-PORCENTAJE-ABS     PIC 9(4)V99.
       01 WS-PCT-ED             PIC -ZZZ9.99.

       01 WS-DETALLE-LINEA.
           05 WS-DET-DEPTO      PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-OPERACION  PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-TRAMO      PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DET-CANT-PPTO  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-CANT-REAL  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-IMP-PPTO   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-IMP-REAL   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-VARIACION  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PORCENTAJE PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-MARCA      PIC X(10).
           05 FILLER            PIC X(14) VALUE SPACES.

       01 WS-PAGINA             PIC 9(4) VALUE 0.
       01 WS-LINEAS             PIC 9(2) VALUE 99.
       01 WS-LINEAS-POR-PAGINA  PIC 9(2) VALUE 50.
       01 WS-ENCABEZADO.
           05 FILLER            PIC X(41) VALUE
               "VARIACION PRESUPUESTO VS REAL - PERIODO ".
           05 WS-ENC-PERIODO    PIC 9(6).
           05 FILLER            PIC X(15) VALUE "   TOLERANCIA ".
           05 WS-ENC-TOLERANCIA PIC ZZ9.99.
           05 FILLER            PIC X(12) VALUE "%   EMITIDO ".
           05 WS-ENC-FECHA      PIC 9(8).
           05 FILLER            PIC X(10) VALUE "   PAGINA ".
           05 WS-ENC-PAGINA     PIC ZZZ9.
           05 FILLER            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           COMPUTE WS-PERIODO-INICIO =
               FUNCTION INTEGER(WS-PERIODO / 100) * 100 + 1.
           PERFORM CARGAR-PRESUPUESTO.
           IF NOT CORRIDA-ABORTADA
               PERFORM CARGAR-REAL
           END-IF.
           IF NOT CORRIDA-ABORTADA
               OPEN OUTPUT VARIANCE-REPORT-FILE
               PERFORM IMPRIMIR-FILAS
               PERFORM IMPRIMIR-TOTAL-GENERAL
               CLOSE VARIANCE-REPORT-FILE
               DISPLAY "BUDGET-VAR: PERIODO " WS-PERIODO " FILAS "
                   WS-FILAS-COUNT " DEPARTAMENTOS FUERA DE TOLERANCIA "
                   WS-DEPTOS-MARCADOS ", VER VARPPTO.RPT"
               MOVE "VARPPTO.RPT" TO SPL-REPORTE
               MOVE "A" TO SPL-DISPOSICION
               MOVE 365 TO SPL-DIAS-PURGA
               CALL "SPOOL-REG" USING SPOOL-PARMS
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           OPEN INPUT BUDGET-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT BUDGET-PARM-FILE
               CLOSE BUDGET-PARM-FILE
               OPEN INPUT BUDGET-PARM-FILE
           END-IF
           READ BUDGET-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PERIODO IS NUMERIC AND
                      PARM-PERIODO > 0 AND
                      PARM-PERIODO(5:2) >= "01" AND
                      PARM-PERIODO(5:2) <= "12"
                       MOVE PARM-PERIODO TO WS-PERIODO
                   END-IF
                   IF PARM-TOLERANCIA IS NUMERIC
                       MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
                   END-IF
           END-READ
           CLOSE BUDGET-PARM-FILE.

      * El presupuesto acumulado del anio es la suma de los meses
      * de enero al periodo pedido; el del mes, solo el periodo.
       CARGAR-PRESUPUESTO.
           OPEN INPUT BUDGET-MASTER
           IF WS-PRESUP-STATUS = "35"
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN INPUT BUDGET-MASTER
           END-IF
           IF WS-PRESUP-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "BUDGET-VAR" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR PRESUP.DAT, STATUS="
                   WS-PRESUP-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "S" TO WS-ABORTAR
           ELSE
               MOVE WS-PERIODO-INICIO TO PB-PERIODO
               MOVE LOW-VALUES TO PB-DEPARTAMENTO
               MOVE LOW-VALUES TO PB-OPERACION
               START BUDGET-MASTER KEY >= PB-CLAVE
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-PRESUP
               END-START
               PERFORM UNTIL EOF-PRESUP
                   READ BUDGET-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-PRESUP
                       NOT AT END
                           IF PB-PERIODO > WS-PERIODO
                               MOVE "Y" TO WS-EOF-PRESUP
                           ELSE
                               PERFORM ACUMULAR-PRESUPUESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER
           END-IF.

       ACUMULAR-PRESUPUESTO.
           ADD 1 TO WS-PRESUP-LEIDOS
           MOVE PB-DEPARTAMENTO TO WS-DEPTO-BUSCA
           MOVE PB-OPERACION TO WS-OP-BUSCA
           PERFORM BUSCAR-FILA
           IF WS-FIL-HALLADA > 0
               ADD PB-CANTIDAD TO WS-FIL-PPTO-ACU-CANT(WS-FIL-HALLADA)
               ADD PB-IMPORTE TO WS-FIL-PPTO-ACU-IMP(WS-FIL-HALLADA)
               IF PB-PERIODO = WS-PERIODO
                   ADD PB-CANTIDAD TO
                       WS-FIL-PPTO-MES-CANT(WS-FIL-HALLADA)
                   ADD PB-IMPORTE TO
                       WS-FIL-PPTO-MES-IMP(WS-FIL-HALLADA)
               END-IF
           END-IF.

      * El real sale de los registros de DIA del ledger, no del
      * registro de periodo AAAAMM00: CALC-CLOSE arrastra a ese
      * registro el saldo de cierre del mes anterior como apertura,
      * asi que despues del primer cierre ya no es la actividad del
      * mes. La suma de los dias si lo es, y la del anio se arma
      * igual desde el primero de enero.
       CARGAR-REAL.
           OPEN INPUT LEDGER-MASTER
           IF WS-LEDGER-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "BUDGET-VAR" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCLEDG.DAT, STATUS="
                       WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "S" TO WS-ABORTAR
               ELSE
                   COMPUTE WS-CLAVE-INICIO = WS-PERIODO-INICIO * 100
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
                                       PERFORM ACUMULAR-REAL
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-MASTER
               END-IF
           END-IF.

       ACUMULAR-REAL.
           ADD 1 TO WS-LEDGER-LEIDOS
           MOVE LG-DEPARTAMENTO TO WS-DEPTO-BUSCA
           MOVE LG-OPERACION TO WS-OP-BUSCA
           PERFORM BUSCAR-FILA
           IF WS-FIL-HALLADA > 0
               ADD LG-CANTIDAD TO WS-FIL-REAL-ACU-CANT(WS-FIL-HALLADA)
               ADD LG-IMPORTE TO WS-FIL-REAL-ACU-IMP(WS-FIL-HALLADA)
               IF LG-FECHA(1:6) = WS-PERIODO
                   ADD LG-CANTIDAD TO
                       WS-FIL-REAL-MES-CANT(WS-FIL-HALLADA)
                   ADD LG-IMPORTE TO
                       WS-FIL-REAL-MES-IMP(WS-FIL-HALLADA)
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
                       DISPLAY "BUDGET-VAR: MAS DE 300 FILAS; EL "
                           "REPORTE QUEDA INCOMPLETO."
                   END-IF
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

       IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PERIODO TO WS-ENC-PERIODO
           MOVE WS-TOLERANCIA TO WS-ENC-TOLERANCIA
           MOVE WS-FECHA-HOY TO WS-ENC-FECHA
           MOVE WS-PAGINA TO WS-ENC-PAGINA
           IF WS-PAGINA = 1
               WRITE REPORT-LINE FROM WS-ENCABEZADO
           ELSE
               WRITE REPORT-LINE FROM WS-ENCABEZADO
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEP OP    TRAMO CANT-PPTO  CANT-REAL"
               "        IMPORTE PPTO        IMPORTE REAL"
               "           VARIACION      VAR%  MARCA"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--- ----- ----- ---------  ---------"
               "  ------------------  ------------------"
               "  ------------------  --------  -----"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINEAS.

      * Corte por departamento: detalle por operacion y, al cambiar
      * de departamento, su total con la marca de tolerancia.
       IMPRIMIR-FILAS.
           PERFORM IMPRIMIR-ENCABEZADO
           IF WS-FILAS-COUNT = 0
               MOVE "SIN PRESUPUESTO NI ACTIVIDAD PARA EL PERIODO."
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
           ADD WS-FIL-PPTO-MES-CANT(WS-FIL-IDX) TO WS-TD-PPTO-MES-CANT
           ADD WS-FIL-PPTO-MES-IMP(WS-FIL-IDX) TO WS-TD-PPTO-MES-IMP
           ADD WS-FIL-REAL-MES-CANT(WS-FIL-IDX) TO WS-TD-REAL-MES-CANT
           ADD WS-FIL-REAL-MES-IMP(WS-FIL-IDX) TO WS-TD-REAL-MES-IMP
           ADD WS-FIL-PPTO-ACU-CANT(WS-FIL-IDX) TO WS-TD-PPTO-ACU-CANT
           ADD WS-FIL-PPTO-ACU-IMP(WS-FIL-IDX) TO WS-TD-PPTO-ACU-IMP
           ADD WS-FIL-REAL-ACU-CANT(WS-FIL-IDX) TO WS-TD-REAL-ACU-CANT
           ADD WS-FIL-REAL-ACU-IMP(WS-FIL-IDX) TO WS-TD-REAL-ACU-IMP
           MOVE WS-FIL-DEPTO(WS-FIL-IDX) TO WS-DET-DEPTO
           MOVE WS-FIL-OPERACION(WS-FIL-IDX) TO WS-DET-OPERACION
           MOVE "MES" TO WS-DET-TRAMO
           MOVE WS-FIL-PPTO-MES-CANT(WS-FIL-IDX) TO WS-LIN-PPTO-CANT
           MOVE WS-FIL-PPTO-MES-IMP(WS-FIL-IDX) TO WS-LIN-PPTO-IMP
           MOVE WS-FIL-REAL-MES-CANT(WS-FIL-IDX) TO WS-LIN-REAL-CANT
           MOVE WS-FIL-REAL-MES-IMP(WS-FIL-IDX) TO WS-LIN-REAL-IMP
           PERFORM ESCRIBIR-LINEA-VARIACION
           MOVE SPACES TO WS-DET-DEPTO
           MOVE SPACES TO WS-DET-OPERACION
           MOVE "ACUM" TO WS-DET-TRAMO
           MOVE WS-FIL-PPTO-ACU-CANT(WS-FIL-IDX) TO WS-LIN-PPTO-CANT
           MOVE WS-FIL-PPTO-ACU-IMP(WS-FIL-IDX) TO WS-LIN-PPTO-IMP
           MOVE WS-FIL-REAL-ACU-CANT(WS-FIL-IDX) TO WS-LIN-REAL-CANT
           MOVE WS-FIL-REAL-ACU-IMP(WS-FIL-IDX) TO WS-LIN-REAL-IMP
           PERFORM ESCRIBIR-LINEA-VARIACION.

      * La marca de tolerancia es por departamento: un departamento
      * queda marcado si el desvio de su importe, del mes o del
      * acumulado, supera la tolerancia (o si tuvo actividad sin
      * presupuesto alguno).
       IMPRIMIR-TOTAL-DEPTO.
           IF WS-LINEAS + 3 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           ADD 1 TO WS-DEPTOS-REPORTADOS
           MOVE "N" TO WS-DEPTO-MARCADO
           MOVE WS-DEPTO-ACTUAL TO WS-DET-DEPTO
           MOVE "TOTAL" TO WS-DET-OPERACION
           MOVE "MES" TO WS-DET-TRAMO
           MOVE WS-TD-PPTO-MES-CANT TO WS-LIN-PPTO-CANT
           MOVE WS-TD-PPTO-MES-IMP TO WS-LIN-PPTO-IMP
           MOVE WS-TD-REAL-MES-CANT TO WS-LIN-REAL-CANT
           MOVE WS-TD-REAL-MES-IMP TO WS-LIN-REAL-IMP
           PERFORM ESCRIBIR-LINEA-VARIACION
           IF LINEA-MARCADA
               MOVE "S" TO WS-DEPTO-MARCADO
           END-IF
           MOVE SPACES TO WS-DET-DEPTO
           MOVE SPACES TO WS-DET-OPERACION
           MOVE "ACUM" TO WS-DET-TRAMO
           MOVE WS-TD-PPTO-ACU-CANT TO WS-LIN-PPTO-CANT
           MOVE WS-TD-PPTO-ACU-IMP TO WS-LIN-PPTO-IMP
           MOVE WS-TD-REAL-ACU-CANT TO WS-LIN-REAL-CANT
           MOVE WS-TD-REAL-ACU-IMP TO WS-LIN-REAL-IMP
           PERFORM ESCRIBIR-LINEA-VARIACION
           IF LINEA-MARCADA
               MOVE "S" TO WS-DEPTO-MARCADO
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINEAS
           IF WS-DEPTO-MARCADO = "S"
               ADD 1 TO WS-DEPTOS-MARCADOS
               DISPLAY "BUDGET-VAR: DEPARTAMENTO " WS-DEPTO-ACTUAL
                   " FUERA DE TOLERANCIA"
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF
           ADD WS-TD-PPTO-MES-CANT TO WS-TG-PPTO-MES-CANT
           ADD WS-TD-PPTO-MES-IMP TO WS-TG-PPTO-MES-IMP
           ADD WS-TD-REAL-MES-CANT TO WS-TG-REAL-MES-CANT
           ADD WS-TD-REAL-MES-IMP TO WS-TG-REAL-MES-IMP
           ADD WS-TD-PPTO-ACU-CANT TO WS-TG-PPTO-ACU-CANT
           ADD WS-TD-PPTO-ACU-IMP TO WS-TG-PPTO-ACU-IMP
           ADD WS-TD-REAL-ACU-CANT TO WS-TG-REAL-ACU-CANT
           ADD WS-TD-REAL-ACU-IMP TO WS-TG-REAL-ACU-IMP.

       IMPRIMIR-TOTAL-GENERAL.
           IF WS-LINEAS + 4 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE "TODOS" TO WS-DET-DEPTO
           MOVE "TOTAL" TO WS-DET-OPERACION
           MOVE "MES" TO WS-DET-TRAMO
           MOVE WS-TG-PPTO-MES-CANT TO WS-LIN-PPTO-CANT
           MOVE WS-TG-PPTO-MES-IMP TO WS-LIN-PPTO-IMP
           MOVE WS-TG-REAL-MES-CANT TO WS-LIN-REAL-CANT
           MOVE WS-TG-REAL-MES-IMP TO WS-LIN-REAL-IMP
           PERFORM ESCRIBIR-LINEA-VARIACION
           MOVE SPACES TO WS-DET-DEPTO
           MOVE SPACES TO WS-DET-OPERACION
           MOVE "ACUM" TO WS-DET-TRAMO
           MOVE WS-TG-PPTO-ACU-CANT TO WS-LIN-PPTO-CANT
           MOVE WS-TG-PPTO-ACU-IMP TO WS-LIN-PPTO-IMP
           MOVE WS-TG-REAL-ACU-CANT TO WS-LIN-REAL-CANT
           MOVE WS-TG-REAL-ACU-IMP TO WS-LIN-REAL-IMP
           PERFORM ESCRIBIR-LINEA-VARIACION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS DE PRESUPUESTO: " WS-PRESUP-LEIDOS
               "  REGISTROS DE DIA DEL LEDGER: " WS-LEDGER-LEIDOS
               "  DEPARTAMENTOS: " WS-DEPTOS-REPORTADOS
               "  FUERA DE TOLERANCIA: " WS-DEPTOS-MARCADOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FILAS-DESBORDE > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLA LLENA: " WS-FILAS-DESBORDE
                   " REGISTROS NO ENTRARON EN EL REPORTE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Variacion = real menos presupuesto; el porcentaje es sobre el
      * presupuesto. Sin presupuesto no hay porcentaje: si hubo
      * actividad igual se marca, porque nadie la autorizo.
       CALCULAR-VARIACION.
           MOVE "N" TO WS-LIN-MARCA
           COMPUTE WS-LIN-VARIACION = WS-LIN-REAL-IMP - WS-LIN-PPTO-IMP
           IF WS-LIN-PPTO-IMP = 0
               MOVE "SIN PPTO" TO WS-DET-PORCENTAJE
               IF WS-LIN-REAL-IMP NOT = 0
                   MOVE "S" TO WS-LIN-MARCA
               END-IF
           ELSE
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-LIN-VARIACION * 100 / WS-LIN-PPTO-IMP
                   ON SIZE ERROR
                       IF WS-LIN-VARIACION < 0
                           MOVE -9999.99 TO WS-PORCENTAJE
                       ELSE
                           MOVE 9999.99 TO WS-PORCENTAJE
                       END-IF
               END-COMPUTE
      *        Un presupuesto negativo invierte el signo del cociente;
      *        la tolerancia se mide sobre el desvio sin signo.
               IF WS-PORCENTAJE < 0
                   COMPUTE WS-PORCENTAJE-ABS = 0 - WS-PORCENTAJE
               ELSE
                   MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ABS
               END-IF
               MOVE WS-PORCENTAJE TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-DET-PORCENTAJE
               IF WS-PORCENTAJE-ABS > WS-TOLERANCIA
                   MOVE "S" TO WS-LIN-MARCA
               END-IF
           END-IF.

       ESCRIBIR-LINEA-VARIACION.
           PERFORM CALCULAR-VARIACION
           MOVE WS-LIN-PPTO-CANT TO WS-DET-CANT-PPTO
           MOVE WS-LIN-REAL-CANT TO WS-DET-CANT-REAL
           MOVE WS-LIN-PPTO-IMP TO WS-DET-IMP-PPTO
           MOVE WS-LIN-REAL-IMP TO WS-DET-IMP-REAL
           MOVE WS-LIN-VARIACION TO WS-DET-VARIACION
           IF LINEA-MARCADA
               MOVE "*EXCEDE*" TO WS-DET-MARCA
           ELSE
               MOVE SPACES TO WS-DET-MARCA
           END-IF
           WRITE REPORT-LINE FROM WS-DETALLE-LINEA
           ADD 1 TO WS-LINEAS.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "BUDGET-VAR" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "VARIACION PRESUPUESTO PERIODO=" WS-PERIODO
               " DEPTOS=" WS-DEPTOS-REPORTADOS
               " FUERA TOLERANCIA=" WS-DEPTOS-MARCADOS
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

       END PROGRAM BUDGET-VAR.
