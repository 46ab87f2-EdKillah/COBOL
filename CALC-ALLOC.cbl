      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end allocation of the GEN catch-all department.
      *          Everything posted without a proper department lands
      *          under GEN; this step takes the period's GEN activity
      *          in CALCLEDG.DAT, per operation, and redistributes it
      *          to the target departments of the allocation version
      *          in effect (REPARTO.DAT, kept with ALLOC-MAINT). Each
      *          leg is posted to the day and period records, written
      *          to CALCJRNL.DAT (type A) and stamped in the audit
      *          trail; the last target takes the rounding remainder
      *          so the legs tie back to the GEN original to the cent,
      *          which REPARTO.RPT proves. A version that does not
      *          add up to 100, or with a target that is missing from
      *          DEPTOS.DAT or not in force on the posting date, stops
      *          the step before anything is posted. It runs as a
      *          monthly JOB-CONTROL step before CALC-CLOSE (which
      *          refuses to close a period with GEN left unallocated)
      *          and takes no console input.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-ALLOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALC-LEDGER-SEL.
           COPY CALCPERS-SEL.
           COPY CALCJRNL-SEL.
           COPY REPARTO-SEL.
           COPY DEPTOS-SEL.
           SELECT ALLOC-PARM-FILE ASSIGN TO "REPARTO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNID-FILE ASSIGN TO "RUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT ALLOC-REPORT-FILE ASSIGN TO "REPARTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CALC-LEDGER-FD.
       COPY CALCPERS-FD.
       COPY CALCJRNL-FD.
       COPY REPARTO-FD.
       COPY DEPTOS-FD.

      *Periodo en ceros o blanco = el mes de la corrida; otro periodo
      *(todavia abierto) se reparte con fecha de su ultimo dia.
       FD  ALLOC-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-PARM-RECORD.
           05 PARM-PERIODO          PIC 9(6).

      *El id de corrida viene con su fecha, igual que lo interpreta
      *AUDIT-WRITER: un RUNID.DAT de otro dia se ignora.
       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-RECORD.
           05 RUNID-VALOR          PIC X(8).
           05 FILLER               PIC X.
           05 RUNID-FECHA          PIC 9(8).

       FD  ALLOC-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-PERIODOS-STATUS    PIC XX.
       01 WS-CALCJRNL-STATUS    PIC XX.
       01 WS-REPARTO-STATUS     PIC XX.
       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-RUNID-STATUS       PIC XX.
       01 WS-RUN-ID             PIC X(8) VALUE "ADHOC".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-PERIODO            PIC 9(6).
       01 WS-FECHA-REPARTO      PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE  PIC 9(8).
       01 WS-CLAVE-INICIO       PIC 9(8).
       01 WS-CLAVE-FIN          PIC 9(8).
       01 WS-CLAVE-PERIODO      PIC 9(8).
       01 WS-EOF-LEDGER         PIC X VALUE "N".
           88 EOF-LEDGER        VALUE "Y".
       01 WS-EOF-PERIODOS       PIC X VALUE "N".
           88 EOF-PERIODOS      VALUE "Y".
       01 WS-EOF-REPARTO        PIC X VALUE "N".
           88 EOF-REPARTO       VALUE "Y".
       01 WS-ABORTAR            PIC X VALUE "N".
           88 CORRIDA-ABORTADA  VALUE "S".
       01 WS-LOCK-OK            PIC X VALUE "N".
       01 WS-PERIODO-CERRADO    PIC X VALUE "N".

      *Version de reparto vigente en la fecha del asiento.
       01 WS-VIGENCIA-ELEGIDA   PIC 9(8) VALUE 0.
       01 WS-DESTINOS-COUNT     PIC 9(2) VALUE 0.
       01 WS-DESTINOS-TABLA.
           05 WS-DESTINO-ENTRY OCCURS 20 TIMES.
               10 WS-DES-DEPTO      PIC X(3).
               10 WS-DES-PORCENTAJE PIC 9(3)V99.
       01 WS-DES-IDX            PIC 9(2).
       01 WS-SUMA-PORCENTAJES   PIC 9(5)V99.
       01 WS-PCT-ED             PIC ZZ9.99.

      *Departamentos con su vigencia, para revisar los destinos.
       01 WS-EOF-DEPTOS         PIC X VALUE "N".
           88 EOF-DEPTOS        VALUE "Y".
       01 WS-DEPTOS-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPTOS-TABLA.
           05 WS-DEPTO-ENTRY OCCURS 100 TIMES.
               10 WS-DEPTO-CODIGO   PIC X(3).
               10 WS-DEPTO-DESDE    PIC 9(8).
               10 WS-DEPTO-HASTA    PIC 9(8).
       01 WS-DEP-IDX            PIC 9(3).
       01 WS-DEPTO-VALIDO       PIC X.

      *Actividad GEN del periodo por operacion (registros de dia).
       01 WS-GEN-COUNT          PIC 9(2) VALUE 0.
       01 WS-GEN-TABLA.
           05 WS-GEN-ENTRY OCCURS 20 TIMES.
               10 WS-GEN-OPERACION  PIC X.
               10 WS-GEN-IMPORTE    PIC S9(11)V99.
       01 WS-GEN-IDX            PIC 9(2).
       01 WS-GEN-HALLADA        PIC 9(2).
       01 WS-GEN-RESTANTE       PIC S9(11)V99 VALUE 0.

       01 WS-CUOTA              PIC S9(11)V99.
       01 WS-ASIGNADO           PIC S9(11)V99.
       01 WS-TOTAL-REPARTIDO    PIC S9(11)V99 VALUE 0.
       01 WS-OPERACIONES-REPARTIDAS PIC 9(2) VALUE 0.
       01 WS-LEGS-ESCRITOS      PIC 9(4) VALUE 0.
       01 WS-APL-FECHA          PIC 9(8).
       01 WS-APL-OPERACION      PIC X.
       01 WS-APL-DEPTO          PIC X(3).
       01 WS-APL-IMPORTE        PIC S9(11)V99.
       01 WS-APL-REFERENCIA     PIC X(20).
       01 WS-IMPORTE-ED         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED2        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM DETERMINAR-RUN-ID.
           PERFORM LEER-PARAMETROS.
           PERFORM VERIFICAR-PERIODO-CERRADO.
           IF NOT CORRIDA-ABORTADA
               PERFORM CARGAR-VERSION
           END-IF.
           IF NOT CORRIDA-ABORTADA
               PERFORM ABRIR-LEDGER
           END-IF.
           IF NOT CORRIDA-ABORTADA
               PERFORM RECOGER-GEN
               OPEN EXTEND CALC-JOURNAL-FILE
               IF WS-CALCJRNL-STATUS = "35"
                   OPEN OUTPUT CALC-JOURNAL-FILE
                   CLOSE CALC-JOURNAL-FILE
                   OPEN EXTEND CALC-JOURNAL-FILE
               END-IF
               OPEN OUTPUT ALLOC-REPORT-FILE
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM REPARTIR-OPERACION
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               PERFORM VERIFICAR-CUADRE
               CLOSE ALLOC-REPORT-FILE
               CLOSE CALC-JOURNAL-FILE
               CLOSE LEDGER-MASTER
               MOVE "REPARTO.RPT" TO SPL-REPORTE
               MOVE "A" TO SPL-DISPOSICION
               MOVE 365 TO SPL-DIAS-PURGA
               CALL "SPOOL-REG" USING SPOOL-PARMS
               DISPLAY "CALC-ALLOC: PERIODO " WS-PERIODO
                   " OPERACIONES REPARTIDAS " WS-OPERACIONES-REPARTIDAS
                   ", VER REPARTO.RPT"
           END-IF.
           IF WS-LOCK-OK = "S"
               PERFORM LIBERAR-LOCK-LEDGER
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * El asiento del reparto lleva la fecha de la corrida cuando
      * cae dentro del periodo (el paso corre el ultimo dia habil);
      * para un periodo anterior todavia abierto, su ultimo dia.
       LEER-PARAMETROS.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           OPEN INPUT ALLOC-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT ALLOC-PARM-FILE
               CLOSE ALLOC-PARM-FILE
               OPEN INPUT ALLOC-PARM-FILE
           END-IF
           READ ALLOC-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PERIODO IS NUMERIC AND
                      PARM-PERIODO > 0 AND
                      PARM-PERIODO(5:2) >= "01" AND
                      PARM-PERIODO(5:2) <= "12"
                       MOVE PARM-PERIODO TO WS-PERIODO
                   END-IF
           END-READ
           CLOSE ALLOC-PARM-FILE
           IF WS-PERIODO = WS-FECHA-HOY(1:6)
               MOVE WS-FECHA-HOY TO WS-FECHA-REPARTO
           ELSE
               IF WS-PERIODO(5:2) = "12"
                   COMPUTE WS-PRIMERO-SIGUIENTE =
                       (WS-PERIODO + 89) * 100 + 1
               ELSE
                   COMPUTE WS-PRIMERO-SIGUIENTE =
                       (WS-PERIODO + 1) * 100 + 1
               END-IF
               COMPUTE WS-FECHA-REPARTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1)
           END-IF
           COMPUTE WS-CLAVE-PERIODO = WS-PERIODO * 100
           COMPUTE WS-CLAVE-INICIO = WS-PERIODO * 100 + 1
           COMPUTE WS-CLAVE-FIN = WS-PERIODO * 100 + 99.

      * Un periodo cerrado por CALC-CLOSE no se toca: el reparto
      * tiene que correr antes del cierre.
       VERIFICAR-PERIODO-CERRADO.
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-PERIODOS-STATUS = "35"
               OPEN OUTPUT CLOSED-PERIOD-FILE
               CLOSE CLOSED-PERIOD-FILE
               OPEN INPUT CLOSED-PERIOD-FILE
           END-IF
           PERFORM UNTIL EOF-PERIODOS
               READ CLOSED-PERIOD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PERIODOS
                   NOT AT END
                       IF PER-PERIODO = WS-PERIODO
                           MOVE "S" TO WS-PERIODO-CERRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-PERIOD-FILE
           IF WS-PERIODO-CERRADO = "S"
               MOVE 4009 TO ERR-CODIGO
               MOVE "CALC-ALLOC" TO ERR-PROGRAMA
               STRING "REPARTO RECHAZADO: PERIODO " WS-PERIODO
                   " CERRADO" DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "S" TO WS-ABORTAR
           END-IF.

      * La version vigente es la de fecha mas nueva que no pase la
      * fecha del asiento; sin version, o con una que no suma 100,
      * no se reparte nada.
       CARGAR-VERSION.
           OPEN INPUT ALLOCATION-TABLE-FILE
           IF WS-REPARTO-STATUS = "00"
               PERFORM UNTIL EOF-REPARTO
                   READ ALLOCATION-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REPARTO
                       NOT AT END
                           IF RP-FECHA-VIGENCIA IS NUMERIC AND
                              RP-FECHA-VIGENCIA <= WS-FECHA-REPARTO AND
                              RP-FECHA-VIGENCIA > WS-VIGENCIA-ELEGIDA
                               MOVE RP-FECHA-VIGENCIA TO
                                   WS-VIGENCIA-ELEGIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-TABLE-FILE
           END-IF
           MOVE 0 TO WS-SUMA-PORCENTAJES
           IF WS-VIGENCIA-ELEGIDA > 0
               OPEN INPUT ALLOCATION-TABLE-FILE
               MOVE "N" TO WS-EOF-REPARTO
               PERFORM UNTIL EOF-REPARTO
                   READ ALLOCATION-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REPARTO
                       NOT AT END
                           IF RP-FECHA-VIGENCIA = WS-VIGENCIA-ELEGIDA
                              AND WS-DESTINOS-COUNT < 20
                               ADD 1 TO WS-DESTINOS-COUNT
                               MOVE RP-DEPARTAMENTO TO
                                   WS-DES-DEPTO(WS-DESTINOS-COUNT)
                               MOVE RP-PORCENTAJE TO
                                 WS-DES-PORCENTAJE(WS-DESTINOS-COUNT)
                               ADD RP-PORCENTAJE TO
                                   WS-SUMA-PORCENTAJES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-TABLE-FILE
           END-IF
           IF WS-DESTINOS-COUNT = 0 OR WS-SUMA-PORCENTAJES NOT = 100
               MOVE 4015 TO ERR-CODIGO
               MOVE "CALC-ALLOC" TO ERR-PROGRAMA
               STRING "SIN TABLA DE REPARTO VALIDA AL "
                   WS-FECHA-REPARTO " (SUMA " WS-SUMA-PORCENTAJES ")"
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "S" TO WS-ABORTAR
           END-IF.
           IF NOT CORRIDA-ABORTADA
               PERFORM CARGAR-DEPARTAMENTOS
               PERFORM VERIFICAR-DESTINO
                   VARYING WS-DES-IDX FROM 1 BY 1
                   UNTIL WS-DES-IDX > WS-DESTINOS-COUNT
                      OR CORRIDA-ABORTADA
           END-IF.

      * Cada destino tiene que existir en DEPTOS.DAT y estar vigente
      * en la fecha del asiento (cero = sin limite), igual que
      * CALC-EDIT con los detalles. Un destino dado de baja despues
      * de cargar la version no se salta: el reparto tiene que
      * sumar 100, asi que se detiene todo hasta corregir la tabla.
       VERIFICAR-DESTINO.
           MOVE "N" TO WS-DEPTO-VALIDO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
                      OR WS-DEPTO-VALIDO = "S"
               IF WS-DEPTO-CODIGO(WS-DEP-IDX) = WS-DES-DEPTO(WS-DES-IDX)
                   IF (WS-DEPTO-DESDE(WS-DEP-IDX) = 0 OR
                       WS-DEPTO-DESDE(WS-DEP-IDX) <= WS-FECHA-REPARTO)
                      AND
                      (WS-DEPTO-HASTA(WS-DEP-IDX) = 0 OR
                       WS-DEPTO-HASTA(WS-DEP-IDX) >= WS-FECHA-REPARTO)
                       MOVE "S" TO WS-DEPTO-VALIDO
                   ELSE
                       MOVE "V" TO WS-DEPTO-VALIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DEPTO-VALIDO NOT = "S"
               MOVE 4028 TO ERR-CODIGO
               MOVE "CALC-ALLOC" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               IF WS-DEPTO-VALIDO = "V"
                   STRING "DESTINO " WS-DES-DEPTO(WS-DES-IDX)
                       " NO VIGENTE AL " WS-FECHA-REPARTO
                       "; CORREGIR VERSION " WS-VIGENCIA-ELEGIDA
                       DELIMITED BY SIZE INTO ERR-MENSAJE
               ELSE
                   STRING "DESTINO " WS-DES-DEPTO(WS-DES-IDX)
                       " NO EXISTE EN DEPTOS; CORREGIR VERSION "
                       WS-VIGENCIA-ELEGIDA
                       DELIMITED BY SIZE INTO ERR-MENSAJE
               END-IF
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "S" TO WS-ABORTAR
           END-IF.

      * Sin DEPTOS.DAT la tabla queda vacia y cualquier destino se
      * rechaza: no se reparte a ciegas.
       CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPT-TABLE-FILE
           IF WS-DEPTOS-STATUS = "00"
               PERFORM UNTIL EOF-DEPTOS
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DEPTOS
                       NOT AT END
                           IF DEP-CODIGO NOT = SPACES AND
                              WS-DEPTOS-COUNT < 100
                               PERFORM GUARDAR-DEPARTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
           END-IF.

      * Una linea anterior a las fechas de vigencia trae blancos en
      * su lugar: vale como abierta en los dos extremos.
       GUARDAR-DEPARTAMENTO.
           ADD 1 TO WS-DEPTOS-COUNT
           MOVE DEP-CODIGO TO WS-DEPTO-CODIGO(WS-DEPTOS-COUNT)
           MOVE 0 TO WS-DEPTO-DESDE(WS-DEPTOS-COUNT)
           MOVE 0 TO WS-DEPTO-HASTA(WS-DEPTOS-COUNT)
           IF DEP-DESDE IS NUMERIC
               MOVE DEP-DESDE TO WS-DEPTO-DESDE(WS-DEPTOS-COUNT)
           END-IF
           IF DEP-HASTA IS NUMERIC
               MOVE DEP-HASTA TO WS-DEPTO-HASTA(WS-DEPTOS-COUNT)
           END-IF.

      *El ledger se toma bajo candado, como hacen CALC-POST y
      *CALC-CLOSE; sin candado no se mueve dinero.
       ABRIR-LEDGER.
           MOVE "CALCLEDG" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "CALC-ALLOC" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "CALC-ALLOC" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO CALCLEDG" TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "S" TO WS-ABORTAR
           ELSE
               MOVE "S" TO WS-LOCK-OK
               OPEN I-O LEDGER-MASTER
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-MASTER
                   CLOSE LEDGER-MASTER
                   OPEN I-O LEDGER-MASTER
               END-IF
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CALC-ALLOC" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCLEDG.DAT, STATUS="
                       WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "S" TO WS-ABORTAR
               END-IF
           END-IF.

       LIBERAR-LOCK-LEDGER.
           MOVE "CALCLEDG" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "CALC-ALLOC" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

      * Se reparte la actividad GEN del mes (registros de dia), no el
      * registro AAAAMM00: ese trae como apertura el saldo que
      * CALC-CLOSE arrastro del mes anterior. Un reparto ya hecho
      * deja GEN en cero, asi que repetir el paso solo reparte lo
      * que se haya posteado a GEN despues. Los totales se recogen
      * antes de escribir, como en CALC-CLOSE.
       RECOGER-GEN.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "N" TO WS-EOF-LEDGER
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
                           IF LG-DEPARTAMENTO = "GEN"
                               PERFORM ACUMULAR-GEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-GEN.
           MOVE 0 TO WS-GEN-HALLADA
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-OPERACION(WS-GEN-IDX) = LG-OPERACION
                   MOVE WS-GEN-IDX TO WS-GEN-HALLADA
               END-IF
           END-PERFORM
           IF WS-GEN-HALLADA = 0 AND WS-GEN-COUNT < 20
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-HALLADA
               MOVE LG-OPERACION TO WS-GEN-OPERACION(WS-GEN-HALLADA)
               MOVE 0 TO WS-GEN-IMPORTE(WS-GEN-HALLADA)
           END-IF
           IF WS-GEN-HALLADA > 0
               ADD LG-IMPORTE TO WS-GEN-IMPORTE(WS-GEN-HALLADA)
           END-IF.

      * Cada destino recibe su porcentaje redondeado al centavo; el
      * ultimo recibe lo que falte, para que la suma de los tramos
      * sea exactamente el GEN original. GEN recibe el total en
      * negativo. La cantidad de transacciones queda en GEN: es lo
      * que de verdad se recibio.
       REPARTIR-OPERACION.
           IF WS-GEN-IMPORTE(WS-GEN-IDX) NOT = 0
               ADD 1 TO WS-OPERACIONES-REPARTIDAS
               MOVE WS-GEN-IMPORTE(WS-GEN-IDX) TO WS-IMPORTE-ED
               MOVE SPACES TO REPORT-LINE
               STRING "OPERACION " WS-GEN-OPERACION(WS-GEN-IDX)
                   "   GEN ORIGINAL: " WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "   DEP  PORCENTAJE          IMPORTE" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-ASIGNADO
               PERFORM VARYING WS-DES-IDX FROM 1 BY 1
                       UNTIL WS-DES-IDX > WS-DESTINOS-COUNT
                   IF WS-DES-IDX = WS-DESTINOS-COUNT
                       COMPUTE WS-CUOTA =
                           WS-GEN-IMPORTE(WS-GEN-IDX) - WS-ASIGNADO
                   ELSE
                       COMPUTE WS-CUOTA ROUNDED =
                           WS-GEN-IMPORTE(WS-GEN-IDX) *
                           WS-DES-PORCENTAJE(WS-DES-IDX) / 100
                   END-IF
                   ADD WS-CUOTA TO WS-ASIGNADO
                   MOVE WS-DES-PORCENTAJE(WS-DES-IDX) TO WS-PCT-ED
                   MOVE WS-GEN-OPERACION(WS-GEN-IDX) TO
                       WS-APL-OPERACION
                   MOVE WS-DES-DEPTO(WS-DES-IDX) TO WS-APL-DEPTO
                   MOVE WS-CUOTA TO WS-APL-IMPORTE
                   MOVE SPACES TO WS-APL-REFERENCIA
                   STRING "GEN " WS-PCT-ED "% " WS-VIGENCIA-ELEGIDA
                       DELIMITED BY SIZE INTO WS-APL-REFERENCIA
                   PERFORM ASENTAR-TRAMO
                   MOVE WS-CUOTA TO WS-IMPORTE-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "   " WS-DES-DEPTO(WS-DES-IDX) "  "
                       WS-PCT-ED "     " WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
               MOVE WS-GEN-OPERACION(WS-GEN-IDX) TO WS-APL-OPERACION
               MOVE "GEN" TO WS-APL-DEPTO
               COMPUTE WS-APL-IMPORTE = 0 - WS-GEN-IMPORTE(WS-GEN-IDX)
               MOVE SPACES TO WS-APL-REFERENCIA
               STRING "REPARTO VIG " WS-VIGENCIA-ELEGIDA
                   DELIMITED BY SIZE INTO WS-APL-REFERENCIA
               PERFORM ASENTAR-TRAMO
               ADD WS-ASIGNADO TO WS-TOTAL-REPARTIDO
               MOVE WS-ASIGNADO TO WS-IMPORTE-ED
               MOVE SPACES TO REPORT-LINE
               IF WS-ASIGNADO = WS-GEN-IMPORTE(WS-GEN-IDX)
                   STRING "   TOTAL REPARTIDO:    " WS-IMPORTE-ED
                       "   CUADRA" DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "   TOTAL REPARTIDO:    " WS-IMPORTE-ED
                       "   NO CUADRA" DELIMITED BY SIZE INTO REPORT-LINE
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM AUDITAR-OPERACION
           END-IF.

      * Un tramo mueve el registro del dia del asiento y el del
      * periodo (AAAAMM00), igual que un posteo, y queda en el
      * journal como tipo A.
       ASENTAR-TRAMO.
           MOVE WS-FECHA-REPARTO TO WS-APL-FECHA
           PERFORM APLICAR-AL-LEDGER
           MOVE WS-CLAVE-PERIODO TO WS-APL-FECHA
           PERFORM APLICAR-AL-LEDGER
           MOVE SPACES TO CALC-JOURNAL-RECORD
           MOVE WS-FECHA-REPARTO TO CJ-FECHA
           MOVE WS-APL-OPERACION TO CJ-OPERACION
           MOVE WS-APL-DEPTO TO CJ-DEPARTAMENTO
           MOVE 0 TO CJ-NUM1
           MOVE 0 TO CJ-NUM2
           MOVE 0 TO CJ-RESULTADO
           MOVE WS-RUN-ID TO CJ-RUN-ID
           MOVE "A" TO CJ-TIPO
           MOVE WS-APL-IMPORTE TO CJ-IMPORTE
           MOVE WS-APL-REFERENCIA TO CJ-REFERENCIA
           WRITE CALC-JOURNAL-RECORD
           ADD 1 TO WS-LEGS-ESCRITOS.

       APLICAR-AL-LEDGER.
           MOVE WS-APL-FECHA TO LG-FECHA
           MOVE WS-APL-OPERACION TO LG-OPERACION
           MOVE WS-APL-DEPTO TO LG-DEPARTAMENTO
           READ LEDGER-MASTER
               INVALID KEY
                   MOVE 0 TO LG-CANTIDAD
                   MOVE WS-APL-IMPORTE TO LG-IMPORTE
                   WRITE LEDGER-RECORD
               NOT INVALID KEY
                   ADD WS-APL-IMPORTE TO LG-IMPORTE
                   REWRITE LEDGER-RECORD
           END-READ.

      * Prueba final: releida del ledger, la actividad GEN del mes
      * tiene que haber quedado en cero.
       VERIFICAR-CUADRE.
           MOVE 0 TO WS-GEN-RESTANTE
           MOVE "N" TO WS-EOF-LEDGER
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
                           IF LG-DEPARTAMENTO = "GEN"
                               ADD LG-IMPORTE TO WS-GEN-RESTANTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERACIONES-REPARTIDAS = 0
               MOVE "SIN ACTIVIDAD GEN PARA REPARTIR EN EL PERIODO."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-TOTAL-REPARTIDO TO WS-IMPORTE-ED
           MOVE WS-GEN-RESTANTE TO WS-IMPORTE-ED2
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL REPARTIDO: " WS-IMPORTE-ED
               "   TRAMOS EN CALCJRNL: " WS-LEGS-ESCRITOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-GEN-RESTANTE = 0
               STRING "GEN DEL PERIODO DESPUES DEL REPARTO: "
                   WS-IMPORTE-ED2 "   CUADRA"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "GEN DEL PERIODO DESPUES DEL REPARTO: "
                   WS-IMPORTE-ED2 "   NO CUADRA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 4016 TO ERR-CODIGO
               MOVE "CALC-ALLOC" TO ERR-PROGRAMA
               STRING "REPARTO NO CUADRA: GEN " WS-PERIODO
                   " QUEDO EN " WS-IMPORTE-ED2
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF
           WRITE REPORT-LINE.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE
           STRING "REPARTO DEL DEPARTAMENTO GEN - PERIODO " WS-PERIODO
               "  ASIENTO DEL " WS-FECHA-REPARTO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "VERSION DE REPARTO VIGENTE DESDE "
               WS-VIGENCIA-ELEGIDA "  DESTINOS: " WS-DESTINOS-COUNT
               "  CORRIDA: " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

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

       AUDITAR-OPERACION.
           MOVE "CALC-ALLOC" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "REPARTO GEN PERIODO=" WS-PERIODO
               " OP=" WS-GEN-OPERACION(WS-GEN-IDX)
               " IMPORTE=" WS-IMPORTE-ED
               " DESTINOS=" WS-DESTINOS-COUNT
               " VIG=" WS-VIGENCIA-ELEGIDA
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "CALC-ALLOC" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "REPARTO GEN PERIODO=" WS-PERIODO
               " OPERACIONES=" WS-OPERACIONES-REPARTIDAS
               " TRAMOS=" WS-LEGS-ESCRITOS
               " CC=" WS-CC-CORRIDA
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

       END PROGRAM CALC-ALLOC.
