      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the department budget master
      *          (PRESUP.DAT), in the style of RATE-MAINT. Finance
      *          enters the monthly budget per department and per
      *          calculator operation (count and amount), corrects it
      *          in place, and lists a period, so BUDGET-VAR can
      *          compare it with the ledger instead of someone holding
      *          CALCSTMT.RPT against a spreadsheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRESUP-SEL.
           COPY DEPTOS-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PRESUP-FD.

       COPY DEPTOS-FD.

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

       01 WS-PRESUP-STATUS      PIC XX.
       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-ARCHIVO-ABIERTO    PIC X VALUE "N".
           88 ARCHIVO-ABIERTO   VALUE "S".

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ALTA       VALUES "A" "a".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-PERIODO-TRABAJO    PIC 9(6).
       01 WS-DEPTO-TRABAJO      PIC X(3).
       01 WS-OP-TRABAJO         PIC X.
           88 OPERACION-CONOCIDA VALUES "+" "-" "*" "/" "^"
                                        "R" "P" "T" "F".
       01 WS-CANTIDAD-TRABAJO   PIC 9(6).
       01 WS-IMPORTE-TRABAJO    PIC S9(9)V99.
       01 WS-IMPORTE-ED         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EXISTIA            PIC X.
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-MODIFICACIONES     PIC 9(4) VALUE 0.
       01 WS-LISTADAS           PIC 9(4) VALUE 0.
       01 WS-EOF-PRESUP         PIC X.
       01 WS-TOTAL-PERIODO      PIC S9(11)V99.

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
       01 WS-VIGENCIA-DESDE     PIC 9(8).
       01 WS-VIGENCIA-HASTA     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM ABRIR-PRESUPUESTO.
           IF ARCHIVO-ABIERTO
               PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR
               CLOSE BUDGET-MASTER
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       ABRIR-PRESUPUESTO.
           OPEN I-O BUDGET-MASTER
           IF WS-PRESUP-STATUS = "35"
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF
           IF WS-PRESUP-STATUS = "00"
               MOVE "S" TO WS-ARCHIVO-ABIERTO
           ELSE
               MOVE 4003 TO ERR-CODIGO
               MOVE "BUDGET-MAINT" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR PRESUP.DAT, STATUS="
                   WS-PRESUP-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 4001 TO MSJ-NUMERO
           MOVE " MANTENIMIENTO DE PRESUPUESTOS" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 4002 TO MSJ-NUMERO
           MOVE " A. Alta o correccion de presupuesto" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4003 TO MSJ-NUMERO
           MOVE " L. Listar presupuestos de un periodo" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4004 TO MSJ-NUMERO
           MOVE " X. Salir" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4005 TO MSJ-NUMERO
           MOVE "Elige una opcion: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-PRESUPUESTO
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-PRESUPUESTOS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      * A diferencia de las tasas, un presupuesto no tiene historia:
      * la clave periodo/departamento/operacion es unica y una
      * correccion reemplaza la cifra (queda quien y cuando la dio).
       ALTA-PRESUPUESTO.
           MOVE 4006 TO MSJ-NUMERO
           MOVE "Periodo (AAAAMM): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-PERIODO-TRABAJO.
           MOVE 4007 TO MSJ-NUMERO
           MOVE "Departamento (3 caracteres, GEN = generico): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-DEPTO-TRABAJO.
           MOVE 4008 TO MSJ-NUMERO
           MOVE "Operacion (+ - * / ^ R P T F): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OP-TRABAJO.
           IF WS-PERIODO-TRABAJO IS NUMERIC
               COMPUTE WS-VIGENCIA-DESDE = WS-PERIODO-TRABAJO * 100 + 1
               COMPUTE WS-VIGENCIA-HASTA =
                   WS-PERIODO-TRABAJO * 100 + 31
           END-IF
           PERFORM VALIDAR-DEPARTAMENTO
           EVALUATE TRUE
               WHEN WS-PERIODO-TRABAJO IS NOT NUMERIC OR
                    WS-PERIODO-TRABAJO(5:2) < "01" OR
                    WS-PERIODO-TRABAJO(5:2) > "12"
                   DISPLAY "PERIODO INVALIDO: " WS-PERIODO-TRABAJO
               WHEN WS-DEPTO-VALIDO = "N"
                   DISPLAY "DEPARTAMENTO NO EXISTE EN DEPTOS.DAT: "
                       WS-DEPTO-TRABAJO
               WHEN WS-DEPTO-VALIDO = "V"
                   DISPLAY "DEPARTAMENTO " WS-DEPTO-TRABAJO
                       " NO VIGENTE EN EL PERIODO " WS-PERIODO-TRABAJO
               WHEN NOT OPERACION-CONOCIDA
                   DISPLAY "OPERACION INVALIDA: " WS-OP-TRABAJO
               WHEN OTHER
                   PERFORM GRABAR-PRESUPUESTO
           END-EVALUATE.

       GRABAR-PRESUPUESTO.
           MOVE WS-PERIODO-TRABAJO TO PB-PERIODO
           MOVE WS-DEPTO-TRABAJO TO PB-DEPARTAMENTO
           MOVE WS-OP-TRABAJO TO PB-OPERACION
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE "N" TO WS-EXISTIA
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTIA
                   MOVE PB-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY "PRESUPUESTO ACTUAL: CANTIDAD "
                       PB-CANTIDAD " IMPORTE " WS-IMPORTE-ED
           END-READ
           MOVE 4009 TO MSJ-NUMERO
           MOVE "Cantidad presupuestada (999999): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-CANTIDAD-TRABAJO.
           MOVE 4010 TO MSJ-NUMERO
           MOVE "Importe presupuestado (-999999999.99): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-IMPORTE-TRABAJO.
           MOVE WS-PERIODO-TRABAJO TO PB-PERIODO
           MOVE WS-DEPTO-TRABAJO TO PB-DEPARTAMENTO
           MOVE WS-OP-TRABAJO TO PB-OPERACION
           MOVE WS-CANTIDAD-TRABAJO TO PB-CANTIDAD
           MOVE WS-IMPORTE-TRABAJO TO PB-IMPORTE
           MOVE WS-FECHA-HOY TO PB-FECHA-MODIF
           MOVE WS-OPERADOR-SESION TO PB-OPERADOR
           IF WS-EXISTIA = "S"
               REWRITE BUDGET-RECORD
               ADD 1 TO WS-MODIFICACIONES
               DISPLAY "PRESUPUESTO CORREGIDO: " PB-CLAVE
           ELSE
               WRITE BUDGET-RECORD
               ADD 1 TO WS-ALTAS
               DISPLAY "PRESUPUESTO REGISTRADO: " PB-CLAVE
           END-IF
           IF WS-PRESUP-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR PRESUP.DAT, STATUS="
                   WS-PRESUP-STATUS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       LISTAR-PRESUPUESTOS.
           MOVE 4006 TO MSJ-NUMERO
           MOVE "Periodo (AAAAMM): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-PERIODO-TRABAJO.
           MOVE 0 TO WS-LISTADAS
           MOVE 0 TO WS-TOTAL-PERIODO
           MOVE "N" TO WS-EOF-PRESUP
           MOVE WS-PERIODO-TRABAJO TO PB-PERIODO
           MOVE LOW-VALUES TO PB-DEPARTAMENTO
           MOVE LOW-VALUES TO PB-OPERACION
           START BUDGET-MASTER KEY >= PB-CLAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PRESUP
           END-START
           DISPLAY "DEP OP CANTIDAD          IMPORTE  MODIFICADO"
               " OPERADOR"
           PERFORM UNTIL WS-EOF-PRESUP = "Y"
               READ BUDGET-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PRESUP
                   NOT AT END
                       IF PB-PERIODO = WS-PERIODO-TRABAJO
                           ADD 1 TO WS-LISTADAS
                           ADD PB-IMPORTE TO WS-TOTAL-PERIODO
                           MOVE PB-IMPORTE TO WS-IMPORTE-ED
                           DISPLAY PB-DEPARTAMENTO "  " PB-OPERACION
                               "  " PB-CANTIDAD " " WS-IMPORTE-ED
                               "  " PB-FECHA-MODIF " " PB-OPERADOR
                       ELSE
                           MOVE "Y" TO WS-EOF-PRESUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LISTADAS = 0
               DISPLAY "SIN PRESUPUESTOS PARA ESE PERIODO."
           ELSE
               MOVE WS-TOTAL-PERIODO TO WS-IMPORTE-ED
               DISPLAY "TOTAL DEL PERIODO: " WS-IMPORTE-ED
           END-IF.

      * Mismo criterio que CALC-EDIT: GEN siempre vale, cualquier
      * otro codigo tiene que existir en DEPTOS.DAT y estar vigente
      * en algun dia del periodo presupuestado (cero = sin limite).
      * "V" = existe pero no vigente, para que el aviso diga cual
      * de las dos cosas fallo.
       VALIDAR-DEPARTAMENTO.
           MOVE "S" TO WS-DEPTO-VALIDO
           IF WS-DEPTO-TRABAJO NOT = "GEN"
               MOVE "N" TO WS-DEPTO-VALIDO
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
                          OR WS-DEPTO-VALIDO = "S"
                   IF WS-DEPTO-CODIGO(WS-DEP-IDX) = WS-DEPTO-TRABAJO
                       IF (WS-DEPTO-DESDE(WS-DEP-IDX) = 0 OR
                           WS-DEPTO-DESDE(WS-DEP-IDX) <=
                               WS-VIGENCIA-HASTA)
                          AND
                          (WS-DEPTO-HASTA(WS-DEP-IDX) = 0 OR
                           WS-DEPTO-HASTA(WS-DEP-IDX) >=
                               WS-VIGENCIA-DESDE)
                           MOVE "S" TO WS-DEPTO-VALIDO
                       ELSE
                           MOVE "V" TO WS-DEPTO-VALIDO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPT-TABLE-FILE
           IF WS-DEPTOS-STATUS = "35"
               OPEN OUTPUT DEPT-TABLE-FILE
               CLOSE DEPT-TABLE-FILE
               OPEN INPUT DEPT-TABLE-FILE
           END-IF
           MOVE "N" TO WS-EOF-DEPTOS
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
           CLOSE DEPT-TABLE-FILE.

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
           MOVE "BUDGET-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "PRESUPUESTOS ALTAS=" WS-ALTAS
               " CORRECCIONES=" WS-MODIFICACIONES
               " OPERADOR=" WS-OPERADOR-SESION
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

       END PROGRAM BUDGET-MAINT.
