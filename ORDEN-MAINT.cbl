      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the standing-order master
      *          (ORDPERM.DAT), in the style of BUDGET-MAINT. Finance
      *          enters the calculations a department sends every day,
      *          week or month (operands, operation, department,
      *          frequency, start and end date), corrects the amounts
      *          or the end date, suspends or cancels an order, and
      *          lists them, so ORDEN-GEN can produce them on schedule
      *          instead of someone keying them into the upstream
      *          file every time. A correction or state change reads
      *          the order again once the operator has answered and
      *          changes only the edited fields, so a date ORDEN-GEN
      *          generated in between is kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDPERM-SEL.
           COPY DEPTOS-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ORDPERM-FD.

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

       01 WS-ORDPERM-STATUS     PIC XX.
       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-ARCHIVO-ABIERTO    PIC X VALUE "N".
           88 ARCHIVO-ABIERTO   VALUE "S".

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ALTA       VALUES "A" "a".
           88 OPCION-CORREGIR   VALUES "C" "c".
           88 OPCION-ESTADO     VALUES "E" "e".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-NUMERO-TRABAJO     PIC 9(6).
       01 WS-ULTIMO-NUMERO      PIC 9(6) VALUE 0.
       01 WS-DEPTO-TRABAJO      PIC X(3).
      *Las operaciones que CALC-EDIT acepta en un detalle.
       01 WS-OP-TRABAJO         PIC X.
           88 OPERACION-CONOCIDA VALUES "+" "-" "*" "/" "^"
                                        "R" "P" "T".
       01 WS-NUM1-TRABAJO       PIC S9(4)V99.
       01 WS-NUM2-TRABAJO       PIC S9(4)V99.
       01 WS-FRECUENCIA-TRABAJO PIC X.
           88 FRECUENCIA-DIARIA  VALUES "D" "d".
           88 FRECUENCIA-SEMANAL VALUES "S" "s".
           88 FRECUENCIA-MENSUAL VALUES "M" "m".
       01 WS-DIA-TRABAJO        PIC 9(2).
       01 WS-INICIO-TRABAJO     PIC 9(8).
       01 WS-FIN-TRABAJO        PIC 9(8).
       01 WS-DESCRIPCION-TRABAJO PIC X(30).
       01 WS-ESTADO-TRABAJO     PIC X.
       01 WS-ORDEN-RELEIDA      PIC X.
           88 ORDEN-RELEIDA     VALUE "S".
       01 WS-FECHA-VALIDA       PIC X.
       01 WS-FECHA-PRUEBA       PIC 9(8).
       01 WS-MES-PRUEBA         PIC 9(2).
       01 WS-DIA-PRUEBA         PIC 9(2).
       01 WS-NUM-ED             PIC -ZZZ9.99.
       01 WS-NUM2-ED            PIC -ZZZ9.99.
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-CORRECCIONES       PIC 9(4) VALUE 0.
       01 WS-CAMBIOS-ESTADO     PIC 9(4) VALUE 0.
       01 WS-LISTADAS           PIC 9(4) VALUE 0.
       01 WS-EOF-ORDENES        PIC X.
           88 EOF-ORDENES       VALUE "Y".

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
           PERFORM ABRIR-ORDENES.
           IF ARCHIVO-ABIERTO
               PERFORM BUSCAR-ULTIMO-NUMERO
               PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR
               CLOSE STANDING-ORDER-FILE
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       ABRIR-ORDENES.
           OPEN I-O STANDING-ORDER-FILE
           IF WS-ORDPERM-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           IF WS-ORDPERM-STATUS = "00"
               MOVE "S" TO WS-ARCHIVO-ABIERTO
           ELSE
               MOVE 4003 TO ERR-CODIGO
               MOVE "ORDEN-MAINT" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR ORDPERM.DAT, STATUS="
                   WS-ORDPERM-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * El numero de una orden nueva es el mayor existente mas uno;
      * como las bajas no se borran, un numero nunca se reutiliza.
       BUSCAR-ULTIMO-NUMERO.
           MOVE "N" TO WS-EOF-ORDENES
           MOVE 0 TO ORD-NUMERO
           START STANDING-ORDER-FILE KEY >= ORD-NUMERO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ORDENES
           END-START
           PERFORM UNTIL EOF-ORDENES
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ORDENES
                   NOT AT END
                       MOVE ORD-NUMERO TO WS-ULTIMO-NUMERO
               END-READ
           END-PERFORM.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 4401 TO MSJ-NUMERO
           MOVE " MANTENIMIENTO DE ORDENES PERMANENTES" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 4402 TO MSJ-NUMERO
           MOVE " A. Alta de orden permanente" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4403 TO MSJ-NUMERO
           MOVE " C. Corregir importes, fin o descripcion" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4404 TO MSJ-NUMERO
           MOVE " E. Suspender, reactivar o dar de baja" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4405 TO MSJ-NUMERO
           MOVE " L. Listar ordenes" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4406 TO MSJ-NUMERO
           MOVE " X. Salir" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4407 TO MSJ-NUMERO
           MOVE "Elige una opcion: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-ORDEN
               WHEN OPCION-CORREGIR
                   PERFORM CORREGIR-ORDEN
               WHEN OPCION-ESTADO
                   PERFORM CAMBIAR-ESTADO-ORDEN
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-ORDENES
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      * Una orden no puede empezar en el pasado: ORDEN-GEN pondria al
      * dia de una vez todas las fechas ya vencidas.
       ALTA-ORDEN.
           MOVE 4408 TO MSJ-NUMERO
           MOVE "Departamento (3 caracteres, GEN = generico): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-DEPTO-TRABAJO.
           MOVE 4409 TO MSJ-NUMERO
           MOVE "Operacion (+ - * / ^ R P T): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OP-TRABAJO.
           PERFORM PEDIR-OPERANDOS.
           MOVE 4412 TO MSJ-NUMERO
           MOVE "Frecuencia (D diaria habil, S semanal, M mensual): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-FRECUENCIA-TRABAJO.
           INSPECT WS-FRECUENCIA-TRABAJO CONVERTING "dsm" TO "DSM".
           MOVE 0 TO WS-DIA-TRABAJO
           IF FRECUENCIA-SEMANAL OR FRECUENCIA-MENSUAL
               MOVE 4413 TO MSJ-NUMERO
               MOVE "Dia (semanal 1=LUNES..7=DOMINGO, mensual 1-31): "
                   TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT WS-DIA-TRABAJO
           END-IF
           MOVE 4414 TO MSJ-NUMERO
           MOVE "Fecha de inicio (AAAAMMDD): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-INICIO-TRABAJO.
           PERFORM PEDIR-FECHA-FIN.
           PERFORM PEDIR-DESCRIPCION.
           MOVE WS-INICIO-TRABAJO TO WS-VIGENCIA-DESDE
           MOVE WS-INICIO-TRABAJO TO WS-VIGENCIA-HASTA
           PERFORM VALIDAR-DEPARTAMENTO
           MOVE WS-INICIO-TRABAJO TO WS-FECHA-PRUEBA
           PERFORM VALIDAR-FECHA
           EVALUATE TRUE
               WHEN WS-DEPTO-VALIDO = "N"
                   DISPLAY "DEPARTAMENTO NO EXISTE EN DEPTOS.DAT: "
                       WS-DEPTO-TRABAJO
               WHEN WS-DEPTO-VALIDO = "V"
                   DISPLAY "DEPARTAMENTO " WS-DEPTO-TRABAJO
                       " NO VIGENTE AL " WS-INICIO-TRABAJO
               WHEN NOT OPERACION-CONOCIDA
                   DISPLAY "OPERACION INVALIDA: " WS-OP-TRABAJO
               WHEN NOT FRECUENCIA-DIARIA AND
                    NOT FRECUENCIA-SEMANAL AND
                    NOT FRECUENCIA-MENSUAL
                   DISPLAY "FRECUENCIA INVALIDA: "
                       WS-FRECUENCIA-TRABAJO
               WHEN FRECUENCIA-SEMANAL AND
                    (WS-DIA-TRABAJO < 1 OR WS-DIA-TRABAJO > 7)
                   DISPLAY "DIA DE LA SEMANA INVALIDO: " WS-DIA-TRABAJO
               WHEN FRECUENCIA-MENSUAL AND
                    (WS-DIA-TRABAJO < 1 OR WS-DIA-TRABAJO > 31)
                   DISPLAY "DIA DEL MES INVALIDO: " WS-DIA-TRABAJO
               WHEN WS-FECHA-VALIDA = "N"
                   DISPLAY "FECHA DE INICIO INVALIDA: "
                       WS-INICIO-TRABAJO
               WHEN WS-INICIO-TRABAJO < WS-FECHA-HOY
                   DISPLAY "LA FECHA DE INICIO NO PUEDE SER ANTERIOR "
                       "A HOY (" WS-FECHA-HOY ")."
               WHEN WS-FIN-TRABAJO NOT = 0 AND
                    WS-FIN-TRABAJO < WS-INICIO-TRABAJO
                   DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO."
               WHEN OTHER
                   PERFORM GRABAR-ORDEN-NUEVA
           END-EVALUATE.

       PEDIR-OPERANDOS.
           MOVE 4410 TO MSJ-NUMERO
           MOVE "Importe / primer operando (-9999.99): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-NUM1-TRABAJO.
           MOVE 4411 TO MSJ-NUMERO
           MOVE "Segundo operando (-9999.99): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-NUM2-TRABAJO.

       PEDIR-FECHA-FIN.
           MOVE 4415 TO MSJ-NUMERO
           MOVE "Fecha de fin (AAAAMMDD, 0 = sin fin): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0 TO WS-FIN-TRABAJO
           ACCEPT WS-FIN-TRABAJO.
           IF WS-FIN-TRABAJO NOT = 0
               MOVE WS-FIN-TRABAJO TO WS-FECHA-PRUEBA
               PERFORM VALIDAR-FECHA
               IF WS-FECHA-VALIDA = "N"
                   DISPLAY "FECHA DE FIN INVALIDA, SE TOMA SIN FIN."
                   MOVE 0 TO WS-FIN-TRABAJO
               END-IF
           END-IF.

       PEDIR-DESCRIPCION.
           MOVE 4416 TO MSJ-NUMERO
           MOVE "Descripcion (30 caracteres): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-DESCRIPCION-TRABAJO
           ACCEPT WS-DESCRIPCION-TRABAJO.

       GRABAR-ORDEN-NUEVA.
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE WS-ULTIMO-NUMERO TO ORD-NUMERO
           MOVE "A" TO ORD-ESTADO
           MOVE WS-DEPTO-TRABAJO TO ORD-DEPARTAMENTO
           MOVE WS-OP-TRABAJO TO ORD-OPERACION
           MOVE WS-NUM1-TRABAJO TO ORD-NUM1
           MOVE WS-NUM2-TRABAJO TO ORD-NUM2
           MOVE WS-FRECUENCIA-TRABAJO TO ORD-FRECUENCIA
           MOVE WS-DIA-TRABAJO TO ORD-DIA
           MOVE WS-INICIO-TRABAJO TO ORD-FECHA-INICIO
           MOVE WS-FIN-TRABAJO TO ORD-FECHA-FIN
           MOVE WS-DESCRIPCION-TRABAJO TO ORD-DESCRIPCION
           MOVE 0 TO ORD-ULTIMA-PROGRAMADA
           MOVE WS-FECHA-HOY TO ORD-FECHA-MODIF
           MOVE WS-OPERADOR-SESION TO ORD-OPERADOR
           WRITE STANDING-ORDER-RECORD
           IF WS-ORDPERM-STATUS = "00"
               ADD 1 TO WS-ALTAS
               DISPLAY "ORDEN REGISTRADA: " ORD-NUMERO
           ELSE
               DISPLAY "ERROR AL GRABAR ORDPERM.DAT, STATUS="
                   WS-ORDPERM-STATUS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * Solo cambia lo que no altera el calendario ya generado: los
      * operandos, el fin y la descripcion. Otra frecuencia u otro
      * departamento es otra orden (baja de esta y alta nueva).
       CORREGIR-ORDEN.
           PERFORM LEER-ORDEN-PEDIDA
           IF WS-ORDPERM-STATUS = "00"
               IF ORD-BAJA
                   DISPLAY "LA ORDEN " ORD-NUMERO " ESTA DADA DE BAJA."
               ELSE
                   PERFORM MOSTRAR-ORDEN
                   PERFORM PEDIR-OPERANDOS
                   PERFORM PEDIR-FECHA-FIN
                   PERFORM PEDIR-DESCRIPCION
                   IF WS-FIN-TRABAJO NOT = 0 AND
                      WS-FIN-TRABAJO < ORD-FECHA-INICIO
                       DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO."
                   ELSE
                       PERFORM RELEER-ORDEN
                       IF ORDEN-RELEIDA
                           PERFORM APLICAR-CORRECCION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Una baja es definitiva; una suspendida se puede reactivar, y
      * las fechas que vencieron durante la suspension no se generan.
       CAMBIAR-ESTADO-ORDEN.
           PERFORM LEER-ORDEN-PEDIDA
           IF WS-ORDPERM-STATUS = "00"
               IF ORD-BAJA
                   DISPLAY "LA ORDEN " ORD-NUMERO " ESTA DADA DE BAJA."
               ELSE
                   PERFORM MOSTRAR-ORDEN
                   MOVE 4418 TO MSJ-NUMERO
                   MOVE "Estado (A activa, S suspendida, B baja): "
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   MOVE SPACE TO WS-ESTADO-TRABAJO
                   ACCEPT WS-ESTADO-TRABAJO
                   INSPECT WS-ESTADO-TRABAJO CONVERTING "asb" TO "ASB"
                   IF WS-ESTADO-TRABAJO = "A" OR
                      WS-ESTADO-TRABAJO = "S" OR
                      WS-ESTADO-TRABAJO = "B"
                       PERFORM RELEER-ORDEN
                       IF ORDEN-RELEIDA
                           PERFORM APLICAR-ESTADO
                       END-IF
                   ELSE
                       DISPLAY "ESTADO INVALIDO: " WS-ESTADO-TRABAJO
                   END-IF
               END-IF
           END-IF.

      * Mientras el operador contestaba, ORDEN-GEN pudo generar la
      * orden y adelantar ORD-ULTIMA-PROGRAMADA: regrabar el registro
      * leido antes la haria generar de nuevo. Se relee y sobre el
      * registro vigente se cambia solo lo editado.
       RELEER-ORDEN.
           MOVE "N" TO WS-ORDEN-RELEIDA
           MOVE WS-NUMERO-TRABAJO TO ORD-NUMERO
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE LA ORDEN " WS-NUMERO-TRABAJO
               NOT INVALID KEY
                   IF ORD-BAJA
                       DISPLAY "LA ORDEN " ORD-NUMERO " FUE DADA DE "
                           "BAJA MIENTRAS TANTO; SIN CAMBIOS."
                   ELSE
                       MOVE "S" TO WS-ORDEN-RELEIDA
                   END-IF
           END-READ.

       APLICAR-CORRECCION.
           MOVE WS-NUM1-TRABAJO TO ORD-NUM1
           MOVE WS-NUM2-TRABAJO TO ORD-NUM2
           MOVE WS-FIN-TRABAJO TO ORD-FECHA-FIN
           IF WS-DESCRIPCION-TRABAJO NOT = SPACES
               MOVE WS-DESCRIPCION-TRABAJO TO ORD-DESCRIPCION
           END-IF
           MOVE WS-FECHA-HOY TO ORD-FECHA-MODIF
           MOVE WS-OPERADOR-SESION TO ORD-OPERADOR
           PERFORM REGRABAR-ORDEN
           IF WS-ORDPERM-STATUS = "00"
               ADD 1 TO WS-CORRECCIONES
               DISPLAY "ORDEN CORREGIDA: " ORD-NUMERO
           END-IF.

       APLICAR-ESTADO.
           MOVE WS-ESTADO-TRABAJO TO ORD-ESTADO
           MOVE WS-FECHA-HOY TO ORD-FECHA-MODIF
           MOVE WS-OPERADOR-SESION TO ORD-OPERADOR
           PERFORM REGRABAR-ORDEN
           IF WS-ORDPERM-STATUS = "00"
               ADD 1 TO WS-CAMBIOS-ESTADO
               DISPLAY "ORDEN " ORD-NUMERO " EN ESTADO "
                   ORD-ESTADO "."
           END-IF.

      * Igual que el alta: un error de grabacion se informa y la
      * corrida termina con aviso.
       REGRABAR-ORDEN.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ORDPERM-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR ORDPERM.DAT, STATUS="
                   WS-ORDPERM-STATUS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       LEER-ORDEN-PEDIDA.
           MOVE 4417 TO MSJ-NUMERO
           MOVE "Numero de orden: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-NUMERO-TRABAJO.
           MOVE WS-NUMERO-TRABAJO TO ORD-NUMERO
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE LA ORDEN " WS-NUMERO-TRABAJO
           END-READ.

       MOSTRAR-ORDEN.
           MOVE ORD-NUM1 TO WS-NUM-ED
           MOVE ORD-NUM2 TO WS-NUM2-ED
           DISPLAY "ORDEN " ORD-NUMERO " ESTADO " ORD-ESTADO
               "  " ORD-DESCRIPCION.
           DISPLAY "  " ORD-DEPARTAMENTO " " WS-NUM-ED " "
               ORD-OPERACION " " WS-NUM2-ED
               "  FRECUENCIA " ORD-FRECUENCIA " DIA " ORD-DIA.
           DISPLAY "  DESDE " ORD-FECHA-INICIO " HASTA " ORD-FECHA-FIN
               "  ULTIMA GENERADA " ORD-ULTIMA-PROGRAMADA.

       LISTAR-ORDENES.
           MOVE 0 TO WS-LISTADAS
           MOVE "N" TO WS-EOF-ORDENES
           MOVE 0 TO ORD-NUMERO
           START STANDING-ORDER-FILE KEY >= ORD-NUMERO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ORDENES
           END-START
           DISPLAY "NUMERO E DEP  NUMERO 1 OP NUMERO 2 F DI INICIO   "
               "FIN      ULTIMA   DESCRIPCION"
           PERFORM UNTIL EOF-ORDENES
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ORDENES
                   NOT AT END
                       ADD 1 TO WS-LISTADAS
                       MOVE ORD-NUM1 TO WS-NUM-ED
                       MOVE ORD-NUM2 TO WS-NUM2-ED
                       DISPLAY ORD-NUMERO " " ORD-ESTADO " "
                           ORD-DEPARTAMENTO " " WS-NUM-ED " "
                           ORD-OPERACION "  " WS-NUM2-ED " "
                           ORD-FRECUENCIA " " ORD-DIA " "
                           ORD-FECHA-INICIO " " ORD-FECHA-FIN " "
                           ORD-ULTIMA-PROGRAMADA " " ORD-DESCRIPCION
               END-READ
           END-PERFORM
           IF WS-LISTADAS = 0
               DISPLAY "SIN ORDENES PERMANENTES."
           END-IF.

      * Mismo criterio que CAL-MAINT: mes 01-12 y dia 01-31.
       VALIDAR-FECHA.
           MOVE "S" TO WS-FECHA-VALIDA
           IF WS-FECHA-PRUEBA = 0
               MOVE "N" TO WS-FECHA-VALIDA
           ELSE
               MOVE WS-FECHA-PRUEBA(5:2) TO WS-MES-PRUEBA
               MOVE WS-FECHA-PRUEBA(7:2) TO WS-DIA-PRUEBA
               IF WS-MES-PRUEBA < 1 OR WS-MES-PRUEBA > 12 OR
                  WS-DIA-PRUEBA < 1 OR WS-DIA-PRUEBA > 31
                   MOVE "N" TO WS-FECHA-VALIDA
               END-IF
           END-IF.

      * Mismo criterio que CALC-EDIT: GEN siempre vale, cualquier
      * otro codigo tiene que existir en DEPTOS.DAT y estar vigente
      * en la fecha de inicio, que es el primer asiento que genera
      * la orden (cero = sin limite). "V" = existe pero no vigente.
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
           MOVE "ORDEN-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "ORDENES ALTAS=" WS-ALTAS
               " CORRECCIONES=" WS-CORRECCIONES
               " ESTADOS=" WS-CAMBIOS-ESTADO
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

       END PROGRAM ORDEN-MAINT.
