      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the department table
      *          (DEPTOS.DAT). Instead of editing the file by hand
      *          (where a typo silently sends a whole department's
      *          batch to the rejects), finance adds a department,
      *          renames it or deactivates it, each with the first and
      *          last day it may receive postings, and lists the
      *          table. CALC-EDIT rejects a posting to a department
      *          outside those dates. Each change takes the DEPTOS
      *          lock, rereads DEPTOS.DAT, applies the change and
      *          rewrites the file before releasing it, so two
      *          sessions keep each other's changes. Every change goes
      *          to the audit trail with the operator who made it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTO-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPTOS-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       COPY LOCK-PARMS-CPY.

       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-TABLA-CARGADA      PIC X VALUE "N".
           88 TABLA-CARGADA     VALUE "S".
       01 WS-CANDADO-DEPTOS     PIC X VALUE "N".
           88 CANDADO-DEPTOS-TOMADO VALUE "S".
       01 WS-DEPTOS-GRABADOS    PIC X VALUE "N".
           88 DEPTOS-GRABADOS   VALUE "S".

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ALTA       VALUES "A" "a".
           88 OPCION-RENOMBRAR  VALUES "R" "r".
           88 OPCION-BAJA       VALUES "D" "d".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-DEPTO-TRABAJO      PIC X(3).
       01 WS-NOMBRE-TRABAJO     PIC X(20).
       01 WS-DESDE-TRABAJO      PIC 9(8).
       01 WS-HASTA-TRABAJO      PIC 9(8).
       01 WS-FECHA-VALIDA       PIC X.
       01 WS-FECHA-PRUEBA       PIC 9(8).
       01 WS-MES-PRUEBA         PIC 9(2).
       01 WS-DIA-PRUEBA         PIC 9(2).
       01 WS-VIGENTE-HOY        PIC X.
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-RENOMBRADOS        PIC 9(4) VALUE 0.
       01 WS-BAJAS              PIC 9(4) VALUE 0.
       01 WS-LISTADOS           PIC 9(4) VALUE 0.

      *La tabla entera se relee bajo el candado DEPTOS antes de cada
      *cambio, se corrige en memoria y se regraba antes de soltarlo.
       01 WS-EOF-DEPTOS         PIC X VALUE "N".
           88 EOF-DEPTOS        VALUE "Y".
       01 WS-DEPTOS-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPTOS-DESBORDE    PIC X VALUE "N".
           88 TABLA-DESBORDADA  VALUE "S".
       01 WS-DEPTOS-TABLA.
           05 WS-DEPTO-ENTRY OCCURS 100 TIMES.
               10 WS-DEPTO-CODIGO   PIC X(3).
               10 WS-DEPTO-NOMBRE   PIC X(20).
               10 WS-DEPTO-DESDE    PIC 9(8).
               10 WS-DEPTO-HASTA    PIC 9(8).
               10 WS-DEPTO-MODIF    PIC 9(8).
               10 WS-DEPTO-OPERADOR PIC X(8).
       01 WS-DEP-IDX            PIC 9(3).
       01 WS-DEP-ENCONTRADO     PIC 9(3).
       01 WS-GRB-IDX            PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM CARGAR-DEPARTAMENTOS.
           IF TABLA-CARGADA
               PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Una tabla que no entra completa en memoria no se regraba: se
      * perderian los departamentos que quedaron afuera.
       CARGAR-DEPARTAMENTOS.
           MOVE "N" TO WS-TABLA-CARGADA
           MOVE 0 TO WS-DEPTOS-COUNT
           MOVE "N" TO WS-DEPTOS-DESBORDE
           OPEN INPUT DEPT-TABLE-FILE
           IF WS-DEPTOS-STATUS = "35"
               OPEN OUTPUT DEPT-TABLE-FILE
               CLOSE DEPT-TABLE-FILE
               OPEN INPUT DEPT-TABLE-FILE
           END-IF
           IF WS-DEPTOS-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "DEPTO-MAINT" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR DEPTOS.DAT, STATUS="
                   WS-DEPTOS-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "N" TO WS-EOF-DEPTOS
               PERFORM UNTIL EOF-DEPTOS
                   READ DEPT-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DEPTOS
                       NOT AT END
                           IF DEP-CODIGO NOT = SPACES
                               PERFORM GUARDAR-DEPARTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-TABLE-FILE
               IF TABLA-DESBORDADA
                   MOVE 4023 TO ERR-CODIGO
                   MOVE "DEPTO-MAINT" TO ERR-PROGRAMA
                   MOVE "DEPTOS.DAT TIENE MAS DE 100 DEPARTAMENTOS"
                       TO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   MOVE "S" TO WS-TABLA-CARGADA
               END-IF
           END-IF.

      * Las lineas de antes de las fechas traen blancos en DEP-DESDE
      * y DEP-HASTA: se toman como cero, sin limite.
       GUARDAR-DEPARTAMENTO.
           IF WS-DEPTOS-COUNT >= 100
               MOVE "S" TO WS-DEPTOS-DESBORDE
           ELSE
               ADD 1 TO WS-DEPTOS-COUNT
               MOVE DEP-CODIGO TO WS-DEPTO-CODIGO(WS-DEPTOS-COUNT)
               MOVE DEP-NOMBRE TO WS-DEPTO-NOMBRE(WS-DEPTOS-COUNT)
               MOVE 0 TO WS-DEPTO-DESDE(WS-DEPTOS-COUNT)
               MOVE 0 TO WS-DEPTO-HASTA(WS-DEPTOS-COUNT)
               MOVE 0 TO WS-DEPTO-MODIF(WS-DEPTOS-COUNT)
               IF DEP-DESDE IS NUMERIC
                   MOVE DEP-DESDE TO WS-DEPTO-DESDE(WS-DEPTOS-COUNT)
               END-IF
               IF DEP-HASTA IS NUMERIC
                   MOVE DEP-HASTA TO WS-DEPTO-HASTA(WS-DEPTOS-COUNT)
               END-IF
               IF DEP-FECHA-MODIF IS NUMERIC
                   MOVE DEP-FECHA-MODIF TO
                       WS-DEPTO-MODIF(WS-DEPTOS-COUNT)
               END-IF
               MOVE DEP-OPERADOR TO WS-DEPTO-OPERADOR(WS-DEPTOS-COUNT)
           END-IF.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 4501 TO MSJ-NUMERO
           MOVE " MANTENIMIENTO DE DEPARTAMENTOS" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 4502 TO MSJ-NUMERO
           MOVE " A. Alta de departamento" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4503 TO MSJ-NUMERO
           MOVE " R. Cambiar el nombre" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4504 TO MSJ-NUMERO
           MOVE " D. Dar de baja o reabrir (fecha hasta)" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4505 TO MSJ-NUMERO
           MOVE " L. Listar departamentos" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4506 TO MSJ-NUMERO
           MOVE " X. Salir" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4507 TO MSJ-NUMERO
           MOVE "Elige una opcion: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-DEPARTAMENTO
               WHEN OPCION-RENOMBRAR
                   PERFORM RENOMBRAR-DEPARTAMENTO
               WHEN OPCION-BAJA
                   PERFORM BAJA-DEPARTAMENTO
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-DEPARTAMENTOS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      * GEN no se da de alta: es el departamento generico y CALC-EDIT
      * lo acepta siempre. Un codigo ya usado no se reutiliza, aunque
      * este de baja, porque el mayor guarda su historia.
       ALTA-DEPARTAMENTO.
           PERFORM PEDIR-CODIGO.
           MOVE 4509 TO MSJ-NUMERO
           MOVE "Nombre (20 caracteres): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-NOMBRE-TRABAJO
           ACCEPT WS-NOMBRE-TRABAJO.
           MOVE 4510 TO MSJ-NUMERO
           MOVE "Vigente desde (AAAAMMDD, 0 = hoy): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0 TO WS-DESDE-TRABAJO
           ACCEPT WS-DESDE-TRABAJO.
           IF WS-DESDE-TRABAJO = 0
               MOVE WS-FECHA-HOY TO WS-DESDE-TRABAJO
           END-IF
           PERFORM PEDIR-FECHA-HASTA.
           PERFORM TOMAR-CANDADO-DEPTOS
           IF CANDADO-DEPTOS-TOMADO
               PERFORM CARGAR-DEPARTAMENTOS
               PERFORM APLICAR-ALTA
               PERFORM LIBERAR-CANDADO-DEPTOS
           END-IF.

      * El codigo se busca en la tabla recien releida: otra sesion
      * pudo darlo de alta mientras se tecleaban los datos.
       APLICAR-ALTA.
           PERFORM BUSCAR-DEPARTAMENTO
           MOVE WS-DESDE-TRABAJO TO WS-FECHA-PRUEBA
           PERFORM VALIDAR-FECHA
           EVALUATE TRUE
               WHEN NOT TABLA-CARGADA
                   DISPLAY "DEPTOS.DAT NO SE PUDO RELEER; EL CAMBIO "
                       "NO SE HIZO."
               WHEN WS-DEPTO-TRABAJO = SPACES OR
                    WS-DEPTO-TRABAJO = "GEN"
                   DISPLAY "CODIGO DE DEPARTAMENTO INVALIDO: "
                       WS-DEPTO-TRABAJO
               WHEN WS-DEP-ENCONTRADO > 0
                   DISPLAY "EL DEPARTAMENTO " WS-DEPTO-TRABAJO
                       " YA EXISTE EN DEPTOS.DAT."
               WHEN WS-NOMBRE-TRABAJO = SPACES
                   DISPLAY "FALTA EL NOMBRE DEL DEPARTAMENTO."
               WHEN WS-FECHA-VALIDA = "N"
                   DISPLAY "FECHA DESDE INVALIDA: " WS-DESDE-TRABAJO
               WHEN WS-HASTA-TRABAJO NOT = 0 AND
                    WS-HASTA-TRABAJO < WS-DESDE-TRABAJO
                   DISPLAY "LA FECHA HASTA ES ANTERIOR A LA DESDE."
               WHEN WS-DEPTOS-COUNT >= 100
                   DISPLAY "LA TABLA DE DEPARTAMENTOS ESTA LLENA (100)."
               WHEN OTHER
                   ADD 1 TO WS-DEPTOS-COUNT
                   MOVE WS-DEPTOS-COUNT TO WS-DEP-ENCONTRADO
                   MOVE WS-DEPTO-TRABAJO TO
                       WS-DEPTO-CODIGO(WS-DEP-ENCONTRADO)
                   MOVE WS-NOMBRE-TRABAJO TO
                       WS-DEPTO-NOMBRE(WS-DEP-ENCONTRADO)
                   MOVE WS-DESDE-TRABAJO TO
                       WS-DEPTO-DESDE(WS-DEP-ENCONTRADO)
                   MOVE WS-HASTA-TRABAJO TO
                       WS-DEPTO-HASTA(WS-DEP-ENCONTRADO)
                   PERFORM GRABAR-CAMBIO
                   IF DEPTOS-GRABADOS
                       ADD 1 TO WS-ALTAS
                       DISPLAY "DEPARTAMENTO REGISTRADO: "
                           WS-DEPTO-TRABAJO
                       MOVE SPACES TO AUP-EVENTO
                       STRING "DEPTO " WS-DEPTO-TRABAJO " ALTA "
                           WS-NOMBRE-TRABAJO " DESDE=" WS-DESDE-TRABAJO
                           " HASTA=" WS-HASTA-TRABAJO
                           " OPER=" WS-OPERADOR-SESION
                           DELIMITED BY SIZE INTO AUP-EVENTO
                       PERFORM AUDITAR-CAMBIO
                   END-IF
           END-EVALUATE.

       RENOMBRAR-DEPARTAMENTO.
           PERFORM PEDIR-CODIGO.
           PERFORM BUSCAR-DEPARTAMENTO
           IF WS-DEP-ENCONTRADO = 0
               DISPLAY "NO EXISTE EL DEPARTAMENTO " WS-DEPTO-TRABAJO
           ELSE
               PERFORM MOSTRAR-DEPARTAMENTO
               MOVE 4511 TO MSJ-NUMERO
               MOVE "Nombre nuevo (20 caracteres): " TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               MOVE SPACES TO WS-NOMBRE-TRABAJO
               ACCEPT WS-NOMBRE-TRABAJO
               IF WS-NOMBRE-TRABAJO = SPACES
                   DISPLAY "NOMBRE EN BLANCO, NO SE CAMBIA."
               ELSE
                   PERFORM TOMAR-CANDADO-DEPTOS
                   IF CANDADO-DEPTOS-TOMADO
                       PERFORM CARGAR-DEPARTAMENTOS
                       PERFORM APLICAR-NOMBRE
                       PERFORM LIBERAR-CANDADO-DEPTOS
                   END-IF
               END-IF
           END-IF.

       APLICAR-NOMBRE.
           PERFORM BUSCAR-DEPARTAMENTO
           EVALUATE TRUE
               WHEN NOT TABLA-CARGADA
                   DISPLAY "DEPTOS.DAT NO SE PUDO RELEER; EL CAMBIO "
                       "NO SE HIZO."
               WHEN WS-DEP-ENCONTRADO = 0
                   DISPLAY "EL DEPARTAMENTO " WS-DEPTO-TRABAJO
                       " YA NO ESTA EN DEPTOS.DAT."
               WHEN OTHER
                   MOVE WS-NOMBRE-TRABAJO TO
                       WS-DEPTO-NOMBRE(WS-DEP-ENCONTRADO)
                   PERFORM GRABAR-CAMBIO
                   IF DEPTOS-GRABADOS
                       ADD 1 TO WS-RENOMBRADOS
                       DISPLAY "DEPARTAMENTO RENOMBRADO: "
                           WS-DEPTO-TRABAJO
                       MOVE SPACES TO AUP-EVENTO
                       STRING "DEPTO " WS-DEPTO-TRABAJO
                           " NOMBRE NUEVO " WS-NOMBRE-TRABAJO
                           " OPER=" WS-OPERADOR-SESION
                           DELIMITED BY SIZE INTO AUP-EVENTO
                       PERFORM AUDITAR-CAMBIO
                   END-IF
           END-EVALUATE.

      * La baja cierra la vigencia con el ultimo dia que el
      * departamento puede recibir movimientos; cero la reabre sin
      * fin (un departamento dado de baja por error).
       BAJA-DEPARTAMENTO.
           PERFORM PEDIR-CODIGO.
           PERFORM BUSCAR-DEPARTAMENTO
           IF WS-DEP-ENCONTRADO = 0
               DISPLAY "NO EXISTE EL DEPARTAMENTO " WS-DEPTO-TRABAJO
           ELSE
               PERFORM MOSTRAR-DEPARTAMENTO
               PERFORM PEDIR-FECHA-HASTA
               PERFORM TOMAR-CANDADO-DEPTOS
               IF CANDADO-DEPTOS-TOMADO
                   PERFORM CARGAR-DEPARTAMENTOS
                   PERFORM APLICAR-BAJA
                   PERFORM LIBERAR-CANDADO-DEPTOS
               END-IF
           END-IF.

      * La fecha desde se compara con la del registro releido, por si
      * otra sesion la cambio mientras tanto.
       APLICAR-BAJA.
           PERFORM BUSCAR-DEPARTAMENTO
           EVALUATE TRUE
               WHEN NOT TABLA-CARGADA
                   DISPLAY "DEPTOS.DAT NO SE PUDO RELEER; EL CAMBIO "
                       "NO SE HIZO."
               WHEN WS-DEP-ENCONTRADO = 0
                   DISPLAY "EL DEPARTAMENTO " WS-DEPTO-TRABAJO
                       " YA NO ESTA EN DEPTOS.DAT."
               WHEN WS-HASTA-TRABAJO NOT = 0 AND
                    WS-HASTA-TRABAJO <
                        WS-DEPTO-DESDE(WS-DEP-ENCONTRADO)
                   DISPLAY "LA FECHA HASTA ES ANTERIOR A LA DESDE ("
                       WS-DEPTO-DESDE(WS-DEP-ENCONTRADO) ")."
               WHEN OTHER
                   MOVE WS-HASTA-TRABAJO TO
                       WS-DEPTO-HASTA(WS-DEP-ENCONTRADO)
                   PERFORM GRABAR-CAMBIO
                   IF DEPTOS-GRABADOS
                       PERFORM ANOTAR-BAJA
                   END-IF
           END-EVALUATE.

       ANOTAR-BAJA.
           ADD 1 TO WS-BAJAS
           MOVE SPACES TO AUP-EVENTO
           IF WS-HASTA-TRABAJO = 0
               DISPLAY "DEPARTAMENTO " WS-DEPTO-TRABAJO
                   " REABIERTO SIN FECHA HASTA."
               STRING "DEPTO " WS-DEPTO-TRABAJO
                   " REABIERTO SIN FECHA HASTA"
                   " OPER=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
           ELSE
               DISPLAY "DEPARTAMENTO " WS-DEPTO-TRABAJO
                   " VIGENTE HASTA " WS-HASTA-TRABAJO "."
               STRING "DEPTO " WS-DEPTO-TRABAJO
                   " BAJA HASTA=" WS-HASTA-TRABAJO
                   " OPER=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
           END-IF
           PERFORM AUDITAR-CAMBIO.

       PEDIR-CODIGO.
           MOVE 4508 TO MSJ-NUMERO
           MOVE "Codigo de departamento (3 caracteres): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-DEPTO-TRABAJO
           ACCEPT WS-DEPTO-TRABAJO.
           INSPECT WS-DEPTO-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PEDIR-FECHA-HASTA.
           MOVE 4512 TO MSJ-NUMERO
           MOVE "Vigente hasta (AAAAMMDD, 0 = sin fin): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0 TO WS-HASTA-TRABAJO
           ACCEPT WS-HASTA-TRABAJO.
           IF WS-HASTA-TRABAJO NOT = 0
               MOVE WS-HASTA-TRABAJO TO WS-FECHA-PRUEBA
               PERFORM VALIDAR-FECHA
               IF WS-FECHA-VALIDA = "N"
                   DISPLAY "FECHA HASTA INVALIDA, SE TOMA SIN FIN."
                   MOVE 0 TO WS-HASTA-TRABAJO
               END-IF
           END-IF.

       BUSCAR-DEPARTAMENTO.
           MOVE 0 TO WS-DEP-ENCONTRADO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
               IF WS-DEPTO-CODIGO(WS-DEP-IDX) = WS-DEPTO-TRABAJO
                   MOVE WS-DEP-IDX TO WS-DEP-ENCONTRADO
               END-IF
           END-PERFORM.

       MOSTRAR-DEPARTAMENTO.
           DISPLAY "DEPARTAMENTO " WS-DEPTO-CODIGO(WS-DEP-ENCONTRADO)
               "  " WS-DEPTO-NOMBRE(WS-DEP-ENCONTRADO).
           DISPLAY "  DESDE " WS-DEPTO-DESDE(WS-DEP-ENCONTRADO)
               " HASTA " WS-DEPTO-HASTA(WS-DEP-ENCONTRADO)
               "  MODIFICADO " WS-DEPTO-MODIF(WS-DEP-ENCONTRADO)
               " " WS-DEPTO-OPERADOR(WS-DEP-ENCONTRADO).

       LISTAR-DEPARTAMENTOS.
           PERFORM CARGAR-DEPARTAMENTOS
           MOVE 0 TO WS-LISTADOS
           DISPLAY "DEP NOMBRE               DESDE    HASTA    V "
               "MODIFICADO OPERADOR"
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
               ADD 1 TO WS-LISTADOS
               MOVE "S" TO WS-VIGENTE-HOY
               IF WS-DEPTO-DESDE(WS-DEP-IDX) > WS-FECHA-HOY
                   MOVE "N" TO WS-VIGENTE-HOY
               END-IF
               IF WS-DEPTO-HASTA(WS-DEP-IDX) NOT = 0 AND
                  WS-DEPTO-HASTA(WS-DEP-IDX) < WS-FECHA-HOY
                   MOVE "N" TO WS-VIGENTE-HOY
               END-IF
               DISPLAY WS-DEPTO-CODIGO(WS-DEP-IDX) " "
                   WS-DEPTO-NOMBRE(WS-DEP-IDX) " "
                   WS-DEPTO-DESDE(WS-DEP-IDX) " "
                   WS-DEPTO-HASTA(WS-DEP-IDX) " "
                   WS-VIGENTE-HOY " "
                   WS-DEPTO-MODIF(WS-DEP-IDX) "   "
                   WS-DEPTO-OPERADOR(WS-DEP-IDX)
           END-PERFORM
           IF WS-LISTADOS = 0
               DISPLAY "SIN DEPARTAMENTOS EN DEPTOS.DAT."
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

       GRABAR-CAMBIO.
           MOVE WS-FECHA-HOY TO WS-DEPTO-MODIF(WS-DEP-ENCONTRADO)
           MOVE WS-OPERADOR-SESION TO
               WS-DEPTO-OPERADOR(WS-DEP-ENCONTRADO)
           PERFORM GRABAR-DEPARTAMENTOS.

      * El candado DEPTOS cubre la relectura, el cambio y la
      * reescritura de DEPTOS.DAT; se toma por cada cambio y no
      * durante toda la sesion.
       TOMAR-CANDADO-DEPTOS.
           MOVE "N" TO WS-CANDADO-DEPTOS
           MOVE "DEPTOS" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "DEPTO-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "DEPTO-MAINT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO DEPTOS" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "DEPTOS.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO-DEPTOS
           END-IF.

       LIBERAR-CANDADO-DEPTOS.
           MOVE "DEPTOS" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "DEPTO-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO-DEPTOS.

       GRABAR-DEPARTAMENTOS.
           MOVE "N" TO WS-DEPTOS-GRABADOS
           OPEN OUTPUT DEPT-TABLE-FILE
           IF WS-DEPTOS-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "DEPTO-MAINT" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR DEPTOS.DAT, STATUS="
                   WS-DEPTOS-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "EL CAMBIO NO SE GRABO."
           ELSE
               PERFORM ESCRIBIR-DEPARTAMENTOS
               IF WS-DEPTOS-STATUS NOT = "00"
                   DISPLAY "ERROR AL GRABAR DEPTOS.DAT, STATUS="
                       WS-DEPTOS-STATUS
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   MOVE "S" TO WS-DEPTOS-GRABADOS
               END-IF
           END-IF.

       ESCRIBIR-DEPARTAMENTOS.
           PERFORM VARYING WS-GRB-IDX FROM 1 BY 1
                   UNTIL WS-GRB-IDX > WS-DEPTOS-COUNT
               MOVE SPACES TO DEPT-TABLE-RECORD
               MOVE WS-DEPTO-CODIGO(WS-GRB-IDX) TO DEP-CODIGO
               MOVE WS-DEPTO-NOMBRE(WS-GRB-IDX) TO DEP-NOMBRE
               MOVE WS-DEPTO-DESDE(WS-GRB-IDX) TO DEP-DESDE
               MOVE WS-DEPTO-HASTA(WS-GRB-IDX) TO DEP-HASTA
               MOVE WS-DEPTO-MODIF(WS-GRB-IDX) TO DEP-FECHA-MODIF
               MOVE WS-DEPTO-OPERADOR(WS-GRB-IDX) TO DEP-OPERADOR
               WRITE DEPT-TABLE-RECORD
           END-PERFORM
           CLOSE DEPT-TABLE-FILE.

      * Cada cambio queda en el rastro de auditoria en el momento,
      * con el operador de la sesion; el resumen va al salir.
       AUDITAR-CAMBIO.
           MOVE "DEPTO-MAINT" TO AUP-PROGRAMA
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

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
           MOVE "DEPTO-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "DEPARTAMENTOS ALTAS=" WS-ALTAS
               " NOMBRES=" WS-RENOMBRADOS
               " BAJAS=" WS-BAJAS
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

       END PROGRAM DEPTO-MAINT.
