      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift handover register (RELEVO.DAT), in the style of
      *          INCIDENTE-MAINT, reached from MENU-DRIVER. Replaces
      *          the sticky note between the night operator and the
      *          morning analyst: an operator opens an item with its
      *          category, the program or file it concerns, a
      *          severity and a description; someone else on the
      *          next shift acknowledges it; and it stays open until
      *          someone closes it with a resolution. MENU-DRIVER
      *          shows the open items at sign-on and RELEVO-RPT lists
      *          them daily. Every change is made under the RELEVO
      *          lock over a fresh copy of the file, so two terminals
      *          at shift change do not overwrite each other, and
      *          goes to the audit trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVO-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RELEVO-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RELEVO-FD.

      *Operador firmado en MENU-DRIVER; es quien abre, acusa o cierra.
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

       01 WS-RELEVO-STATUS      PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ABRIR      VALUES "A" "a".
           88 OPCION-ACUSAR     VALUES "R" "r".
           88 OPCION-CERRAR     VALUES "C" "c".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-NUMERO-TRABAJO     PIC 9(6).
       01 WS-CATEGORIA-TRABAJO  PIC X(10).
       01 WS-OBJETO-TRABAJO     PIC X(15).
       01 WS-SEVERIDAD-TRABAJO  PIC X.
           88 SEVERIDAD-VALIDA  VALUES "L" "M" "G".
       01 WS-TEXTO-TRABAJO      PIC X(60).
       01 WS-EOF-RELEVO         PIC X VALUE "N".
           88 EOF-RELEVO        VALUE "Y".
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".

      *El registro se guarda como imagen: se carga entero, se corrige
      *en memoria y se regraba bajo el candado en cada cambio.
       01 WS-RELEVOS-COUNT      PIC 9(3) VALUE 0.
       01 WS-RELEVOS-TABLA.
           05 WS-RELEVO-REGISTRO OCCURS 500 TIMES PIC X(228).
       01 WS-RLV-IDX            PIC 9(3).
       01 WS-RLV-HALLADO        PIC 9(3).
       01 WS-RLV-ULTIMO         PIC 9(6) VALUE 0.
       01 WS-RLV-VISTOS         PIC 9(3).
       01 WS-RLV-DESBORDE       PIC X VALUE "N".
           88 RELEVOS-DESBORDADOS VALUE "S".

       01 WS-ABIERTOS           PIC 9(4) VALUE 0.
       01 WS-ACUSADOS           PIC 9(4) VALUE 0.
       01 WS-CERRADOS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM CARGAR-RELEVOS.
      *    Igual que en INCIDENTE-MAINT: reescribir desde una tabla
      *    incompleta borraria los pendientes que no cupieron.
           IF RELEVOS-DESBORDADOS
               DISPLAY "RELEVO.DAT TIENE MAS DE 500 PENDIENTES; "
                   "MODO SOLO CONSULTA, DEPURAR EL ARCHIVO."
           END-IF.
           PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CARGAR-RELEVOS.
           MOVE 0 TO WS-RELEVOS-COUNT
           MOVE 0 TO WS-RLV-ULTIMO
           MOVE "N" TO WS-RLV-DESBORDE
           MOVE "N" TO WS-EOF-RELEVO
           OPEN INPUT RELEVO-FILE
           IF WS-RELEVO-STATUS = "35"
               OPEN OUTPUT RELEVO-FILE
               CLOSE RELEVO-FILE
               OPEN INPUT RELEVO-FILE
           END-IF
           PERFORM UNTIL EOF-RELEVO
               READ RELEVO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RELEVO
                   NOT AT END
                       IF RLV-NUMERO IS NUMERIC
                           IF RLV-NUMERO > WS-RLV-ULTIMO
                               MOVE RLV-NUMERO TO WS-RLV-ULTIMO
                           END-IF
                           IF WS-RELEVOS-COUNT >= 500
                               MOVE "S" TO WS-RLV-DESBORDE
                           ELSE
                               ADD 1 TO WS-RELEVOS-COUNT
                               MOVE RELEVO-RECORD TO
                                   WS-RELEVO-REGISTRO(WS-RELEVOS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELEVO-FILE.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 4801 TO MSJ-NUMERO
           MOVE " RELEVO DE TURNO - PENDIENTES"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 4802 TO MSJ-NUMERO
           MOVE " A. Abrir pendiente"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4803 TO MSJ-NUMERO
           MOVE " R. Acusar recibo"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4804 TO MSJ-NUMERO
           MOVE " C. Cerrar con resolucion"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4805 TO MSJ-NUMERO
           MOVE " L. Listar pendientes abiertos"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4806 TO MSJ-NUMERO
           MOVE " X. Salir"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4807 TO MSJ-NUMERO
           MOVE "Elige una opcion: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-ABIERTOS
               WHEN RELEVOS-DESBORDADOS
                   DISPLAY "MODO SOLO CONSULTA: ACCION NO DISPONIBLE."
               WHEN OPCION-ABRIR
                   PERFORM ABRIR-PENDIENTE
               WHEN OPCION-ACUSAR
                   PERFORM ACUSAR-PENDIENTE
               WHEN OPCION-CERRAR
                   PERFORM CERRAR-PENDIENTE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      * Los datos se piden antes de tomar el candado, para no
      * retener a otra terminal mientras el operador escribe.
       ABRIR-PENDIENTE.
           MOVE 4808 TO MSJ-NUMERO
           MOVE "Categoria (JOB, DATOS, EQUIPO, SEGURIDAD, OTRO): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-CATEGORIA-TRABAJO
           ACCEPT WS-CATEGORIA-TRABAJO.
           INSPECT WS-CATEGORIA-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 4809 TO MSJ-NUMERO
           MOVE "Programa o archivo relacionado: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-OBJETO-TRABAJO
           ACCEPT WS-OBJETO-TRABAJO.
           INSPECT WS-OBJETO-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 4810 TO MSJ-NUMERO
           MOVE "Severidad (L)eve, (M)oderado, (G)rave: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-SEVERIDAD-TRABAJO
           ACCEPT WS-SEVERIDAD-TRABAJO.
           INSPECT WS-SEVERIDAD-TRABAJO CONVERTING "lmg" TO "LMG".
           MOVE 4811 TO MSJ-NUMERO
           MOVE "Descripcion (hasta 60 caracteres): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-TEXTO-TRABAJO
           ACCEPT WS-TEXTO-TRABAJO.
           EVALUATE TRUE
               WHEN WS-CATEGORIA-TRABAJO = SPACES
                   DISPLAY "FALTA LA CATEGORIA, PENDIENTE NO ABIERTO."
               WHEN NOT SEVERIDAD-VALIDA
                   DISPLAY "SEVERIDAD NO VALIDA, PENDIENTE NO ABIERTO."
               WHEN WS-TEXTO-TRABAJO = SPACES
                   DISPLAY "FALTA LA DESCRIPCION, PENDIENTE NO "
                       "ABIERTO."
               WHEN OTHER
                   PERFORM TOMAR-CANDADO
                   IF CANDADO-TOMADO
                       PERFORM CARGAR-RELEVOS
                       PERFORM AGREGAR-PENDIENTE
                       PERFORM LIBERAR-CANDADO
                   END-IF
           END-EVALUATE.

       AGREGAR-PENDIENTE.
           IF WS-RELEVOS-COUNT >= 500 OR RELEVOS-DESBORDADOS
               DISPLAY "NO HAY CUPO PARA MAS PENDIENTES."
           ELSE
               ACCEPT WS-HORA-AHORA FROM TIME
               ADD 1 TO WS-RLV-ULTIMO
               MOVE SPACES TO RELEVO-RECORD
               MOVE WS-RLV-ULTIMO TO RLV-NUMERO
               MOVE WS-FECHA-HOY TO RLV-FECHA
               MOVE WS-HORA-AHORA(1:4) TO RLV-HORA
               MOVE WS-OPERADOR-SESION TO RLV-OPERADOR
               MOVE WS-CATEGORIA-TRABAJO TO RLV-CATEGORIA
               MOVE WS-OBJETO-TRABAJO TO RLV-OBJETO
               MOVE WS-SEVERIDAD-TRABAJO TO RLV-SEVERIDAD
               MOVE WS-TEXTO-TRABAJO TO RLV-DESCRIPCION
               MOVE 0 TO RLV-ACUSE-FECHA
               MOVE 0 TO RLV-ACUSE-HORA
               MOVE 0 TO RLV-CIERRE-FECHA
               MOVE 0 TO RLV-CIERRE-HORA
               MOVE "A" TO RLV-ESTADO
               ADD 1 TO WS-RELEVOS-COUNT
               MOVE RELEVO-RECORD TO
                   WS-RELEVO-REGISTRO(WS-RELEVOS-COUNT)
               PERFORM GRABAR-RELEVOS
               ADD 1 TO WS-ABIERTOS
               DISPLAY "PENDIENTE ABIERTO: " WS-RLV-ULTIMO
               MOVE SPACES TO AUP-EVENTO
               STRING "RELEVO " WS-RLV-ULTIMO " ABIERTO "
                   WS-CATEGORIA-TRABAJO " " WS-OBJETO-TRABAJO
                   " SEVERIDAD=" WS-SEVERIDAD-TRABAJO
                   DELIMITED BY SIZE INTO AUP-EVENTO
               PERFORM AUDITAR-CAMBIO
           END-IF.

      * El acuse es del turno que recibe: quien abrio el pendiente no
      * puede acusarlo, porque el acuse prueba que otro lo leyo.
       ACUSAR-PENDIENTE.
           PERFORM PEDIR-NUMERO.
           PERFORM TOMAR-CANDADO
           IF CANDADO-TOMADO
               PERFORM CARGAR-RELEVOS
               PERFORM BUSCAR-PENDIENTE
               EVALUATE TRUE
                   WHEN WS-RLV-HALLADO = 0
                       DISPLAY "PENDIENTE NO ENCONTRADO."
                   WHEN RLV-CERRADO
                       DISPLAY "EL PENDIENTE YA ESTA CERRADO."
                   WHEN RLV-RECIBIDO
                       DISPLAY "EL PENDIENTE YA FUE ACUSADO POR "
                           RLV-ACUSE-POR "."
                   WHEN RLV-OPERADOR = WS-OPERADOR-SESION
                       DISPLAY "QUIEN ABRIO EL PENDIENTE NO PUEDE "
                           "ACUSARLO; LO ACUSA EL TURNO SIGUIENTE."
                   WHEN OTHER
                       PERFORM MOSTRAR-PENDIENTE
                       ACCEPT WS-HORA-AHORA FROM TIME
                       MOVE WS-OPERADOR-SESION TO RLV-ACUSE-POR
                       MOVE WS-FECHA-HOY TO RLV-ACUSE-FECHA
                       MOVE WS-HORA-AHORA(1:4) TO RLV-ACUSE-HORA
                       MOVE "R" TO RLV-ESTADO
                       MOVE RELEVO-RECORD TO
                           WS-RELEVO-REGISTRO(WS-RLV-HALLADO)
                       PERFORM GRABAR-RELEVOS
                       ADD 1 TO WS-ACUSADOS
                       DISPLAY "RECIBO ACUSADO."
                       MOVE SPACES TO AUP-EVENTO
                       STRING "RELEVO " WS-NUMERO-TRABAJO
                           " ACUSADO POR " WS-OPERADOR-SESION
                           DELIMITED BY SIZE INTO AUP-EVENTO
                       PERFORM AUDITAR-CAMBIO
               END-EVALUATE
               PERFORM LIBERAR-CANDADO
           END-IF.

      * Cerrar exige la resolucion. Un pendiente cerrado por otro
      * operador sin acuse previo queda acusado por quien lo cierra.
       CERRAR-PENDIENTE.
           PERFORM PEDIR-NUMERO.
           MOVE 4813 TO MSJ-NUMERO
           MOVE "Resolucion (hasta 60 caracteres): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-TEXTO-TRABAJO
           ACCEPT WS-TEXTO-TRABAJO.
           IF WS-TEXTO-TRABAJO = SPACES
               DISPLAY "SIN RESOLUCION NO SE CIERRA EL PENDIENTE."
           ELSE
               PERFORM TOMAR-CANDADO
               IF CANDADO-TOMADO
                   PERFORM CARGAR-RELEVOS
                   PERFORM BUSCAR-PENDIENTE
                   EVALUATE TRUE
                       WHEN WS-RLV-HALLADO = 0
                           DISPLAY "PENDIENTE NO ENCONTRADO."
                       WHEN RLV-CERRADO
                           DISPLAY "EL PENDIENTE YA ESTA CERRADO."
                       WHEN OTHER
                           PERFORM ANOTAR-CIERRE
                   END-EVALUATE
                   PERFORM LIBERAR-CANDADO
               END-IF
           END-IF.

       ANOTAR-CIERRE.
           ACCEPT WS-HORA-AHORA FROM TIME
           IF RLV-ABIERTO AND RLV-OPERADOR NOT = WS-OPERADOR-SESION
               MOVE WS-OPERADOR-SESION TO RLV-ACUSE-POR
               MOVE WS-FECHA-HOY TO RLV-ACUSE-FECHA
               MOVE WS-HORA-AHORA(1:4) TO RLV-ACUSE-HORA
           END-IF
           MOVE WS-OPERADOR-SESION TO RLV-CIERRE-POR
           MOVE WS-FECHA-HOY TO RLV-CIERRE-FECHA
           MOVE WS-HORA-AHORA(1:4) TO RLV-CIERRE-HORA
           MOVE WS-TEXTO-TRABAJO TO RLV-RESOLUCION
           MOVE "C" TO RLV-ESTADO
           MOVE RELEVO-RECORD TO WS-RELEVO-REGISTRO(WS-RLV-HALLADO)
           PERFORM GRABAR-RELEVOS
           ADD 1 TO WS-CERRADOS
           DISPLAY "PENDIENTE CERRADO."
           MOVE SPACES TO AUP-EVENTO
           STRING "RELEVO " WS-NUMERO-TRABAJO
               " CERRADO POR " WS-OPERADOR-SESION
               DELIMITED BY SIZE INTO AUP-EVENTO
           PERFORM AUDITAR-CAMBIO.

       PEDIR-NUMERO.
           MOVE 4812 TO MSJ-NUMERO
           MOVE "Numero de pendiente: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0 TO WS-NUMERO-TRABAJO
           ACCEPT WS-NUMERO-TRABAJO.

      * Deja el pendiente hallado en RELEVO-RECORD.
       BUSCAR-PENDIENTE.
           MOVE 0 TO WS-RLV-HALLADO
           PERFORM VARYING WS-RLV-IDX FROM 1 BY 1
                   UNTIL WS-RLV-IDX > WS-RELEVOS-COUNT
               MOVE WS-RELEVO-REGISTRO(WS-RLV-IDX) TO RELEVO-RECORD
               IF RLV-NUMERO = WS-NUMERO-TRABAJO
                   MOVE WS-RLV-IDX TO WS-RLV-HALLADO
               END-IF
           END-PERFORM
           IF WS-RLV-HALLADO > 0
               MOVE WS-RELEVO-REGISTRO(WS-RLV-HALLADO) TO RELEVO-RECORD
           END-IF.

       MOSTRAR-PENDIENTE.
           DISPLAY RLV-NUMERO " " RLV-FECHA " " RLV-HORA " "
               RLV-OPERADOR " " RLV-CATEGORIA " " RLV-OBJETO " "
               RLV-SEVERIDAD
           DISPLAY "  " RLV-DESCRIPCION.

      * Se relee el archivo para listar lo que otras terminales
      * hayan abierto o cerrado desde la entrada al programa.
       LISTAR-ABIERTOS.
           PERFORM CARGAR-RELEVOS.
           MOVE 0 TO WS-RLV-VISTOS
           DISPLAY "NUMERO FECHA    HORA ABRIO    CATEGORIA  "
               "OBJETO          S ACUSE".
           PERFORM VARYING WS-RLV-IDX FROM 1 BY 1
                   UNTIL WS-RLV-IDX > WS-RELEVOS-COUNT
               MOVE WS-RELEVO-REGISTRO(WS-RLV-IDX) TO RELEVO-RECORD
               IF NOT RLV-CERRADO
                   ADD 1 TO WS-RLV-VISTOS
                   IF RLV-RECIBIDO
                       DISPLAY RLV-NUMERO " " RLV-FECHA " " RLV-HORA
                           " " RLV-OPERADOR " " RLV-CATEGORIA " "
                           RLV-OBJETO " " RLV-SEVERIDAD " "
                           RLV-ACUSE-POR
                   ELSE
                       DISPLAY RLV-NUMERO " " RLV-FECHA " " RLV-HORA
                           " " RLV-OPERADOR " " RLV-CATEGORIA " "
                           RLV-OBJETO " " RLV-SEVERIDAD " "
                           "SIN ACUSE"
                   END-IF
                   DISPLAY "       " RLV-DESCRIPCION
               END-IF
           END-PERFORM.
           IF WS-RLV-VISTOS = 0
               DISPLAY "SIN PENDIENTES ABIERTOS."
           END-IF.

       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "RELEVO" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "RELEVO-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "RELEVO-MAINT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO RELEVO" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "RELEVO.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "RELEVO" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "RELEVO-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

       GRABAR-RELEVOS.
           OPEN OUTPUT RELEVO-FILE
           IF WS-RELEVO-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "RELEVO-MAINT" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR RELEVO.DAT, STATUS="
                   WS-RELEVO-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM VARYING WS-RLV-IDX FROM 1 BY 1
                       UNTIL WS-RLV-IDX > WS-RELEVOS-COUNT
                   MOVE WS-RELEVO-REGISTRO(WS-RLV-IDX) TO RELEVO-RECORD
                   WRITE RELEVO-RECORD
               END-PERFORM
               CLOSE RELEVO-FILE
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

       AUDITAR-CAMBIO.
           MOVE "RELEVO-MAINT" TO AUP-PROGRAMA
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "RELEVO-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RELEVO ABIERTOS=" WS-ABIERTOS
               " ACUSADOS=" WS-ACUSADOS
               " CERRADOS=" WS-CERRADOS
               " OPERADOR=" WS-OPERADOR-SESION
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

       END PROGRAM RELEVO-MAINT.
