      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the security incident
      *          register (INCIDEN.DAT). Lets security record an
      *          incident against a visitor ID (date, time, type,
      *          severity, reporting operator and a note), close
      *          it, and list the incidents of an ID. An incident
      *          graded GRAVE suspends the ID in VISMAST.DAT on the
      *          spot, with the status change journaled in VISJRNL.DAT
      *          exactly as VISITOR-MAINT journals a manual suspension.
      *          Each registration or closure takes the INCIDEN lock,
      *          rereads INCIDEN.DAT, applies the change and rewrites
      *          the file before releasing it, as RELEVO-MAINT does,
      *          so the incident is on file before the suspension it
      *          causes and concurrent sessions keep each other's
      *          changes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENTE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INCIDENTE-SEL.
           COPY VISITOR-MASTER-SEL.
           COPY VISJRNL-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY INCIDENTE-FD.
       COPY VISITOR-MASTER-FD.
       COPY VISJRNL-FD.

      *Operador firmado en MENU-DRIVER; es quien reporta el incidente.
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

       01 WS-INCIDEN-STATUS     PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ALTA       VALUES "A" "a".
           88 OPCION-CERRAR     VALUES "C" "c".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-ID-TRABAJO         PIC 9(8).
       01 WS-NUMERO-TRABAJO     PIC 9(6).
       01 WS-TIPO-TRABAJO       PIC X(10).
       01 WS-SEVERIDAD-TRABAJO  PIC X.
           88 SEVERIDAD-VALIDA  VALUES "L" "M" "G".
           88 SEVERIDAD-GRAVE   VALUE "G".
       01 WS-NOTA-TRABAJO       PIC X(40).
       01 WS-EOF-INCIDENTES     PIC X VALUE "N".
           88 EOF-INCIDENTES    VALUE "Y".
       01 WS-MASTER-ABIERTO     PIC X VALUE "N".
           88 MASTER-ABIERTO    VALUE "S".
       01 WS-ID-EN-MAESTRO      PIC X VALUE "N".
           88 ID-EN-MAESTRO     VALUE "S".
       01 WS-CANDADO-INCIDEN    PIC X VALUE "N".
           88 CANDADO-INCIDEN-TOMADO VALUE "S".
       01 WS-INCIDENTES-GRABADOS PIC X VALUE "N".
           88 INCIDENTES-GRABADOS VALUE "S".

       01 WS-INCIDENTES-COUNT   PIC 9(3) VALUE 0.
       01 WS-INCIDENTES-TABLA.
           05 WS-INCIDENTE-ENTRY OCCURS 500 TIMES.
               10 WS-INC-NUMERO    PIC 9(6).
               10 WS-INC-ID        PIC 9(8).
               10 WS-INC-FECHA     PIC 9(8).
               10 WS-INC-HORA      PIC 9(4).
               10 WS-INC-TIPO      PIC X(10).
               10 WS-INC-SEVERIDAD PIC X.
               10 WS-INC-OPERADOR  PIC X(8).
               10 WS-INC-NOTA      PIC X(40).
               10 WS-INC-ESTADO    PIC X.
       01 WS-INC-IDX            PIC 9(3).
       01 WS-INC-HALLADO        PIC 9(3).
       01 WS-INC-ULTIMO         PIC 9(6) VALUE 0.
       01 WS-INC-VISTOS         PIC 9(3).
       01 WS-INC-DESBORDE       PIC X VALUE "N".
           88 INCIDENTES-DESBORDADOS VALUE "S".

      *Imagen ANTES del maestro para el journal, como VISITOR-MAINT.
       01 WS-IMAGEN-ANTES.
           05 WS-ANT-NOMBRE     PIC A(10).
           05 WS-ANT-FECHA-NAC  PIC 9(8).
           05 WS-ANT-ESTADO     PIC X.
           05 WS-ANT-TIPO-PASE  PIC X.
           05 WS-ANT-VENCE      PIC 9(8).
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-CERRADOS           PIC 9(4) VALUE 0.
       01 WS-SUSPENSIONES       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM CARGAR-INCIDENTES.
      *    Igual que en RESERVA-MAINT: reescribir desde una tabla
      *    incompleta borraria los incidentes que no cupieron.
           IF INCIDENTES-DESBORDADOS
               DISPLAY "INCIDEN.DAT TIENE MAS DE 500 INCIDENTES; "
                   "MODO SOLO CONSULTA, DEPURAR EL ARCHIVO."
           END-IF.
           PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Se vuelve a cargar bajo el candado antes de cada cambio: otra
      * sesion pudo registrar o cerrar incidentes mientras tanto.
       CARGAR-INCIDENTES.
           MOVE 0 TO WS-INCIDENTES-COUNT
           MOVE 0 TO WS-INC-ULTIMO
           MOVE "N" TO WS-INC-DESBORDE
           MOVE "N" TO WS-EOF-INCIDENTES
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDEN-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN INPUT INCIDENT-FILE
           END-IF
           PERFORM UNTIL EOF-INCIDENTES
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-INCIDENTES
                   NOT AT END
                       IF INC-NUMERO > WS-INC-ULTIMO
                           MOVE INC-NUMERO TO WS-INC-ULTIMO
                       END-IF
                       IF WS-INCIDENTES-COUNT >= 500
                           MOVE "S" TO WS-INC-DESBORDE
                       END-IF
                       IF WS-INCIDENTES-COUNT < 500
                           ADD 1 TO WS-INCIDENTES-COUNT
                           PERFORM GUARDAR-INCIDENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

       GUARDAR-INCIDENTE.
           MOVE INC-NUMERO TO WS-INC-NUMERO(WS-INCIDENTES-COUNT)
           MOVE INC-ID-VISITANTE TO WS-INC-ID(WS-INCIDENTES-COUNT)
           MOVE INC-FECHA TO WS-INC-FECHA(WS-INCIDENTES-COUNT)
           MOVE INC-HORA TO WS-INC-HORA(WS-INCIDENTES-COUNT)
           MOVE INC-TIPO TO WS-INC-TIPO(WS-INCIDENTES-COUNT)
           MOVE INC-SEVERIDAD TO WS-INC-SEVERIDAD(WS-INCIDENTES-COUNT)
           MOVE INC-OPERADOR TO WS-INC-OPERADOR(WS-INCIDENTES-COUNT)
           MOVE INC-NOTA TO WS-INC-NOTA(WS-INCIDENTES-COUNT)
           MOVE INC-ESTADO TO WS-INC-ESTADO(WS-INCIDENTES-COUNT).

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 3701 TO MSJ-NUMERO
           MOVE " REGISTRO DE INCIDENTES DE SEGURIDAD"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 3702 TO MSJ-NUMERO
           MOVE " A. Registrar incidente"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3703 TO MSJ-NUMERO
           MOVE " C. Cerrar incidente"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3704 TO MSJ-NUMERO
           MOVE " L. Listar incidentes de un ID"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3705 TO MSJ-NUMERO
           MOVE " X. Salir"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3706 TO MSJ-NUMERO
           MOVE "Elige una opcion: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN INCIDENTES-DESBORDADOS AND OPCION-LISTAR
                   PERFORM LISTAR-INCIDENTES
               WHEN INCIDENTES-DESBORDADOS
                   DISPLAY "MODO SOLO CONSULTA: ACCION NO DISPONIBLE."
               WHEN OPCION-ALTA
                   PERFORM ALTA-INCIDENTE
               WHEN OPCION-CERRAR
                   PERFORM CERRAR-INCIDENTE
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-INCIDENTES
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       PEDIR-ID.
           MOVE 3707 TO MSJ-NUMERO
           MOVE "Numero de identificacion (8 digitos): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-TRABAJO.

      * El ID debe estar en el maestro; el incidente se anota con el
      * operador de la sesion y la fecha y hora del registro. El
      * incidente queda grabado en INCIDEN.DAT antes de suspender el
      * ID, para que nadie vea la suspension sin el incidente.
       ALTA-INCIDENTE.
           IF WS-INCIDENTES-COUNT >= 500
               DISPLAY "NO HAY CUPO PARA MAS INCIDENTES."
           ELSE
               PERFORM PEDIR-ID
               PERFORM ABRIR-MASTER
               IF MASTER-ABIERTO
                   MOVE "N" TO WS-ID-EN-MAESTRO
                   MOVE WS-ID-TRABAJO TO VM-ID-VISITANTE
                   READ VISITOR-MASTER
                       INVALID KEY
                           DISPLAY "ID NO REGISTRADO."
                       NOT INVALID KEY
                           MOVE "S" TO WS-ID-EN-MAESTRO
                   END-READ
                   IF ID-EN-MAESTRO
                       PERFORM PEDIR-DATOS-INCIDENTE
                       IF SEVERIDAD-VALIDA
                           PERFORM APLICAR-ALTA
                       ELSE
                           DISPLAY "SEVERIDAD NO VALIDA, INCIDENTE "
                               "NO REGISTRADO."
                       END-IF
                   END-IF
                   PERFORM CERRAR-MASTER
               END-IF
           END-IF.

       PEDIR-DATOS-INCIDENTE.
           DISPLAY "VISITANTE: " VM-NOMBRE " ESTADO: " VM-ESTADO.
           MOVE 3708 TO MSJ-NUMERO
           MOVE "Tipo (RINA, ROBO, ACOSO, DANOS, OTRO...): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-TIPO-TRABAJO
           ACCEPT WS-TIPO-TRABAJO.
           MOVE 3709 TO MSJ-NUMERO
           MOVE "Severidad (L)eve, (M)oderado, (G)rave: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-SEVERIDAD-TRABAJO
           ACCEPT WS-SEVERIDAD-TRABAJO.
           INSPECT WS-SEVERIDAD-TRABAJO CONVERTING "lmg" TO "LMG".
           MOVE 3710 TO MSJ-NUMERO
           MOVE "Nota (hasta 40 caracteres): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-NOTA-TRABAJO
           ACCEPT WS-NOTA-TRABAJO.

       APLICAR-ALTA.
           PERFORM TOMAR-CANDADO-INCIDEN
           IF CANDADO-INCIDEN-TOMADO
               PERFORM CARGAR-INCIDENTES
               EVALUATE TRUE
                   WHEN INCIDENTES-DESBORDADOS
                       DISPLAY "INCIDEN.DAT TIENE MAS DE 500 "
                           "INCIDENTES; INCIDENTE NO REGISTRADO."
                   WHEN WS-INCIDENTES-COUNT >= 500
                       DISPLAY "NO HAY CUPO PARA MAS INCIDENTES."
                   WHEN OTHER
                       PERFORM REGISTRAR-INCIDENTE
               END-EVALUATE
               PERFORM LIBERAR-CANDADO-INCIDEN
           END-IF.

       REGISTRAR-INCIDENTE.
           ACCEPT WS-HORA-AHORA FROM TIME
           ADD 1 TO WS-INC-ULTIMO
           ADD 1 TO WS-INCIDENTES-COUNT
           MOVE WS-INC-ULTIMO TO WS-INC-NUMERO(WS-INCIDENTES-COUNT)
           MOVE WS-ID-TRABAJO TO WS-INC-ID(WS-INCIDENTES-COUNT)
           MOVE WS-FECHA-HOY TO WS-INC-FECHA(WS-INCIDENTES-COUNT)
           MOVE WS-HORA-AHORA(1:4) TO WS-INC-HORA(WS-INCIDENTES-COUNT)
           MOVE WS-TIPO-TRABAJO TO WS-INC-TIPO(WS-INCIDENTES-COUNT)
           MOVE WS-SEVERIDAD-TRABAJO TO
               WS-INC-SEVERIDAD(WS-INCIDENTES-COUNT)
           MOVE WS-OPERADOR-SESION TO
               WS-INC-OPERADOR(WS-INCIDENTES-COUNT)
           MOVE WS-NOTA-TRABAJO TO WS-INC-NOTA(WS-INCIDENTES-COUNT)
           MOVE "A" TO WS-INC-ESTADO(WS-INCIDENTES-COUNT)
           PERFORM GRABAR-INCIDENTES
           IF INCIDENTES-GRABADOS
               ADD 1 TO WS-ALTAS
               DISPLAY "INCIDENTE REGISTRADO: " WS-INC-ULTIMO
               MOVE SPACES TO AUP-EVENTO
               STRING "INCIDENTE " WS-INC-ULTIMO " ID=" WS-ID-TRABAJO
                   " " WS-TIPO-TRABAJO
                   " SEVERIDAD=" WS-SEVERIDAD-TRABAJO
                   DELIMITED BY SIZE INTO AUP-EVENTO
               PERFORM AUDITAR-CAMBIO
               IF SEVERIDAD-GRAVE
                   PERFORM SUSPENDER-POR-INCIDENTE
               END-IF
           END-IF.

      * Un incidente grave suspende el ID en el acto; el cambio de
      * estado queda en VISJRNL.DAT como cualquier suspension. Si el
      * maestro no acepta el cambio el ID sigue como estaba: no se
      * anuncia ni se anota una suspension que no ocurrio.
       SUSPENDER-POR-INCIDENTE.
           IF VM-SUSPENDIDO
               DISPLAY "EL ID YA ESTABA SUSPENDIDO."
           ELSE
               PERFORM CAPTURAR-IMAGEN-ANTES
               MOVE "S" TO VM-ESTADO
               REWRITE VISITOR-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-VISMAST-STATUS = "00"
                   ADD 1 TO WS-SUSPENSIONES
                   MOVE 3711 TO MSJ-NUMERO
                   MOVE "INCIDENTE GRAVE: VISITANTE SUSPENDIDO."
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   PERFORM ANOTAR-JOURNAL
                   MOVE SPACES TO AUP-EVENTO
                   STRING "SUSPENSION POR INCIDENTE " WS-INC-ULTIMO
                       " ID=" WS-ID-TRABAJO
                       DELIMITED BY SIZE INTO AUP-EVENTO
                   PERFORM AUDITAR-CAMBIO
               ELSE
                   MOVE WS-ANT-ESTADO TO VM-ESTADO
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "INCIDENTE-MAINT" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO SUSPENDER ID=" WS-ID-TRABAJO
                       " EN VISMAST.DAT, STATUS=" WS-VISMAST-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   DISPLAY "EL INCIDENTE QUEDO REGISTRADO PERO EL ID "
                       "NO SE SUSPENDIO; SUSPENDERLO EN VISITOR-MAINT."
               END-IF
           END-IF.

      * Cerrar el caso no reactiva el ID: eso sigue siendo una
      * decision de recepcion en VISITOR-MAINT.
       CERRAR-INCIDENTE.
           MOVE 3712 TO MSJ-NUMERO
           MOVE "Numero de incidente: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-NUMERO-TRABAJO.
           PERFORM TOMAR-CANDADO-INCIDEN
           IF CANDADO-INCIDEN-TOMADO
               PERFORM CARGAR-INCIDENTES
               MOVE 0 TO WS-INC-HALLADO
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INCIDENTES-COUNT
                   IF WS-INC-NUMERO(WS-INC-IDX) = WS-NUMERO-TRABAJO
                       MOVE WS-INC-IDX TO WS-INC-HALLADO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN INCIDENTES-DESBORDADOS
                       DISPLAY "INCIDEN.DAT TIENE MAS DE 500 "
                           "INCIDENTES; INCIDENTE NO CERRADO."
                   WHEN WS-INC-HALLADO = 0
                       DISPLAY "INCIDENTE NO ENCONTRADO."
                   WHEN WS-INC-ESTADO(WS-INC-HALLADO) = "C"
                       DISPLAY "EL INCIDENTE YA ESTA CERRADO."
                   WHEN OTHER
                       PERFORM ANOTAR-CIERRE
               END-EVALUATE
               PERFORM LIBERAR-CANDADO-INCIDEN
           END-IF.

       ANOTAR-CIERRE.
           MOVE "C" TO WS-INC-ESTADO(WS-INC-HALLADO)
           PERFORM GRABAR-INCIDENTES
           IF INCIDENTES-GRABADOS
               ADD 1 TO WS-CERRADOS
               DISPLAY "INCIDENTE CERRADO."
               MOVE SPACES TO AUP-EVENTO
               STRING "INCIDENTE " WS-NUMERO-TRABAJO " CERRADO ID="
                   WS-INC-ID(WS-INC-HALLADO)
                   DELIMITED BY SIZE INTO AUP-EVENTO
               PERFORM AUDITAR-CAMBIO
           END-IF.

       LISTAR-INCIDENTES.
           PERFORM PEDIR-ID.
           PERFORM CARGAR-INCIDENTES.
           MOVE 0 TO WS-INC-VISTOS
           DISPLAY "NUMERO ID       FECHA    HORA TIPO       S "
               "OPERADOR E NOTA".
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INCIDENTES-COUNT
               IF WS-INC-ID(WS-INC-IDX) = WS-ID-TRABAJO
                   ADD 1 TO WS-INC-VISTOS
                   DISPLAY WS-INC-NUMERO(WS-INC-IDX) " "
                       WS-INC-ID(WS-INC-IDX) " "
                       WS-INC-FECHA(WS-INC-IDX) " "
                       WS-INC-HORA(WS-INC-IDX) " "
                       WS-INC-TIPO(WS-INC-IDX) " "
                       WS-INC-SEVERIDAD(WS-INC-IDX) " "
                       WS-INC-OPERADOR(WS-INC-IDX) " "
                       WS-INC-ESTADO(WS-INC-IDX) " "
                       WS-INC-NOTA(WS-INC-IDX)
               END-IF
           END-PERFORM.
           IF WS-INC-VISTOS = 0
               DISPLAY "SIN INCIDENTES PARA ESE ID."
           END-IF.

      *El maestro se actualiza bajo el candado VISMAST, igual que en
      *VISITOR-MAINT, y solo mientras dura el registro del incidente.
       ABRIR-MASTER.
           MOVE "N" TO WS-MASTER-ABIERTO
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "INCIDENTE-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "INCIDENTE-MAINT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO VISMAST" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF
           OPEN I-O VISITOR-MASTER
           IF WS-VISMAST-STATUS = "00"
               MOVE "S" TO WS-MASTER-ABIERTO
           ELSE
               MOVE 4003 TO ERR-CODIGO
               MOVE "INCIDENTE-MAINT" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                   WS-VISMAST-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               PERFORM LIBERAR-CANDADO
           END-IF.

       CERRAR-MASTER.
           CLOSE VISITOR-MASTER
           MOVE "N" TO WS-MASTER-ABIERTO
           PERFORM LIBERAR-CANDADO.

       LIBERAR-CANDADO.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "INCIDENTE-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

      * El candado INCIDEN cubre la relectura, el cambio y la
      * reescritura de INCIDEN.DAT; se toma por cada cambio y no
      * durante toda la sesion.
       TOMAR-CANDADO-INCIDEN.
           MOVE "N" TO WS-CANDADO-INCIDEN
           MOVE "INCIDEN" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "INCIDENTE-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "INCIDENTE-MAINT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO INCIDEN" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "INCIDEN.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO-INCIDEN
           END-IF.

       LIBERAR-CANDADO-INCIDEN.
           MOVE "INCIDEN" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "INCIDENTE-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO-INCIDEN.

       GRABAR-INCIDENTES.
           MOVE "N" TO WS-INCIDENTES-GRABADOS
           OPEN OUTPUT INCIDENT-FILE
           IF WS-INCIDEN-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "INCIDENTE-MAINT" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR INCIDEN.DAT, STATUS="
                   WS-INCIDEN-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "EL CAMBIO NO SE GRABO."
           ELSE
               PERFORM ESCRIBIR-INCIDENTES
               MOVE "S" TO WS-INCIDENTES-GRABADOS
           END-IF.

       ESCRIBIR-INCIDENTES.
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INCIDENTES-COUNT
               MOVE SPACES TO INCIDENT-RECORD
               MOVE WS-INC-NUMERO(WS-INC-IDX) TO INC-NUMERO
               MOVE WS-INC-ID(WS-INC-IDX) TO INC-ID-VISITANTE
               MOVE WS-INC-FECHA(WS-INC-IDX) TO INC-FECHA
               MOVE WS-INC-HORA(WS-INC-IDX) TO INC-HORA
               MOVE WS-INC-TIPO(WS-INC-IDX) TO INC-TIPO
               MOVE WS-INC-SEVERIDAD(WS-INC-IDX) TO INC-SEVERIDAD
               MOVE WS-INC-OPERADOR(WS-INC-IDX) TO INC-OPERADOR
               MOVE WS-INC-NOTA(WS-INC-IDX) TO INC-NOTA
               MOVE WS-INC-ESTADO(WS-INC-IDX) TO INC-ESTADO
               WRITE INCIDENT-RECORD
           END-PERFORM
           CLOSE INCIDENT-FILE.

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

       CAPTURAR-IMAGEN-ANTES.
           MOVE VM-NOMBRE TO WS-ANT-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO WS-ANT-FECHA-NAC
           MOVE VM-ESTADO TO WS-ANT-ESTADO
           MOVE VM-TIPO-PASE TO WS-ANT-TIPO-PASE
           MOVE VM-FECHA-VENCE TO WS-ANT-VENCE.

      * Mismo registro que deja VISITOR-MAINT al suspender (accion S),
      * para que VISITOR-CHGRPT lo reporte sin distinguir el origen.
       ANOTAR-JOURNAL.
           ACCEPT WS-HORA-AHORA FROM TIME
           OPEN EXTEND VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "35"
               OPEN OUTPUT VISITOR-JOURNAL-FILE
               CLOSE VISITOR-JOURNAL-FILE
               OPEN EXTEND VISITOR-JOURNAL-FILE
           END-IF
           MOVE SPACES TO VISITOR-JOURNAL-RECORD
           STRING WS-FECHA-HOY "-" WS-HORA-AHORA
               DELIMITED BY SIZE INTO VJ-FECHA-HORA
           MOVE WS-OPERADOR-SESION TO VJ-OPERADOR
           MOVE "S" TO VJ-ACCION
           MOVE VM-ID-VISITANTE TO VJ-ID-VISITANTE
           MOVE WS-ANT-NOMBRE TO VJ-ANT-NOMBRE
           MOVE WS-ANT-FECHA-NAC TO VJ-ANT-FECHA-NAC
           MOVE WS-ANT-ESTADO TO VJ-ANT-ESTADO
           MOVE WS-ANT-TIPO-PASE TO VJ-ANT-TIPO-PASE
           MOVE WS-ANT-VENCE TO VJ-ANT-VENCE
           MOVE VM-NOMBRE TO VJ-DES-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO VJ-DES-FECHA-NAC
           MOVE VM-ESTADO TO VJ-DES-ESTADO
           MOVE VM-TIPO-PASE TO VJ-DES-TIPO-PASE
           MOVE VM-FECHA-VENCE TO VJ-DES-VENCE
           WRITE VISITOR-JOURNAL-RECORD
           CLOSE VISITOR-JOURNAL-FILE.

       AUDITAR-CAMBIO.
           MOVE "INCIDENTE-MAINT" TO AUP-PROGRAMA
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "INCIDENTE-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "INCIDENTES ALTAS=" WS-ALTAS
               " CERRADOS=" WS-CERRADOS
               " SUSPENSIONES=" WS-SUSPENSIONES
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

       END PROGRAM INCIDENTE-MAINT.
