      *          change at next sign-on. Passwords are stored
      *          scrambled through CLAVE-SUB; the expiry horizon
      *          itself lives in SEGURIDAD.PRM and is enforced by
      *          MENU-DRIVER at sign-on. Grants authorizations, at
      *          add time or later, only for the codes whose tutorial
      *          chapters (AUTCAPIT.PRM) the operator has passed, as
      *          checked by FORMACION-SUB. Records a supervisor's
      *          signed quarterly recertification sheet (RECERT.DAT,
      *          issued by ACCESS-RECERT), withdrawing at once every
      *          authorization the supervisor did not reconfirm.
      *          Every action lands in the audit trail. Each change is
      *          made under the OPERMAST lock over a fresh copy of
      *          OPERMAST.DAT, as RELEVO-MAINT does, so what
      *          ACCESS-RECERT revokes or locks while a screen waits
      *          is never overwritten; an unlock also leaves a
      *          REACTIVA event in SESIONES.LOG so the inactivity
      *          rule counts from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERMAST-SEL.
           COPY RECERT-SEL.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESIONES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERMAST-FD.
       COPY RECERT-FD.

      *Bitacora de sesiones de MENU-DRIVER, en su mismo trazado.
       FD  SESSION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-LOG-RECORD.
           05 SES-FECHA-HORA       PIC X(17).
           05 FILLER               PIC X.
           05 SES-OPERADOR         PIC X(8).
           05 FILLER               PIC X.
           05 SES-EVENTO           PIC X(8).
           05 FILLER               PIC X.
           05 SES-DURACION-MIN     PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY CLAVE-PARMS-CPY.
       COPY FORMACION-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-OPER-STATUS        PIC XX.
       01 WS-RECERT-STATUS      PIC XX.
       01 WS-SESLOG-STATUS      PIC XX.
       01 WS-HORA-COMPLETA      PIC 9(8).
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-OPERADORES     PIC X VALUE "N".
           88 EOF-OPERADORES    VALUE "Y".
           88 OPCION-CLAVE      VALUES "K" "k".
           88 OPCION-FORZAR     VALUES "F" "f".
           88 OPCION-CONSULTAR  VALUES "C" "c".
           88 OPCION-AUTORIZAR  VALUES "G" "g".
           88 OPCION-RECERTIFICAR VALUES "R" "r".
           88 OPCION-SALIR      VALUES "X" "x".

       01 WS-OPERADORES-COUNT   PIC 9(2) VALUE 0.
       01 WS-CLAVE-TRABAJO      PIC X(8).
       01 WS-AUTORIZA-TRABAJO   PIC X(12).
       01 WS-AUT-IDX            PIC 9(2).
       01 WS-AUT-OPERADOR       PIC 9(2).
       01 WS-AUT-DENEGADAS      PIC 9(2) VALUE 0.
       01 WS-ACCIONES           PIC 9(4) VALUE 0.

      *Hojas de recertificacion, como imagen del registro de
      *RECERT.DAT, para reescribirlo con la firmada.
       01 WS-HOJAS-COUNT        PIC 9(2) VALUE 0.
       01 WS-HOJAS-TABLA.
           05 WS-HOJA-REGISTRO OCCURS 50 TIMES PIC X(78).
       01 WS-HOJA-IDX           PIC 9(2).
       01 WS-HOJA-HALLADA       PIC 9(2).
       01 WS-SUPERVISOR-TRABAJO PIC X(8).
       01 WS-SUPERVISOR-VALIDO  PIC X.
       01 WS-EOF-HOJAS          PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
                   "MODO SOLO CONSULTA, DEPURAR EL MAESTRO."
           END-IF.
           PERFORM CICLO-ADMINISTRACION UNTIL OPCION-SALIR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CARGAR-OPERADORES.
           MOVE 0 TO WS-OPERADORES-COUNT
           MOVE "N" TO WS-OPER-DESBORDE
           MOVE "N" TO WS-EOF-OPERADORES
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "35"
               OPEN OUTPUT OPERATOR-MASTER
           MOVE 2903 TO MSJ-NUMERO
           MOVE " K. Cambiar clave  F. Forzar cambio" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 2910 TO MSJ-NUMERO
           MOVE " G. Otorgar/retirar autorizaciones" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 2914 TO MSJ-NUMERO
           MOVE " R. Recertificar autorizaciones" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 2904 TO MSJ-NUMERO
           MOVE " C. Consultar  X. Salir" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE "Elige una opcion: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
      *    Cada opcion parte de una copia fresca del maestro: mientras
      *    la pantalla esperaba, ACCESS-RECERT pudo haberlo cambiado.
           IF NOT OPCION-SALIR
               PERFORM CARGAR-OPERADORES
           END-IF.
           EVALUATE TRUE
               WHEN OPCION-SALIR
                   CONTINUE
                   PERFORM CAMBIAR-CLAVE
               WHEN OPCION-FORZAR
                   PERFORM FORZAR-CAMBIO
               WHEN OPCION-AUTORIZAR
                   PERFORM CAMBIAR-AUTORIZACIONES
               WHEN OPCION-RECERTIFICAR
                   PERFORM RECERTIFICAR-OPERADOR
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
           MOVE "Identificacion del operador: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-TRABAJO.
           PERFORM UBICAR-OPERADOR.

       UBICAR-OPERADOR.
           MOVE 0 TO WS-OPE-HALLADO
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               END-IF
           END-PERFORM.

      * Los datos se piden antes de tomar el candado, para no
      * retener OPERMAST.DAT mientras el operador escribe; el cambio
      * se aplica en APLICAR-CAMBIO sobre el maestro releido.
       ALTA-OPERADOR.
           PERFORM PEDIR-ID.
           EVALUATE TRUE
               WHEN WS-OPE-HALLADO > 0
                   DISPLAY "EL OPERADOR YA EXISTE."
               WHEN WS-OPERADORES-COUNT >= 50
                   DISPLAY "NO HAY CUPO PARA MAS OPERADORES."
               WHEN OTHER
                   MOVE 2907 TO MSJ-NUMERO
                   MOVE "Clave inicial: " TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT WS-CLAVE-TRABAJO
                   MOVE 2908 TO MSJ-NUMERO
                   MOVE "Autorizaciones (12 posiciones S/N): "
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT WS-AUTORIZA-TRABAJO
                   PERFORM APLICAR-CAMBIO
           END-EVALUATE.

       ANOTAR-ALTA.
           ADD 1 TO WS-OPERADORES-COUNT
           MOVE WS-ID-TRABAJO TO WS-OPE-ID(WS-OPERADORES-COUNT)
           PERFORM CIFRAR-CLAVE-TRABAJO
           MOVE CLV-CIFRADO TO WS-OPE-CLAVE(WS-OPERADORES-COUNT)
           MOVE WS-OPERADORES-COUNT TO WS-AUT-OPERADOR
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > 12
               MOVE "N" TO
                   WS-OPE-AUTORIZA(WS-OPERADORES-COUNT WS-AUT-IDX)
               IF WS-AUTORIZA-TRABAJO(WS-AUT-IDX:1) = "S"
                   PERFORM OTORGAR-AUTORIZACION
               END-IF
           END-PERFORM
           MOVE 0 TO WS-OPE-INTENTOS(WS-OPERADORES-COUNT)
           MOVE "N" TO WS-OPE-BLOQUEADO(WS-OPERADORES-COUNT)
           MOVE WS-FECHA-HOY TO
               WS-OPE-FECHA-CLAVE(WS-OPERADORES-COUNT)
      *    El primero en firmarse define su propia clave.
           MOVE "S" TO WS-OPE-FORZADO(WS-OPERADORES-COUNT)
           MOVE "N" TO WS-OPE-BORRAR(WS-OPERADORES-COUNT)
           PERFORM GRABAR-OPERADORES
           DISPLAY "OPERADOR DADO DE ALTA: " WS-ID-TRABAJO
           PERFORM AUDITAR-ACCION.

       BAJA-OPERADOR.
           PERFORM PEDIR-ID.
           IF WS-OPE-HALLADO = 0
               DISPLAY "OPERADOR NO REGISTRADO."
           ELSE
               PERFORM APLICAR-CAMBIO
           END-IF.

       ANOTAR-BAJA.
           MOVE "S" TO WS-OPE-BORRAR(WS-OPE-HALLADO)
           PERFORM GRABAR-OPERADORES
           DISPLAY "OPERADOR DADO DE BAJA: " WS-ID-TRABAJO
           PERFORM AUDITAR-ACCION.

       DESBLOQUEAR-OPERADOR.
           PERFORM PEDIR-ID.
           IF WS-OPE-HALLADO = 0
               DISPLAY "OPERADOR NO REGISTRADO."
           ELSE
               PERFORM APLICAR-CAMBIO
           END-IF.

       ANOTAR-DESBLOQUEO.
           MOVE 0 TO WS-OPE-INTENTOS(WS-OPE-HALLADO)
           MOVE "N" TO WS-OPE-BLOQUEADO(WS-OPE-HALLADO)
           PERFORM GRABAR-OPERADORES
           PERFORM ANOTAR-REACTIVACION
           DISPLAY "OPERADOR DESBLOQUEADO: " WS-ID-TRABAJO
           PERFORM AUDITAR-ACCION.

      * ACCESS-RECERT bloquea a quien no firma hace mas de los dias
      * de RECERT.PRM y toma la ultima FIRMA de SESIONES.LOG; sin
      * este evento el operador recien desbloqueado volveria a
      * quedar bloqueado en la corrida de esa misma noche.
       ANOTAR-REACTIVACION.
           OPEN EXTEND SESSION-LOG-FILE
           IF WS-SESLOG-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
               CLOSE SESSION-LOG-FILE
               OPEN EXTEND SESSION-LOG-FILE
           END-IF
           MOVE SPACES TO SESSION-LOG-RECORD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           STRING WS-FECHA-HOY "-" WS-HORA-COMPLETA
               DELIMITED BY SIZE INTO SES-FECHA-HORA
           MOVE WS-ID-TRABAJO TO SES-OPERADOR
           MOVE "REACTIVA" TO SES-EVENTO
           MOVE 0 TO SES-DURACION-MIN
           WRITE SESSION-LOG-RECORD
           CLOSE SESSION-LOG-FILE.

       CAMBIAR-CLAVE.
           PERFORM PEDIR-ID.
           IF WS-OPE-HALLADO = 0
               MOVE "Clave nueva: " TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT WS-CLAVE-TRABAJO
               PERFORM APLICAR-CAMBIO
           END-IF.

       ANOTAR-CLAVE.
           PERFORM CIFRAR-CLAVE-TRABAJO
           MOVE CLV-CIFRADO TO WS-OPE-CLAVE(WS-OPE-HALLADO)
           MOVE WS-FECHA-HOY TO WS-OPE-FECHA-CLAVE(WS-OPE-HALLADO)
           MOVE "N" TO WS-OPE-FORZADO(WS-OPE-HALLADO)
           PERFORM GRABAR-OPERADORES
           DISPLAY "CLAVE CAMBIADA PARA: " WS-ID-TRABAJO
           PERFORM AUDITAR-ACCION.

       FORZAR-CAMBIO.
           PERFORM PEDIR-ID.
           IF WS-OPE-HALLADO = 0
               DISPLAY "OPERADOR NO REGISTRADO."
           ELSE
               PERFORM APLICAR-CAMBIO
           END-IF.

       ANOTAR-FORZADO.
           MOVE "S" TO WS-OPE-FORZADO(WS-OPE-HALLADO)
           PERFORM GRABAR-OPERADORES
           DISPLAY "EL OPERADOR " WS-ID-TRABAJO " DEBERA "
               "CAMBIAR SU CLAVE EN LA PROXIMA FIRMA."
           PERFORM AUDITAR-ACCION.

      * Solo se verifica la capacitacion de lo que se otorga ahora:
      * una autorizacion que el operador ya tenia se conserva aunque
      * AUTCAPIT.PRM haya cambiado despues, y queda a la vista en
      * CAPACITA-RPT. Lo que no venga como S se retira.
       CAMBIAR-AUTORIZACIONES.
           PERFORM PEDIR-ID.
           IF WS-OPE-HALLADO = 0
               DISPLAY "OPERADOR NO REGISTRADO."
           ELSE
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > 12
                   MOVE WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX)
                       TO WS-AUTORIZA-TRABAJO(WS-AUT-IDX:1)
               END-PERFORM
               DISPLAY "AUTORIZA ACTUAL: " WS-AUTORIZA-TRABAJO
               MOVE 2911 TO MSJ-NUMERO
               MOVE "Autorizaciones nuevas (12 posiciones S/N): "
                   TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT WS-AUTORIZA-TRABAJO
               PERFORM APLICAR-CAMBIO
           END-IF.

       ANOTAR-AUTORIZACIONES.
           MOVE WS-OPE-HALLADO TO WS-AUT-OPERADOR
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > 12
               IF WS-AUTORIZA-TRABAJO(WS-AUT-IDX:1) = "S"
                   IF WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX)
                           NOT = "S"
                       PERFORM OTORGAR-AUTORIZACION
                   END-IF
               ELSE
                   MOVE "N" TO
                       WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX)
               END-IF
           END-PERFORM
           PERFORM GRABAR-OPERADORES
           DISPLAY "AUTORIZACIONES ACTUALIZADAS PARA: "
               WS-ID-TRABAJO
           PERFORM AUDITAR-ACCION.

      * La autorizacion WS-AUT-IDX para el operador WS-AUT-OPERADOR
      * se otorga solo con los capitulos que pide AUTCAPIT.PRM
      * aprobados; si no, se niega, se dice que capitulos faltan y
      * la negativa queda en la auditoria.
       OTORGAR-AUTORIZACION.
           MOVE "V" TO FRM-ACCION
           MOVE WS-ID-TRABAJO TO FRM-OPERADOR
           MOVE WS-AUT-IDX TO FRM-AUTORIZACION
           CALL "FORMACION-SUB" USING FORMACION-PARMS
           IF FRM-FORMADO
               MOVE "S" TO WS-OPE-AUTORIZA(WS-AUT-OPERADOR WS-AUT-IDX)
           ELSE
               MOVE "N" TO WS-OPE-AUTORIZA(WS-AUT-OPERADOR WS-AUT-IDX)
               ADD 1 TO WS-AUT-DENEGADAS
               DISPLAY "AUTORIZACION " WS-AUT-IDX " NO OTORGADA "
                   "(NOTA MINIMA " FRM-NOTA-MINIMA "), FALTAN LOS "
                   "CAPITULOS: " FRM-LISTA-FALTAN
               MOVE "OPER-ADMIN" TO AUP-PROGRAMA
               MOVE SPACES TO AUP-EVENTO
               STRING "AUTORIZACION " WS-AUT-IDX
                   " NO OTORGADA SIN CAPACITACION OPERADOR "
                   WS-ID-TRABAJO
                   DELIMITED BY SIZE INTO AUP-EVENTO
               MOVE "E" TO AUP-ACCION
               CALL "AUDIT-WRITER" USING AUDIT-PARMS
           END-IF.

      * La hoja trimestral la firma el supervisor asignado en ella
      * (o, sin asignar, cualquier otro operador registrado: la
      * administracion de seguridad), nunca el propio operador. Lo
      * que tenia al emitirse la hoja y no se reconfirma se retira
      * en el acto, sin esperar el vencimiento de la campania.
       RECERTIFICAR-OPERADOR.
           PERFORM PEDIR-ID.
           IF WS-OPE-HALLADO = 0
               DISPLAY "OPERADOR NO REGISTRADO."
           ELSE
               PERFORM CARGAR-HOJAS
               IF WS-HOJA-HALLADA = 0
                   DISPLAY "EL OPERADOR NO TIENE HOJA DE "
                       "RECERTIFICACION ABIERTA."
               ELSE
                   MOVE WS-HOJA-REGISTRO(WS-HOJA-HALLADA) TO
                       RECERT-RECORD
                   PERFORM PEDIR-SUPERVISOR
                   IF WS-SUPERVISOR-VALIDO = "S"
                       MOVE 2913 TO MSJ-NUMERO
                       MOVE "Reconfirmadas (12 posiciones S/N): "
                           TO MSJ-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT WS-AUTORIZA-TRABAJO
                       PERFORM APLICAR-CAMBIO
                   END-IF
               END-IF
           END-IF.

       CARGAR-HOJAS.
           MOVE 0 TO WS-HOJAS-COUNT
           MOVE 0 TO WS-HOJA-HALLADA
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-HOJAS
           ELSE
               MOVE "N" TO WS-EOF-HOJAS
           END-IF
           PERFORM UNTIL WS-EOF-HOJAS = "Y"
               READ RECERT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-HOJAS
                   NOT AT END
                       IF RC-OPERADOR NOT = SPACES AND
                          WS-HOJAS-COUNT < 50
                           ADD 1 TO WS-HOJAS-COUNT
                           MOVE RECERT-RECORD TO
                               WS-HOJA-REGISTRO(WS-HOJAS-COUNT)
                           IF RC-OPERADOR = WS-ID-TRABAJO AND
                              NOT RC-CERRADA
                               MOVE WS-HOJAS-COUNT TO WS-HOJA-HALLADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECERT-STATUS = "00" OR WS-RECERT-STATUS = "10"
               CLOSE RECERT-FILE
           END-IF.

       PEDIR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-VALIDO
           DISPLAY "CAMPANA " RC-CAMPANA "  VENCE " RC-VENCE
               "  TENIA " RC-TENIA
           MOVE 2912 TO MSJ-NUMERO
           MOVE "Supervisor que firma la hoja: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-SUPERVISOR-TRABAJO
           EVALUATE TRUE
               WHEN WS-SUPERVISOR-TRABAJO = WS-ID-TRABAJO
                   DISPLAY "EL OPERADOR NO PUEDE FIRMAR SU PROPIA "
                       "HOJA."
               WHEN RC-SUPERVISOR NOT = SPACES AND
                    WS-SUPERVISOR-TRABAJO NOT = RC-SUPERVISOR
                   DISPLAY "LA HOJA LA FIRMA EL SUPERVISOR "
                       RC-SUPERVISOR "."
               WHEN OTHER
                   PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                           UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
                       IF WS-OPE-ID(WS-OPE-IDX) =
                              WS-SUPERVISOR-TRABAJO AND
                          WS-OPE-BORRAR(WS-OPE-IDX) = "N"
                           MOVE "S" TO WS-SUPERVISOR-VALIDO
                       END-IF
                   END-PERFORM
                   IF WS-SUPERVISOR-VALIDO = "N"
                       DISPLAY "SUPERVISOR NO REGISTRADO."
                   END-IF
           END-EVALUATE.

      * ACCESS-RECERT pudo cerrar la hoja al vencer la campania
      * mientras el supervisor escribia: se vuelve a buscar abierta.
       ANOTAR-RECERTIFICACION.
           PERFORM CARGAR-HOJAS
           IF WS-HOJA-HALLADA = 0
               DISPLAY "LA HOJA DE RECERTIFICACION YA NO ESTA "
                   "ABIERTA."
           ELSE
               MOVE WS-HOJA-REGISTRO(WS-HOJA-HALLADA) TO
                   RECERT-RECORD
               PERFORM FIRMAR-HOJA
           END-IF.

       FIRMAR-HOJA.
           MOVE SPACES TO RC-CONFIRMA
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > 12
               IF RC-TENIA(WS-AUT-IDX:1) = "S"
                   IF WS-AUTORIZA-TRABAJO(WS-AUT-IDX:1) = "S"
                       MOVE "S" TO RC-CONFIRMA(WS-AUT-IDX:1)
                   ELSE
                       MOVE "N" TO RC-CONFIRMA(WS-AUT-IDX:1)
                       PERFORM RETIRAR-NO-RECONFIRMADA
                   END-IF
               ELSE
                   MOVE "N" TO RC-CONFIRMA(WS-AUT-IDX:1)
               END-IF
           END-PERFORM
           MOVE WS-SUPERVISOR-TRABAJO TO RC-FIRMADO-POR
           MOVE WS-FECHA-HOY TO RC-FECHA-FIRMA
           MOVE "F" TO RC-ESTADO
           MOVE RECERT-RECORD TO WS-HOJA-REGISTRO(WS-HOJA-HALLADA)
           OPEN OUTPUT RECERT-FILE
           PERFORM VARYING WS-HOJA-IDX FROM 1 BY 1
                   UNTIL WS-HOJA-IDX > WS-HOJAS-COUNT
               MOVE WS-HOJA-REGISTRO(WS-HOJA-IDX) TO RECERT-RECORD
               WRITE RECERT-RECORD
           END-PERFORM
           CLOSE RECERT-FILE
           PERFORM GRABAR-OPERADORES
           DISPLAY "HOJA FIRMADA POR " WS-SUPERVISOR-TRABAJO
               " PARA: " WS-ID-TRABAJO
           PERFORM AUDITAR-ACCION.

       RETIRAR-NO-RECONFIRMADA.
           IF WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX) = "S"
               MOVE "N" TO WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX)
               DISPLAY "AUTORIZACION " WS-AUT-IDX " RETIRADA: NO "
                   "RECONFIRMADA."
               MOVE "OPER-ADMIN" TO AUP-PROGRAMA
               MOVE SPACES TO AUP-EVENTO
               STRING "RECERTIFICACION AUTORIZACION " WS-AUT-IDX
                   " RETIRADA OPERADOR " WS-ID-TRABAJO
                   " NO RECONFIRMADA"
                   DELIMITED BY SIZE INTO AUP-EVENTO
               MOVE "E" TO AUP-ACCION
               CALL "AUDIT-WRITER" USING AUDIT-PARMS
           END-IF.

       CONSULTAR-OPERADOR.

       GRABAR-OPERADORES.
           OPEN OUTPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "OPER-ADMIN" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR OPERMAST.DAT, STATUS="
                   WS-OPER-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM ESCRIBIR-OPERADORES
           END-IF.

       ESCRIBIR-OPERADORES.
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               IF WS-OPE-BORRAR(WS-OPE-IDX) = "N"
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

      * Cada cambio toma el candado OPERMAST, relee el maestro, lo
      * aplica, lo reescribe y lo suelta, como RELEVO-MAINT. Asi el
      * candado dura segundos y lo que ACCESS-RECERT revoco o bloqueo
      * mientras la pantalla esperaba queda en la copia releida. Las
      * mismas validaciones de la pantalla se repiten sobre ella.
       APLICAR-CAMBIO.
           PERFORM TOMAR-CANDADO
           IF CANDADO-TOMADO
               PERFORM CARGAR-OPERADORES
               PERFORM UBICAR-OPERADOR
               EVALUATE TRUE
                   WHEN MAESTRO-DESBORDADO
                       DISPLAY "MODO SOLO CONSULTA: ACCION NO "
                           "DISPONIBLE."
                   WHEN OPCION-ALTA AND WS-OPE-HALLADO > 0
                       DISPLAY "EL OPERADOR YA EXISTE."
                   WHEN OPCION-ALTA AND WS-OPERADORES-COUNT >= 50
                       DISPLAY "NO HAY CUPO PARA MAS OPERADORES."
                   WHEN OPCION-ALTA
                       PERFORM ANOTAR-ALTA
                   WHEN WS-OPE-HALLADO = 0
                       DISPLAY "OPERADOR NO REGISTRADO."
                   WHEN OPCION-BAJA
                       PERFORM ANOTAR-BAJA
                   WHEN OPCION-DESBLOQUEAR
                       PERFORM ANOTAR-DESBLOQUEO
                   WHEN OPCION-CLAVE
                       PERFORM ANOTAR-CLAVE
                   WHEN OPCION-FORZAR
                       PERFORM ANOTAR-FORZADO
                   WHEN OPCION-AUTORIZAR
                       PERFORM ANOTAR-AUTORIZACIONES
                   WHEN OPCION-RECERTIFICAR
                       PERFORM ANOTAR-RECERTIFICACION
               END-EVALUATE
               PERFORM LIBERAR-CANDADO
           END-IF.

       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "OPERMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "OPER-ADMIN" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "OPER-ADMIN" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO OPERMAST" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "OPERMAST.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "OPERMAST" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "OPER-ADMIN" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.
           MOVE "OPER-ADMIN" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "ADMINISTRACION ACCIONES=" WS-ACCIONES
               " SIN CAPACITACION=" WS-AUT-DENEGADAS
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
