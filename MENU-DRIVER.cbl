      *          authorization, three failed sign-ons lock the
      *          operator, and the signed-on identity is left in
      *          OPERADOR.CTL so AUDIT-WRITER stamps it on every
      *          audit record the called programs write. An option
      *          whose authorization code requires tutorial chapters
      *          (AUTCAPIT.PRM, checked through FORMACION-SUB) stays
      *          blocked until the operator has passed them. At
      *          sign-on the items still open in the shift handover
      *          register (RELEVO.DAT, kept by RELEVO-MAINT) are shown
      *          so the incoming shift sees them before anything else.
      *          The sign-on's own changes to OPERMAST.DAT (failed
      *          attempts, lock-out, password change) are written
      *          under the OPERMAST lock over a fresh read of the
      *          master, so a withdrawal or lock that ACCESS-RECERT or
      *          OPER-ADMIN made meanwhile is kept.
      *          All screen text goes through the MENSAJE-SUB catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESLOG-STATUS.
           COPY AUDIT-TRAIL-SEL.
           COPY RELEVO-SEL.

       DATA DIVISION.
       FILE SECTION.
           05 MNU-AUTORIZACION     PIC 9(2).

       COPY AUDIT-TRAIL-FD.
       COPY RELEVO-FD.

       WORKING-STORAGE SECTION.
       COPY MENSAJE-PARMS-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY CLAVE-PARMS-CPY.
       COPY FORMACION-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       COPY ERROR-HANDLING-CPY.

       01 WS-OPER-STATUS        PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
               10 WS-OPE-BLOQUEADO PIC X.
               10 WS-OPE-FECHA-CLAVE PIC 9(8).
               10 WS-OPE-FORZADO   PIC X.
               10 WS-OPE-CAMBIADO  PIC X.
       01 WS-OPE-IDX            PIC 9(2).
       01 WS-OPE-ACTUAL         PIC 9(2) VALUE 0.
       01 WS-OPE-ACTUAL-SALVA   PIC 9(2).
       01 WS-OPE-HALLADO        PIC 9(2).
      *Lo que cambio esta firma, apartado antes de releer el maestro
      *para volver a aplicarlo sobre lo que otro haya grabado.
       01 WS-CAMBIOS-COUNT      PIC 9(2) VALUE 0.
       01 WS-CAMBIOS-TABLA.
           05 WS-CAMBIO-ENTRY OCCURS 50 TIMES.
               10 WS-CAM-ID        PIC X(8).
               10 WS-CAM-CLAVE     PIC X(8).
               10 WS-CAM-INTENTOS  PIC 9(1).
               10 WS-CAM-BLOQUEADO PIC X.
               10 WS-CAM-FECHA-CLAVE PIC 9(8).
               10 WS-CAM-FORZADO   PIC X.
       01 WS-CAM-IDX            PIC 9(2).
       01 WS-ID-FIRMADO         PIC X(8).
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".
       01 WS-ID-TECLEADO        PIC X(8).
       01 WS-CLAVE-TECLEADA     PIC X(8).
       01 WS-CLAVE-CRUDA        PIC X(8).
               10 WS-TAB-ESTADO     PIC X(8).
               10 WS-TAB-LIMITE     PIC 9(4).
       01 WS-TAB-IDX            PIC 9(2).
      *Capacitacion del operador firmado por codigo de autorizacion,
      *evaluada en la firma: S al dia, N con capitulos pendientes.
       01 WS-FORMACION-TABLA.
           05 WS-FOR-ENTRY OCCURS 12 TIMES.
               10 WS-FOR-FORMADO    PIC X.
               10 WS-FOR-FALTAN     PIC X(18).
       01 WS-FOR-IDX            PIC 9(2).
       01 WS-FOR-PENDIENTES     PIC 9(2).
       01 WS-PROGRAMA-LLAMADO   PIC X(15).
       01 WS-RELEVO-STATUS      PIC XX.
       01 WS-EOF-RELEVO         PIC X VALUE "N".
           88 EOF-RELEVO        VALUE "Y".
       01 WS-RELEVO-PENDIENTES  PIC 9(3) VALUE 0.
       01 WS-RELEVO-SIN-ACUSE   PIC 9(3) VALUE 0.
       01 WS-COINCIDE           PIC 9(2).
       01 WS-HORA-ED.
           05 WS-HORA-ED-HH     PIC XX.
               STOP RUN.
           PERFORM EXIGIR-CAMBIO-CLAVE.
           PERFORM GRABAR-OPERADORES.
      *    Releido el maestro, el operador pudo haber sido dado de
      *    baja o bloqueado mientras firmaba: no entra.
           IF WS-OPE-ACTUAL = 0
               PERFORM RECHAZAR-FIRMA-RETIRADA.
           IF WS-OPE-BLOQUEADO(WS-OPE-ACTUAL) = "S"
               PERFORM RECHAZAR-FIRMA-RETIRADA.
           PERFORM ANOTAR-OPERADOR-SESION.
           PERFORM REGISTRAR-FIRMA-AUDITORIA.
           PERFORM EVALUAR-FORMACION.
           PERFORM MOSTRAR-RELEVO-PENDIENTE.
           PERFORM MEDIR-MINUTOS-AHORA.
           MOVE WS-MIN-AHORA TO WS-MIN-INICIO-SESION.
           MOVE "FIRMA" TO WS-EVENTO-SESION
                   PERFORM MOSTRAR-MENSAJE
                   GO TO INICIO-MENU
               END-IF
               IF WS-FOR-FORMADO(WS-TAB-AUTORIZA(OPCION-MENU)) = "N"
                   MOVE 1023 TO MSJ-NUMERO
                   MOVE "CAPACITACION INCOMPLETA PARA ESA OPCION."
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "CAPITULOS PENDIENTES DEL TUTORIAL: "
                       WS-FOR-FALTAN(WS-TAB-AUTORIZA(OPCION-MENU))
                   GO TO INICIO-MENU
               END-IF
           END-IF.

           MOVE WS-TAB-PROGRAMA(OPCION-MENU) TO WS-PROGRAMA-LLAMADO.
           GUARDAR-OPERADOR-TABLA.
               MOVE OP-ID TO WS-OPE-ID(WS-OPERADORES-COUNT)
               MOVE OP-CLAVE TO WS-OPE-CLAVE(WS-OPERADORES-COUNT)
               MOVE "N" TO WS-OPE-CAMBIADO(WS-OPERADORES-COUNT)
               IF OP-FECHA-CLAVE IS NUMERIC
                   PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                           UNTIL WS-OPE-IDX > 12
                           WS-CLAVE-CRUDA
                       ADD 1 TO WS-INTENTOS-SESION
                       ADD 1 TO WS-OPE-INTENTOS(WS-OPE-ACTUAL)
                       MOVE "S" TO WS-OPE-CAMBIADO(WS-OPE-ACTUAL)
                       IF WS-OPE-INTENTOS(WS-OPE-ACTUAL) >= 3
                           MOVE "S" TO
                               WS-OPE-BLOQUEADO(WS-OPE-ACTUAL)
                       MOVE 0 TO WS-OPE-ACTUAL
                   WHEN OTHER
                       MOVE 0 TO WS-OPE-INTENTOS(WS-OPE-ACTUAL)
                       MOVE "S" TO WS-OPE-CAMBIADO(WS-OPE-ACTUAL)
      *                Registro viejo en claro: se migra a la forma
      *                revuelta en esta misma firma.
                       IF WS-OPE-CLAVE(WS-OPE-ACTUAL) =
                       MOVE "S" TO WS-FIRMADO
               END-EVALUATE.

      *    Bajo el candado OPERMAST (el de OPER-ADMIN y ACCESS-RECERT)
      *    se relee el maestro y solo se vuelve a aplicar lo que
      *    cambio esta firma: intentos, bloqueo, clave y su fecha, y
      *    el cambio forzado. Una autorizacion retirada o un bloqueo
      *    puesto por otro mientras tanto se conservan; por eso el
      *    bloqueo de la firma solo se aplica para bloquear. Con la
      *    tabla desbordada, reescribir el maestro desde ella
      *    borraria a los operadores que no cupieron: se deja intacto
      *    (los contadores de intentos de esta sesion no persisten).
           GRABAR-OPERADORES.
               PERFORM APARTAR-CAMBIOS-FIRMA
               PERFORM TOMAR-CANDADO
               IF CANDADO-TOMADO
                   PERFORM CARGAR-OPERADORES
                   IF MAESTRO-DESBORDADO
                       DISPLAY "OPERMAST.DAT TIENE MAS DE 50 "
                           "OPERADORES; NO SE REESCRIBE EL MAESTRO."
                   ELSE
                       PERFORM REAPLICAR-CAMBIO
                           VARYING WS-CAM-IDX FROM 1 BY 1
                           UNTIL WS-CAM-IDX > WS-CAMBIOS-COUNT
                       PERFORM ESCRIBIR-OPERADORES
                   END-IF
                   PERFORM LIBERAR-CANDADO
                   PERFORM UBICAR-OPERADOR-FIRMADO
               END-IF.

           APARTAR-CAMBIOS-FIRMA.
               MOVE SPACES TO WS-ID-FIRMADO
               IF WS-OPE-ACTUAL > 0
                   MOVE WS-OPE-ID(WS-OPE-ACTUAL) TO WS-ID-FIRMADO
               END-IF
               MOVE 0 TO WS-CAMBIOS-COUNT
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                       UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
                   IF WS-OPE-CAMBIADO(WS-OPE-IDX) = "S"
                       ADD 1 TO WS-CAMBIOS-COUNT
                       MOVE WS-OPE-ID(WS-OPE-IDX) TO
                           WS-CAM-ID(WS-CAMBIOS-COUNT)
                       MOVE WS-OPE-CLAVE(WS-OPE-IDX) TO
                           WS-CAM-CLAVE(WS-CAMBIOS-COUNT)
                       MOVE WS-OPE-INTENTOS(WS-OPE-IDX) TO
                           WS-CAM-INTENTOS(WS-CAMBIOS-COUNT)
                       MOVE WS-OPE-BLOQUEADO(WS-OPE-IDX) TO
                           WS-CAM-BLOQUEADO(WS-CAMBIOS-COUNT)
                       MOVE WS-OPE-FECHA-CLAVE(WS-OPE-IDX) TO
                           WS-CAM-FECHA-CLAVE(WS-CAMBIOS-COUNT)
                       MOVE WS-OPE-FORZADO(WS-OPE-IDX) TO
                           WS-CAM-FORZADO(WS-CAMBIOS-COUNT)
                   END-IF
               END-PERFORM.

      *    Un operador dado de baja mientras tanto ya no esta en el
      *    maestro releido: su cambio se descarta.
           REAPLICAR-CAMBIO.
               MOVE 0 TO WS-OPE-HALLADO
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                       UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
                   IF WS-OPE-ID(WS-OPE-IDX) = WS-CAM-ID(WS-CAM-IDX)
                       MOVE WS-OPE-IDX TO WS-OPE-HALLADO
                   END-IF
               END-PERFORM
               IF WS-OPE-HALLADO > 0
                   MOVE WS-CAM-CLAVE(WS-CAM-IDX) TO
                       WS-OPE-CLAVE(WS-OPE-HALLADO)
                   MOVE WS-CAM-INTENTOS(WS-CAM-IDX) TO
                       WS-OPE-INTENTOS(WS-OPE-HALLADO)
                   IF WS-CAM-BLOQUEADO(WS-CAM-IDX) = "S"
                       MOVE "S" TO WS-OPE-BLOQUEADO(WS-OPE-HALLADO)
                   END-IF
                   MOVE WS-CAM-FECHA-CLAVE(WS-CAM-IDX) TO
                       WS-OPE-FECHA-CLAVE(WS-OPE-HALLADO)
                   MOVE WS-CAM-FORZADO(WS-CAM-IDX) TO
                       WS-OPE-FORZADO(WS-OPE-HALLADO)
               END-IF.

      *    La tabla se releyo: el operador firmado se vuelve a ubicar
      *    por su ID (queda en 0 si ya no esta en el maestro).
           UBICAR-OPERADOR-FIRMADO.
               IF WS-ID-FIRMADO NOT = SPACES
                   MOVE 0 TO WS-OPE-ACTUAL
                   PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                           UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
                       IF WS-OPE-ID(WS-OPE-IDX) = WS-ID-FIRMADO
                           MOVE WS-OPE-IDX TO WS-OPE-ACTUAL
                       END-IF
                   END-PERFORM
               END-IF.

           RECHAZAR-FIRMA-RETIRADA.
               DISPLAY "EL OPERADOR FUE BLOQUEADO O DADO DE BAJA "
                   "MIENTRAS FIRMABA; TERMINAL CERRADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    Sin el candado, tras las esperas de FILE-LOCK, lo cambiado
      *    en esta firma no se graba y se avisa.
           TOMAR-CANDADO.
               MOVE "N" TO WS-CANDADO
               MOVE "OPERMAST" TO LCK-RECURSO
               MOVE "T" TO LCK-ACCION
               MOVE "MENU-DRIVER" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
               IF LCK-NO-OBTENIDO
                   MOVE 4007 TO ERR-CODIGO
                   MOVE "MENU-DRIVER" TO ERR-PROGRAMA
                   MOVE "NO SE OBTUVO EL CANDADO OPERMAST"
                       TO ERR-MENSAJE
                   MOVE "W" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   DISPLAY "OPERMAST.DAT OCUPADO; LOS CAMBIOS DE ESTA "
                       "FIRMA NO SE GRABARON."
               ELSE
                   MOVE "S" TO WS-CANDADO
               END-IF.

           LIBERAR-CANDADO.
               MOVE "OPERMAST" TO LCK-RECURSO
               MOVE "L" TO LCK-ACCION
               MOVE "MENU-DRIVER" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
               MOVE "N" TO WS-CANDADO.

           ESCRIBIR-OPERADORES.
               OPEN OUTPUT OPERATOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "MENU-DRIVER" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO GRABAR OPERMAST.DAT, STATUS="
                       WS-OPER-STATUS DELIMITED BY SIZE
                       INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               ELSE
                   PERFORM VARYING WS-OPE-ACTUAL-SALVA FROM 1 BY 1
                           UNTIL WS-OPE-ACTUAL-SALVA >
                               WS-OPERADORES-COUNT
                   MOVE WS-FECHA-HOY TO
                       WS-OPE-FECHA-CLAVE(WS-OPE-ACTUAL)
                   MOVE "N" TO WS-OPE-FORZADO(WS-OPE-ACTUAL)
                   MOVE "S" TO WS-OPE-CAMBIADO(WS-OPE-ACTUAL)
                   DISPLAY "CLAVE ACTUALIZADA."
               END-IF.

               OPEN OUTPUT OPERATOR-CTL-FILE
               CLOSE OPERATOR-CTL-FILE.

      *    La capacitacion se evalua una vez por firma, releyendo
      *    ALUMNOS.DAT: lo que el operador apruebe en el tutorial
      *    vale desde su proxima firma.
           EVALUAR-FORMACION.
               MOVE 0 TO WS-FOR-PENDIENTES
               PERFORM VARYING WS-FOR-IDX FROM 1 BY 1
                       UNTIL WS-FOR-IDX > 12
                   IF WS-FOR-IDX = 1
                       MOVE "C" TO FRM-ACCION
                   ELSE
                       MOVE "V" TO FRM-ACCION
                   END-IF
                   MOVE WS-OPE-ID(WS-OPE-ACTUAL) TO FRM-OPERADOR
                   MOVE WS-FOR-IDX TO FRM-AUTORIZACION
                   CALL "FORMACION-SUB" USING FORMACION-PARMS
                   MOVE FRM-RESULTADO TO WS-FOR-FORMADO(WS-FOR-IDX)
                   MOVE FRM-LISTA-FALTAN TO WS-FOR-FALTAN(WS-FOR-IDX)
                   IF FRM-NO-FORMADO AND
                      WS-OPE-AUTORIZA(WS-OPE-ACTUAL, WS-FOR-IDX) = "S"
                       ADD 1 TO WS-FOR-PENDIENTES
                   END-IF
               END-PERFORM
               IF WS-FOR-PENDIENTES > 0
                   DISPLAY "TIENES " WS-FOR-PENDIENTES
                       " AUTORIZACIONES BLOQUEADAS HASTA COMPLETAR "
                       "EL TUTORIAL."
               END-IF.

      *    Los pendientes del relevo se muestran en cada firma, antes
      *    del menu; el acuse se hace en RELEVO-MAINT, porque mirar
      *    la lista no prueba que el turno los haya tomado.
           MOSTRAR-RELEVO-PENDIENTE.
               MOVE 0 TO WS-RELEVO-PENDIENTES
               MOVE 0 TO WS-RELEVO-SIN-ACUSE
               MOVE "N" TO WS-EOF-RELEVO
               OPEN INPUT RELEVO-FILE
               IF WS-RELEVO-STATUS = "00"
                   PERFORM UNTIL EOF-RELEVO
                       READ RELEVO-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-RELEVO
                           NOT AT END
                               IF RLV-ABIERTO OR RLV-RECIBIDO
                                   PERFORM MOSTRAR-UN-PENDIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELEVO-FILE
               END-IF
               IF WS-RELEVO-PENDIENTES = 0
                   MOVE 1024 TO MSJ-NUMERO
                   MOVE "SIN PENDIENTES DEL RELEVO DE TURNO."
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   DISPLAY "PENDIENTES DEL RELEVO: "
                       WS-RELEVO-PENDIENTES
                       "  SIN ACUSE: " WS-RELEVO-SIN-ACUSE
                   IF WS-RELEVO-SIN-ACUSE > 0
                       MOVE 1025 TO MSJ-NUMERO
                       MOVE "ACUSA RECIBO DESDE LA OPCION DEL RELEVO."
                           TO MSJ-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
               END-IF.

           MOSTRAR-UN-PENDIENTE.
               IF WS-RELEVO-PENDIENTES = 0
                   MOVE 1026 TO MSJ-NUMERO
                   MOVE "PENDIENTES DEL RELEVO DE TURNO:"
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
               END-IF
               ADD 1 TO WS-RELEVO-PENDIENTES
               IF RLV-ABIERTO
                   ADD 1 TO WS-RELEVO-SIN-ACUSE
                   DISPLAY RLV-NUMERO " " RLV-SEVERIDAD " "
                       RLV-CATEGORIA " " RLV-OBJETO " SIN ACUSE"
               ELSE
                   DISPLAY RLV-NUMERO " " RLV-SEVERIDAD " "
                       RLV-CATEGORIA " " RLV-OBJETO " ACUSO "
                       RLV-ACUSE-POR
               END-IF
               DISPLAY "       " RLV-DESCRIPCION.

           REGISTRAR-FIRMA-AUDITORIA.
               MOVE "MENU-DRIVER" TO AUP-PROGRAMA
               MOVE SPACES TO AUP-EVENTO
                   END-IF
                   DISPLAY " " WS-TAB-IDX ". " MSJ-TEXTO
                   PERFORM MOSTRAR-ESTADO-OPCION
                   IF WS-TAB-AUTORIZA(WS-TAB-IDX) > 0
                       IF WS-OPE-AUTORIZA(WS-OPE-ACTUAL,
                              WS-TAB-AUTORIZA(WS-TAB-IDX)) = "S" AND
                          WS-FOR-FORMADO(WS-TAB-AUTORIZA(WS-TAB-IDX))
                              = "N"
                           DISPLAY "      BLOQUEADA: CAPACITACION "
                               "INCOMPLETA"
                       END-IF
                   END-IF
               END-IF.

           CARGAR-ESTADO-CORRIDAS.
