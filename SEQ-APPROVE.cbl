      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lab supervisor approval of the held sequences. SEQ-EDIT
      *          holds in SECRETEN.DAT every sequence estimated to
      *          generate more numbers than SECEDIT.PRM allows without
      *          approval. Here the supervisor signed on in MENU-DRIVER
      *          sees each one with its estimate and approves or
      *          rejects it; the decision goes to SECAPROB.DAT with the
      *          supervisor and the time, and the next SEQ-EDIT passes
      *          the approved ones to the generator and rejects the
      *          others. Nothing is decided without a signed-on
      *          operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQ-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECHOLD-SEL.
           COPY SECAPROB-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SECHOLD-FD.
       COPY SECAPROB-FD.

      *Operador firmado en MENU-DRIVER; es el supervisor que decide.
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

       01 WS-SECHOLD-STATUS     PIC XX.
       01 WS-SECAPROB-STATUS    PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-HOY           PIC 9(8).
       01 WS-EOF-RETENIDAS      PIC X VALUE "N".
           88 EOF-RETENIDAS     VALUE "Y".
       01 WS-EOF-DECISIONES     PIC X VALUE "N".
           88 EOF-DECISIONES    VALUE "Y".

       01 WS-DECISION           PIC X.
           88 DECISION-APROBAR  VALUES "A" "a".
           88 DECISION-RECHAZAR VALUES "R" "r".
       01 WS-DECISION-GRABADA   PIC X.

      *Secuencias retenidas por la ultima edicion.
       01 WS-RET-COUNT          PIC 9(3) VALUE 0.
       01 WS-RET-TABLA.
           05 WS-RET-ENTRY OCCURS 999 TIMES.
               10 WS-RET-SECUENCIA PIC 9(3).
               10 WS-RET-INICIO    PIC S9(5).
               10 WS-RET-PASO      PIC S9(5).
               10 WS-RET-LIMITE    PIC S9(5).
               10 WS-RET-ESTIMADO  PIC 9(7).
               10 WS-RET-FECHA     PIC 9(8).
               10 WS-RET-DECIDIDA  PIC X.
       01 WS-RET-IDX            PIC 9(4).

       01 WS-PENDIENTES         PIC 9(3) VALUE 0.
       01 WS-APROBADAS          PIC 9(3) VALUE 0.
       01 WS-RECHAZADAS         PIC 9(3) VALUE 0.
       01 WS-ESTIMADO-ED        PIC Z,ZZZ,ZZ9.
       01 WS-INICIO-ED          PIC -----9.
       01 WS-PASO-ED            PIC -----9.
       01 WS-LIMITE-ED          PIC -----9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           DISPLAY "============================================".
           MOVE 4601 TO MSJ-NUMERO
           MOVE " APROBACION DE SECUENCIAS RETENIDAS" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           IF WS-OPERADOR-SESION = "SISTEMA"
               DISPLAY "SIN OPERADOR FIRMADO NO SE APRUEBAN SECUENCIAS."
           ELSE
               PERFORM CARGAR-RETENIDAS
               PERFORM MARCAR-DECIDIDAS
               PERFORM REVISAR-RETENIDA
                   VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-PENDIENTES = 0
                   DISPLAY "NO HAY SECUENCIAS RETENIDAS PENDIENTES."
               ELSE
                   DISPLAY "APROBADAS: " WS-APROBADAS
                       "  RECHAZADAS: " WS-RECHAZADAS
                   IF WS-APROBADAS > 0 OR WS-RECHAZADAS > 0
                       DISPLAY "CORRER SEQ-EDIT DE NUEVO ANTES DEL "
                           "GENERADOR."
                   END-IF
               END-IF
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CARGAR-RETENIDAS.
           OPEN INPUT HELD-SEQUENCE-FILE
           IF WS-SECHOLD-STATUS = "00"
               PERFORM UNTIL EOF-RETENIDAS
                   READ HELD-SEQUENCE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RETENIDAS
                       NOT AT END
                           IF WS-RET-COUNT < 999
                               ADD 1 TO WS-RET-COUNT
                               PERFORM GUARDAR-RETENIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-SEQUENCE-FILE
           END-IF.

       GUARDAR-RETENIDA.
           MOVE SH-SECUENCIA TO WS-RET-SECUENCIA(WS-RET-COUNT)
           MOVE SH-INICIO TO WS-RET-INICIO(WS-RET-COUNT)
           MOVE SH-PASO TO WS-RET-PASO(WS-RET-COUNT)
           MOVE SH-LIMITE TO WS-RET-LIMITE(WS-RET-COUNT)
           MOVE SH-ESTIMADO TO WS-RET-ESTIMADO(WS-RET-COUNT)
           MOVE SH-FECHA-EDICION TO WS-RET-FECHA(WS-RET-COUNT)
           MOVE "N" TO WS-RET-DECIDIDA(WS-RET-COUNT).

      * SECRETEN.DAT se rehace recien en la proxima edicion: una
      * retenida que ya tiene decision desde esa edicion no se vuelve
      * a preguntar.
       MARCAR-DECIDIDAS.
           OPEN INPUT SEQUENCE-APPROVAL-FILE
           IF WS-SECAPROB-STATUS = "00"
               PERFORM UNTIL EOF-DECISIONES
                   READ SEQUENCE-APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DECISIONES
                       NOT AT END
                           PERFORM MARCAR-UNA-DECIDIDA
                               VARYING WS-RET-IDX FROM 1 BY 1
                               UNTIL WS-RET-IDX > WS-RET-COUNT
                   END-READ
               END-PERFORM
               CLOSE SEQUENCE-APPROVAL-FILE
           END-IF.

       MARCAR-UNA-DECIDIDA.
           IF SA-INICIO = WS-RET-INICIO(WS-RET-IDX) AND
              SA-PASO = WS-RET-PASO(WS-RET-IDX) AND
              SA-LIMITE = WS-RET-LIMITE(WS-RET-IDX) AND
              SA-FECHA IS NUMERIC AND
              SA-FECHA >= WS-RET-FECHA(WS-RET-IDX)
               MOVE "S" TO WS-RET-DECIDIDA(WS-RET-IDX)
           END-IF.

       REVISAR-RETENIDA.
           IF WS-RET-DECIDIDA(WS-RET-IDX) = "N"
               ADD 1 TO WS-PENDIENTES
               PERFORM DECIDIR-RETENIDA
           END-IF.

       DECIDIR-RETENIDA.
           MOVE WS-RET-INICIO(WS-RET-IDX) TO WS-INICIO-ED
           MOVE WS-RET-PASO(WS-RET-IDX) TO WS-PASO-ED
           MOVE WS-RET-LIMITE(WS-RET-IDX) TO WS-LIMITE-ED
           MOVE WS-RET-ESTIMADO(WS-RET-IDX) TO WS-ESTIMADO-ED
           DISPLAY "-------------------------------------------".
           DISPLAY "SECUENCIA " WS-RET-SECUENCIA(WS-RET-IDX)
               "  RETENIDA EN LA EDICION DEL "
               WS-RET-FECHA(WS-RET-IDX).
           DISPLAY "  INICIO: " WS-INICIO-ED "  PASO: " WS-PASO-ED
               "  LIMITE: " WS-LIMITE-ED.
           DISPLAY "  NUMEROS ESTIMADOS: " WS-ESTIMADO-ED.
           MOVE 4602 TO MSJ-NUMERO
           MOVE "(A)probar, (R)echazar o (S)altar? " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN DECISION-APROBAR
                   PERFORM GRABAR-DECISION
                   IF WS-DECISION-GRABADA = "S"
                       ADD 1 TO WS-APROBADAS
                       DISPLAY "SECUENCIA "
                           WS-RET-SECUENCIA(WS-RET-IDX) " APROBADA."
                   END-IF
               WHEN DECISION-RECHAZAR
                   PERFORM GRABAR-DECISION
                   IF WS-DECISION-GRABADA = "S"
                       ADD 1 TO WS-RECHAZADAS
                       DISPLAY "SECUENCIA "
                           WS-RET-SECUENCIA(WS-RET-IDX) " RECHAZADA."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Cada decision se agrega apenas se toma, para que no se pierda
      * si la sesion se corta.
       GRABAR-DECISION.
           MOVE "N" TO WS-DECISION-GRABADA
           OPEN EXTEND SEQUENCE-APPROVAL-FILE
           IF WS-SECAPROB-STATUS = "35"
               OPEN OUTPUT SEQUENCE-APPROVAL-FILE
           END-IF
           IF WS-SECAPROB-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "SEQ-APPROVE" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR SECAPROB.DAT, STATUS="
                   WS-SECAPROB-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               ACCEPT WS-HORA-HOY FROM TIME
               MOVE SPACES TO SEQUENCE-APPROVAL-RECORD
               MOVE WS-RET-INICIO(WS-RET-IDX) TO SA-INICIO
               MOVE WS-RET-PASO(WS-RET-IDX) TO SA-PASO
               MOVE WS-RET-LIMITE(WS-RET-IDX) TO SA-LIMITE
               MOVE WS-RET-ESTIMADO(WS-RET-IDX) TO SA-ESTIMADO
               IF DECISION-APROBAR
                   MOVE "A" TO SA-DECISION
               ELSE
                   MOVE "R" TO SA-DECISION
               END-IF
               MOVE WS-OPERADOR-SESION TO SA-SUPERVISOR
               MOVE WS-FECHA-HOY TO SA-FECHA
               MOVE WS-HORA-HOY(1:6) TO SA-HORA
               WRITE SEQUENCE-APPROVAL-RECORD
               CLOSE SEQUENCE-APPROVAL-FILE
               MOVE "S" TO WS-DECISION-GRABADA
               MOVE "S" TO WS-RET-DECIDIDA(WS-RET-IDX)
               PERFORM AUDITAR-DECISION
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

       AUDITAR-DECISION.
           MOVE "SEQ-APPROVE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           IF SA-APROBADA
               STRING "SECUENCIA " WS-RET-SECUENCIA(WS-RET-IDX)
                   " APROBADA EST=" SA-ESTIMADO
                   " SUP=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
           ELSE
               STRING "SECUENCIA " WS-RET-SECUENCIA(WS-RET-IDX)
                   " RECHAZADA EST=" SA-ESTIMADO
                   " SUP=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
           END-IF
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "SEQ-APPROVE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "SESION DE APROBACION OPERADOR=" WS-OPERADOR-SESION
               " APROBADAS=" WS-APROBADAS
               " RECHAZADAS=" WS-RECHAZADAS
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

       END PROGRAM SEQ-APPROVE.
