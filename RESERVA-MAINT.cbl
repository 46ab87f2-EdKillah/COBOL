      *          window, cancel a booking, and list the reservations
      *          of a date, so the gate (SINTAXIS-EDAD) can hold the
      *          promised capacity instead of turning booked groups
      *          away while walk-ins fill the room. An ID with more
      *          no-shows (NOSHOW.DAT, kept by RESERVA-NOSHOW) than
      *          NOSHOW.PRM tolerates in its rolling period cannot
      *          book until the old ones age out of the period.
      *          Every booking or cancellation is made under the
      *          PRESENTES lock over a fresh copy of the file, because
      *          the gate, RESERVA-NOSHOW and VISITOR-MERGE rewrite it
      *          too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESERVA-SEL.
           COPY NOSHOW-SEL.
           SELECT NOSHOW-PARM-FILE ASSIGN TO "NOSHOW.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RESERVA-FD.
       COPY NOSHOW-FD.

      *Limite de no-shows tolerados y periodo movil en dias, los
      *mismos que usa RESERVA-NOSHOW para su reporte.
       FD  NOSHOW-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOSHOW-PARM-RECORD.
           05 NSP-LIMITE           PIC 9(2).
           05 NSP-DIAS-PERIODO     PIC 9(3).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY ERROR-HANDLING-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-RESERVA-STATUS     PIC XX.
       01 WS-NOSHOW-STATUS      PIC XX.
       01 WS-NSPRM-STATUS       PIC XX.
       01 WS-NS-LIMITE          PIC 9(2) VALUE 3.
       01 WS-NS-DIAS-PERIODO    PIC 9(3) VALUE 90.
       01 WS-NS-FECHA-DESDE     PIC 9(8).
       01 WS-NS-DEL-ID          PIC 9(4).
       01 WS-EOF-NOSHOW         PIC X VALUE "N".
           88 EOF-NOSHOW        VALUE "Y".
       01 WS-FECHA-HOY          PIC 9(8).

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-ID-TRABAJO         PIC 9(8).
       01 WS-FECHA-TRABAJO      PIC 9(8).
       01 WS-DESDE-TRABAJO      PIC 9(4).
       01 WS-HASTA-TRABAJO      PIC 9(4).
       01 WS-PERSONAS-TRABAJO   PIC 9(3).
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".
       01 WS-EOF-RESERVAS       PIC X VALUE "N".
           88 EOF-RESERVAS      VALUE "Y".

           88 RESERVAS-DESBORDADAS VALUE "S".
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-CANCELADAS         PIC 9(4) VALUE 0.
       01 WS-RECHAZADAS         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS-NOSHOW.
           PERFORM CARGAR-RESERVAS.
      *    Reescribir RESERVAS.DAT desde una tabla incompleta
      *    destruiria las reservas que no cupieron: con desborde el
                   "MODO SOLO CONSULTA, DEPURAR EL ARCHIVO."
           END-IF.
           PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CARGAR-RESERVAS.
           MOVE 0 TO WS-RESERVAS-COUNT
           MOVE "N" TO WS-RSV-DESBORDE
           MOVE "N" TO WS-EOF-RESERVAS
           OPEN INPUT RESERVATION-FILE
           IF WS-RESERVA-STATUS = "35"
               OPEN OUTPUT RESERVATION-FILE
               DISPLAY "NO HAY CUPO PARA MAS RESERVAS."
           ELSE
               PERFORM PEDIR-ID
               PERFORM CONTAR-NOSHOWS-ID
               IF WS-NS-DEL-ID > WS-NS-LIMITE
                   PERFORM RECHAZAR-POR-NOSHOW
               ELSE
                   PERFORM PEDIR-FECHA
                   IF WS-FECHA-TRABAJO < WS-FECHA-HOY
                       DISPLAY "LA FECHA YA PASO, RESERVA NO "
                           "REGISTRADA."
                   ELSE
                       PERFORM PEDIR-DATOS-RESERVA
                       PERFORM TOMAR-CANDADO
                       IF CANDADO-TOMADO
                           PERFORM CARGAR-RESERVAS
                           PERFORM REGISTRAR-RESERVA
                           PERFORM LIBERAR-CANDADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Los datos se piden antes de tomar el candado, para no detener
      * la puerta mientras el mostrador escribe.
       PEDIR-DATOS-RESERVA.
           MOVE 2209 TO MSJ-NUMERO
           MOVE "Hora desde (HHMM): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-DESDE-TRABAJO
           MOVE 2210 TO MSJ-NUMERO
           MOVE "Hora hasta (HHMM): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-HASTA-TRABAJO
           MOVE 2211 TO MSJ-NUMERO
           MOVE "Personas del grupo: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-PERSONAS-TRABAJO
           IF WS-PERSONAS-TRABAJO = 0
               MOVE 1 TO WS-PERSONAS-TRABAJO
           END-IF.

      * Releido bajo el candado, el archivo pudo llenarse o
      * desbordarse mientras tanto: se vuelve a mirar antes de grabar.
       REGISTRAR-RESERVA.
           IF WS-RESERVAS-COUNT >= 200 OR RESERVAS-DESBORDADAS
               DISPLAY "NO HAY CUPO PARA MAS RESERVAS."
           ELSE
               ADD 1 TO WS-RESERVAS-COUNT
               MOVE WS-ID-TRABAJO TO
                   WS-RSV-ID(WS-RESERVAS-COUNT)
               MOVE WS-FECHA-TRABAJO TO
                   WS-RSV-FECHA(WS-RESERVAS-COUNT)
               MOVE WS-DESDE-TRABAJO TO
                   WS-RSV-DESDE(WS-RESERVAS-COUNT)
               MOVE WS-HASTA-TRABAJO TO
                   WS-RSV-HASTA(WS-RESERVAS-COUNT)
               MOVE WS-PERSONAS-TRABAJO TO
                   WS-RSV-PERSONAS(WS-RESERVAS-COUNT)
               MOVE "P" TO WS-RSV-ESTADO(WS-RESERVAS-COUNT)
               PERFORM GRABAR-RESERVAS
               ADD 1 TO WS-ALTAS
               DISPLAY "RESERVA REGISTRADA PARA "
                   WS-RSV-FECHA(WS-RESERVAS-COUNT) "."
           END-IF.

      * Un ID que no se presento mas veces de las toleradas en el
      * periodo ya no aparta cupo: sus reservas se rechazan en el
      * mostrador y el rechazo queda en el trail de auditoria.
       RECHAZAR-POR-NOSHOW.
           ADD 1 TO WS-RECHAZADAS
           MOVE 2212 TO MSJ-NUMERO
           MOVE SPACES TO MSJ-TEXTO
           STRING "ID CON " WS-NS-DEL-ID " NO-SHOWS EN "
               WS-NS-DIAS-PERIODO " DIAS, RESERVA NO REGISTRADA."
               DELIMITED BY SIZE INTO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           MOVE "RESERVA-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RESERVA RECHAZADA ID=" WS-ID-TRABAJO
               " NO-SHOWS=" WS-NS-DEL-ID
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

      * Sin NOSHOW.PRM rige el valor de la casa: mas de 3 no-shows en
      * 90 dias bloquea las reservas nuevas.
       LEER-PARAMETROS-NOSHOW.
           OPEN INPUT NOSHOW-PARM-FILE
           IF WS-NSPRM-STATUS = "00"
               READ NOSHOW-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NSP-LIMITE IS NUMERIC
                           MOVE NSP-LIMITE TO WS-NS-LIMITE
                       END-IF
                       IF NSP-DIAS-PERIODO IS NUMERIC AND
                          NSP-DIAS-PERIODO > 0
                           MOVE NSP-DIAS-PERIODO TO WS-NS-DIAS-PERIODO
                       END-IF
               END-READ
               CLOSE NOSHOW-PARM-FILE
           END-IF
           COMPUTE WS-NS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-NS-DIAS-PERIODO).

      * No-shows del ID dentro del periodo movil, contados sobre la
      * historia que deja RESERVA-NOSHOW al cierre de cada dia.
       CONTAR-NOSHOWS-ID.
           MOVE 0 TO WS-NS-DEL-ID
           MOVE "N" TO WS-EOF-NOSHOW
           OPEN INPUT NOSHOW-FILE
           IF WS-NOSHOW-STATUS = "00"
               PERFORM UNTIL EOF-NOSHOW
                   READ NOSHOW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-NOSHOW
                       NOT AT END
                           IF NSH-ID-VISITANTE = WS-ID-TRABAJO AND
                              NSH-FECHA >= WS-NS-FECHA-DESDE
                               ADD 1 TO WS-NS-DEL-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOSHOW-FILE
           END-IF.

       CANCELAR-RESERVA.
           PERFORM PEDIR-ID.
           PERFORM PEDIR-FECHA.
           PERFORM TOMAR-CANDADO
           IF CANDADO-TOMADO
               PERFORM CARGAR-RESERVAS
               PERFORM ANOTAR-CANCELACION
               PERFORM LIBERAR-CANDADO
           END-IF.

       ANOTAR-CANCELACION.
           IF RESERVAS-DESBORDADAS
               DISPLAY "MODO SOLO CONSULTA: ACCION NO DISPONIBLE."
           ELSE
               PERFORM BUSCAR-Y-CANCELAR
           END-IF.

       BUSCAR-Y-CANCELAR.
           MOVE 0 TO WS-RSV-HALLADO
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RESERVAS-COUNT
               DISPLAY "NO HAY RESERVA PENDIENTE CON ESE ID Y FECHA."
           ELSE
               MOVE "X" TO WS-RSV-ESTADO(WS-RSV-HALLADO)
               PERFORM GRABAR-RESERVAS
               ADD 1 TO WS-CANCELADAS
               DISPLAY "RESERVA CANCELADA."
           END-IF.

      * Se relee para mostrar lo que la puerta y los otros procesos
      * hayan cambiado desde la entrada al programa.
       LISTAR-RESERVAS.
           PERFORM PEDIR-FECHA.
           PERFORM CARGAR-RESERVAS.
           DISPLAY "RESERVAS DEL " WS-FECHA-TRABAJO ":".
           DISPLAY "ID       VENTANA    PERSONAS ESTADO".
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
           END-PERFORM
           CLOSE RESERVATION-FILE.

       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "RESERVA-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "RESERVA-MAINT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO PRESENTES" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "RESERVAS.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "RESERVA-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.
           MOVE SPACES TO AUP-EVENTO
           STRING "RESERVAS ALTAS=" WS-ALTAS
               " CANCELADAS=" WS-CANCELADAS
               " RECHAZADAS=" WS-RECHAZADAS
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

       END PROGRAM RESERVA-MAINT.
