      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-day no-show step over the reservation file.
      *          Every reservation still pending (RSV-PENDIENTE) once
      *          its arrival window has passed is marked N (no-show)
      *          in RESERVAS.DAT, so the gate stops holding capacity
      *          for a party that is not coming, and is appended to
      *          the no-show history NOSHOW.DAT. NOSHOW.RPT lists the
      *          day's no-shows with each ID's count in the rolling
      *          period of NOSHOW.PRM and flags the IDs over the
      *          limit, whose new bookings RESERVA-MAINT now refuses.
      *          RESERVAS.DAT is rewritten under the PRESENTES lock,
      *          the same one the gates hold while they consume a
      *          reservation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVA-NOSHOW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESERVA-SEL.
           COPY NOSHOW-SEL.
           SELECT NOSHOW-PARM-FILE ASSIGN TO "NOSHOW.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSPRM-STATUS.
           SELECT NOSHOW-REPORT-FILE ASSIGN TO "NOSHOW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY RESERVA-FD.
       COPY NOSHOW-FD.

      *Limite de no-shows tolerados y periodo movil en dias; el
      *siguiente no-show dentro del periodo bloquea las reservas.
       FD  NOSHOW-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOSHOW-PARM-RECORD.
           05 NSP-LIMITE           PIC 9(2).
           05 NSP-DIAS-PERIODO     PIC 9(3).

       FD  NOSHOW-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-RESERVA-STATUS     PIC XX.
       01 WS-NOSHOW-STATUS      PIC XX.
       01 WS-NSPRM-STATUS       PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-HORA-CORTA         PIC 9(4).
       01 WS-NS-LIMITE          PIC 9(2) VALUE 3.
       01 WS-NS-DIAS-PERIODO    PIC 9(3) VALUE 90.
       01 WS-FECHA-DESDE        PIC 9(8).
       01 WS-EOF-RESERVAS       PIC X VALUE "N".
           88 EOF-RESERVAS      VALUE "Y".
       01 WS-EOF-NOSHOW         PIC X VALUE "N".
           88 EOF-NOSHOW        VALUE "Y".

       01 WS-RESERVAS-COUNT     PIC 9(3) VALUE 0.
       01 WS-RESERVAS-TABLA.
           05 WS-RESERVA-ENTRY OCCURS 200 TIMES.
               10 WS-RSV-ID        PIC 9(8).
               10 WS-RSV-FECHA     PIC 9(8).
               10 WS-RSV-DESDE     PIC 9(4).
               10 WS-RSV-HASTA     PIC 9(4).
               10 WS-RSV-PERSONAS  PIC 9(3).
               10 WS-RSV-ESTADO    PIC X.
               10 WS-RSV-MARCADA   PIC X.
       01 WS-RSV-IDX            PIC 9(3).
       01 WS-RSV-DESBORDE       PIC X VALUE "N".
           88 RESERVAS-DESBORDADAS VALUE "S".

      *Conteo por ID sobre toda la historia de NOSHOW.DAT.
       01 WS-CONTEOS-COUNT      PIC 9(3) VALUE 0.
       01 WS-CONTEOS-TABLA.
           05 WS-CONTEO-ENTRY OCCURS 500 TIMES.
               10 WS-CNT-ID        PIC 9(8).
               10 WS-CNT-TOTAL     PIC 9(4).
               10 WS-CNT-PERIODO   PIC 9(4).
       01 WS-CNT-IDX            PIC 9(3).
       01 WS-CNT-HALLADO        PIC 9(3).
       01 WS-MARCADAS           PIC 9(4) VALUE 0.
       01 WS-BLOQUEADOS         PIC 9(4) VALUE 0.
       01 WS-MARCA-BLOQUEO      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           MOVE WS-HORA-AHORA(1:4) TO WS-HORA-CORTA.
           PERFORM LEER-PARAMETROS.
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-NS-DIAS-PERIODO).
           PERFORM MARCAR-NO-SHOWS.
           PERFORM CONTAR-NO-SHOWS.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "RESERVA-NOSHOW: NO-SHOWS MARCADOS: " WS-MARCADAS
               "  IDS SOBRE EL LIMITE: " WS-BLOQUEADOS.
           MOVE "NOSHOW.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Sin NOSHOW.PRM rige el valor de la casa: mas de 3 no-shows en
      * 90 dias bloquea las reservas nuevas.
       LEER-PARAMETROS.
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
           END-IF.

       MARCAR-NO-SHOWS.
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "RESERVA-NOSHOW" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
      *    Una puerta todavia operando puede estar consumiendo una
      *    reserva: no se reescribe RESERVAS.DAT bajo sus pies.
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "RESERVA-NOSHOW" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO PRESENTES" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM CARGAR-RESERVAS
      *        Reescribir desde una tabla incompleta borraria las
      *        reservas que no cupieron (la guarda de RESERVA-MAINT).
               IF RESERVAS-DESBORDADAS
                   DISPLAY "RESERVA-NOSHOW: RESERVAS.DAT TIENE MAS DE "
                       "200 RESERVAS; NO SE MARCA NADA."
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   PERFORM REVISAR-RESERVAS
                   IF WS-MARCADAS > 0
                       PERFORM GRABAR-RESERVAS
                   END-IF
               END-IF
               MOVE "PRESENTES" TO LCK-RECURSO
               MOVE "L" TO LCK-ACCION
               MOVE "RESERVA-NOSHOW" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
           END-IF.

       CARGAR-RESERVAS.
           OPEN INPUT RESERVATION-FILE
           IF WS-RESERVA-STATUS = "35"
               OPEN OUTPUT RESERVATION-FILE
               CLOSE RESERVATION-FILE
               OPEN INPUT RESERVATION-FILE
           END-IF
           PERFORM UNTIL EOF-RESERVAS
               READ RESERVATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RESERVAS
                   NOT AT END
                       IF WS-RESERVAS-COUNT >= 200
                           MOVE "S" TO WS-RSV-DESBORDE
                       END-IF
                       IF WS-RESERVAS-COUNT < 200
                           ADD 1 TO WS-RESERVAS-COUNT
                           MOVE RSV-ID-VISITANTE TO
                               WS-RSV-ID(WS-RESERVAS-COUNT)
                           MOVE RSV-FECHA TO
                               WS-RSV-FECHA(WS-RESERVAS-COUNT)
                           MOVE RSV-HORA-DESDE TO
                               WS-RSV-DESDE(WS-RESERVAS-COUNT)
                           MOVE RSV-HORA-HASTA TO
                               WS-RSV-HASTA(WS-RESERVAS-COUNT)
                           MOVE RSV-PERSONAS TO
                               WS-RSV-PERSONAS(WS-RESERVAS-COUNT)
                           MOVE RSV-ESTADO TO
                               WS-RSV-ESTADO(WS-RESERVAS-COUNT)
                           MOVE "N" TO
                               WS-RSV-MARCADA(WS-RESERVAS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FILE.

      * El stream puede correr pasada la medianoche: una reserva de un
      * dia anterior aun pendiente es no-show; una de hoy lo es solo
      * si su ventana de llegada ya termino.
       REVISAR-RESERVAS.
           OPEN EXTEND NOSHOW-FILE
           IF WS-NOSHOW-STATUS = "35"
               OPEN OUTPUT NOSHOW-FILE
               CLOSE NOSHOW-FILE
               OPEN EXTEND NOSHOW-FILE
           END-IF
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RESERVAS-COUNT
               IF WS-RSV-ESTADO(WS-RSV-IDX) = "P"
                   IF WS-RSV-FECHA(WS-RSV-IDX) < WS-FECHA-HOY OR
                      (WS-RSV-FECHA(WS-RSV-IDX) = WS-FECHA-HOY AND
                       WS-RSV-HASTA(WS-RSV-IDX) < WS-HORA-CORTA)
                       PERFORM MARCAR-RESERVA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NOSHOW-FILE.

       MARCAR-RESERVA.
           MOVE "N" TO WS-RSV-ESTADO(WS-RSV-IDX)
           MOVE "S" TO WS-RSV-MARCADA(WS-RSV-IDX)
           ADD 1 TO WS-MARCADAS
           MOVE SPACES TO NOSHOW-RECORD
           MOVE WS-RSV-ID(WS-RSV-IDX) TO NSH-ID-VISITANTE
           MOVE WS-RSV-FECHA(WS-RSV-IDX) TO NSH-FECHA
           MOVE WS-RSV-DESDE(WS-RSV-IDX) TO NSH-HORA-DESDE
           MOVE WS-RSV-HASTA(WS-RSV-IDX) TO NSH-HORA-HASTA
           MOVE WS-RSV-PERSONAS(WS-RSV-IDX) TO NSH-PERSONAS
           MOVE WS-FECHA-HOY TO NSH-FECHA-MARCA
           WRITE NOSHOW-RECORD.

       GRABAR-RESERVAS.
           OPEN OUTPUT RESERVATION-FILE
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RESERVAS-COUNT
               MOVE SPACES TO RESERVATION-RECORD
               MOVE WS-RSV-ID(WS-RSV-IDX) TO RSV-ID-VISITANTE
               MOVE WS-RSV-FECHA(WS-RSV-IDX) TO RSV-FECHA
               MOVE WS-RSV-DESDE(WS-RSV-IDX) TO RSV-HORA-DESDE
               MOVE WS-RSV-HASTA(WS-RSV-IDX) TO RSV-HORA-HASTA
               MOVE WS-RSV-PERSONAS(WS-RSV-IDX) TO RSV-PERSONAS
               MOVE WS-RSV-ESTADO(WS-RSV-IDX) TO RSV-ESTADO
               WRITE RESERVATION-RECORD
           END-PERFORM
           CLOSE RESERVATION-FILE.

      * El periodo movil se mide por la fecha reservada, no por la
      * fecha en que se marco, igual que lo mide RESERVA-MAINT.
       CONTAR-NO-SHOWS.
           OPEN INPUT NOSHOW-FILE
           IF WS-NOSHOW-STATUS = "00"
               PERFORM UNTIL EOF-NOSHOW
                   READ NOSHOW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-NOSHOW
                       NOT AT END
                           PERFORM ACUMULAR-NO-SHOW
                   END-READ
               END-PERFORM
               CLOSE NOSHOW-FILE
           END-IF
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CONTEOS-COUNT
               IF WS-CNT-PERIODO(WS-CNT-IDX) > WS-NS-LIMITE
                   ADD 1 TO WS-BLOQUEADOS
               END-IF
           END-PERFORM.

       ACUMULAR-NO-SHOW.
           MOVE 0 TO WS-CNT-HALLADO
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CONTEOS-COUNT
               IF WS-CNT-ID(WS-CNT-IDX) = NSH-ID-VISITANTE
                   MOVE WS-CNT-IDX TO WS-CNT-HALLADO
               END-IF
           END-PERFORM
           IF WS-CNT-HALLADO = 0
               IF WS-CONTEOS-COUNT < 500
                   ADD 1 TO WS-CONTEOS-COUNT
                   MOVE WS-CONTEOS-COUNT TO WS-CNT-HALLADO
                   MOVE NSH-ID-VISITANTE TO WS-CNT-ID(WS-CNT-HALLADO)
                   MOVE 0 TO WS-CNT-TOTAL(WS-CNT-HALLADO)
                   MOVE 0 TO WS-CNT-PERIODO(WS-CNT-HALLADO)
               ELSE
                   DISPLAY "RESERVA-NOSHOW: MAS DE 500 IDS EN "
                       "NOSHOW.DAT, NO SE CUENTA " NSH-ID-VISITANTE
               END-IF
           END-IF
           IF WS-CNT-HALLADO > 0
               ADD 1 TO WS-CNT-TOTAL(WS-CNT-HALLADO)
               IF NSH-FECHA >= WS-FECHA-DESDE
                   ADD 1 TO WS-CNT-PERIODO(WS-CNT-HALLADO)
               END-IF
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT NOSHOW-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RESERVAS NO-SHOW - FECHA: " WS-FECHA-HOY
               "  LIMITE: " WS-NS-LIMITE " EN " WS-NS-DIAS-PERIODO
               " DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ID       FECHA    VENTANA   PERS PERIODO TOTAL"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RESERVAS-COUNT
               IF WS-RSV-MARCADA(WS-RSV-IDX) = "S"
                   PERFORM ESCRIBIR-LINEA-NO-SHOW
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NO-SHOWS MARCADOS HOY: " WS-MARCADAS
               "  IDS SOBRE EL LIMITE: " WS-BLOQUEADOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE NOSHOW-REPORT-FILE.

       ESCRIBIR-LINEA-NO-SHOW.
           MOVE 0 TO WS-CNT-HALLADO
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CONTEOS-COUNT
               IF WS-CNT-ID(WS-CNT-IDX) = WS-RSV-ID(WS-RSV-IDX)
                   MOVE WS-CNT-IDX TO WS-CNT-HALLADO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MARCA-BLOQUEO
           MOVE SPACES TO REPORT-LINE
           IF WS-CNT-HALLADO = 0
               STRING "  " WS-RSV-ID(WS-RSV-IDX) " "
                   WS-RSV-FECHA(WS-RSV-IDX) " "
                   WS-RSV-DESDE(WS-RSV-IDX) "-"
                   WS-RSV-HASTA(WS-RSV-IDX) " "
                   WS-RSV-PERSONAS(WS-RSV-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               IF WS-CNT-PERIODO(WS-CNT-HALLADO) > WS-NS-LIMITE
                   MOVE "BLOQUEADO" TO WS-MARCA-BLOQUEO
               END-IF
               STRING "  " WS-RSV-ID(WS-RSV-IDX) " "
                   WS-RSV-FECHA(WS-RSV-IDX) " "
                   WS-RSV-DESDE(WS-RSV-IDX) "-"
                   WS-RSV-HASTA(WS-RSV-IDX) " "
                   WS-RSV-PERSONAS(WS-RSV-IDX) "  "
                   WS-CNT-PERIODO(WS-CNT-HALLADO) "    "
                   WS-CNT-TOTAL(WS-CNT-HALLADO) "  "
                   WS-MARCA-BLOQUEO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "RESERVA-NOSHOW" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "NO-SHOWS MARCADOS=" WS-MARCADAS
               " SOBRE LIMITE=" WS-BLOQUEADOS
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

       END PROGRAM RESERVA-NOSHOW.
