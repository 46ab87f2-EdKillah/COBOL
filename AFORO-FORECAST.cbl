      ******************************************************************
      * Author:
      * Date:
      * Purpose: Occupancy forecast for the coming week, by weekday
      *          and hour, so the door can be staffed ahead of the
      *          crowd instead of by guesswork. Historical arrivals
      *          (ADMITIDO headcount by hour) come from the archived
      *          VISITOR.LOG generations, one day each under the
      *          LOG-ARCHIVE rotation, averaged per weekday; the
      *          average stay from VISITHIS.DAT turns arrivals into
      *          people inside; the pending bookings of RESERVAS.DAT
      *          are added on top at the start of their window. Each
      *          open hour (HORARIO.PRM) of the next seven days is
      *          printed in AFOROPRO.RPT against the aforo limit of
      *          EDADMIN.PRM, and any hour projected to reach it is
      *          flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFORO-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-LOG ASSIGN TO DYNAMIC WS-NOMBRE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "VISITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           COPY RESERVA-SEL.
           SELECT AGE-PARM-FILE ASSIGN TO "EDADMIN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEPRM-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "HORARIO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT RETENTION-PARM-FILE ASSIGN TO "RETENCION.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETEN-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "AFOROPRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-LOG
           LABEL RECORDS ARE STANDARD.
       COPY VISITOR-CPY.

       FD  HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RECORD.
           05 VH-CLAVE.
               10 VH-ID-VISITANTE  PIC 9(8).
               10 VH-PERIODO       PIC 9(6).
           05 VH-VISITAS           PIC 9(5).
           05 VH-MINUTOS-TOTAL     PIC 9(8).
           05 VH-MINUTOS-PROM      PIC 9(5).
           05 VH-ULTIMA-FECHA      PIC 9(8).

       COPY RESERVA-FD.

       FD  AGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-PARM-RECORD.
           05 PARM-MINIMUM-EDAD   PIC 9(2).
           05 PARM-MODO-EJECUCION PIC X.
           05 PARM-ID-VISITANTE-DEFECTO PIC 9(8).
           05 PARM-NOMBRE-DEFECTO PIC A(10).
           05 PARM-EDAD-DEFECTO   PIC 9(2).
           05 PARM-AFORO-MAXIMO   PIC 9(4).

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-RECORD.
           05 PARM-DIA-SEMANA     PIC 9(1).
           05 PARM-HORA-ABRE      PIC 9(4).
           05 PARM-HORA-CIERRA    PIC 9(4).

       FD  RETENTION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETENTION-PARM-RECORD.
           05 PARM-GENERACIONES    PIC 9(1).

       FD  FORECAST-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-VISITOR-STATUS     PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-RESERVA-STATUS     PIC XX.
       01 WS-AGEPRM-STATUS      PIC XX.
       01 WS-HORARIO-STATUS     PIC XX.
       01 WS-RETEN-STATUS       PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-DIAS-HOY           PIC 9(8).
       01 WS-NOMBRE-LOG         PIC X(30).
       01 WS-GENERACIONES       PIC 9(1) VALUE 3.
       01 WS-GEN-IDX            PIC 9(2).
       01 WS-EOF-LOG            PIC X.
       01 WS-EOF-HISTORIA       PIC X VALUE "N".
           88 EOF-HISTORIA      VALUE "Y".
       01 WS-EOF-RESERVAS       PIC X VALUE "N".
           88 EOF-RESERVAS      VALUE "Y".
       01 WS-EOF-HORARIO        PIC X VALUE "N".
           88 EOF-HORARIO       VALUE "Y".
       01 WS-AFORO-MAXIMO       PIC 9(4) VALUE 100.

      *Nombres de los dias, 1=LUNES ... 7=DOMINGO como en HORARIO.PRM.
       01 WS-NOMBRES-DIA-VALORES.
           05 FILLER            PIC X(9) VALUE "LUNES".
           05 FILLER            PIC X(9) VALUE "MARTES".
           05 FILLER            PIC X(9) VALUE "MIERCOLES".
           05 FILLER            PIC X(9) VALUE "JUEVES".
           05 FILLER            PIC X(9) VALUE "VIERNES".
           05 FILLER            PIC X(9) VALUE "SABADO".
           05 FILLER            PIC X(9) VALUE "DOMINGO".
       01 WS-NOMBRES-DIA REDEFINES WS-NOMBRES-DIA-VALORES.
           05 WS-NOMBRE-DIA     PIC X(9) OCCURS 7 TIMES.

      *Horario por dia de la semana; sin registro en HORARIO.PRM el
      *dia se considera abierto todo el dia, como en la puerta.
       01 WS-HORARIO-TABLA.
           05 WS-HORARIO-DIA OCCURS 7 TIMES.
               10 WS-HORA-ABRE     PIC 9(4).
               10 WS-HORA-CIERRA   PIC 9(4).
       01 WS-DIA-IDX            PIC 9(2).

      *Llegadas historicas (personas) por dia de semana y hora 00-23
      *(subindice hora + 1), y cuantos dias de cada tipo se leyeron.
       01 WS-HISTORIA-TABLA.
           05 WS-HIST-DIA OCCURS 7 TIMES.
               10 WS-HIST-DIAS-LEIDOS PIC 9(3).
               10 WS-HIST-LLEGADAS    PIC 9(6) OCCURS 24 TIMES.
      *Personas reservadas por dia del pronostico (1 = manana) y hora.
       01 WS-RESERVADO-TABLA.
           05 WS-RSV-DIA OCCURS 7 TIMES.
               10 WS-RSV-PERSONAS-HORA PIC 9(5) OCCURS 24 TIMES.
       01 WS-HORA-IDX           PIC 9(2).
       01 WS-HORA-LOG           PIC 9(2).
       01 WS-VENT-IDX           PIC 9(2).
       01 WS-VENT-DESDE         PIC 9(2).
       01 WS-DIA-SEMANA         PIC 9(1).
       01 WS-DIA-PRONOS         PIC 9(2).
       01 WS-DIAS-ADELANTE      PIC S9(6).
       01 WS-FECHA-PRONOS       PIC 9(8).
       01 WS-PERSONAS-LOG       PIC 9(3).

      *Estadia promedio del historico de visitas; sin historia se
      *supone una hora.
       01 WS-VISITAS-TOTAL      PIC 9(9) VALUE 0.
       01 WS-MINUTOS-TOTAL      PIC 9(11) VALUE 0.
       01 WS-ESTADIA-PROM       PIC 9(5) VALUE 60.
       01 WS-HORAS-ESTADIA      PIC 9(2) VALUE 1.

       01 WS-LLEGADAS-HORA      PIC 9(6).
       01 WS-HISTORICO          PIC 9(6).
       01 WS-RESERVADO          PIC 9(6).
       01 WS-ESPERADO           PIC 9(6).
       01 WS-HORA-ABRE-HH       PIC 9(2).
       01 WS-HORA-CIERRA-HH     PIC 9(2).
       01 WS-MARCA-AFORO        PIC X(14).
       01 WS-BITACORAS-LEIDAS   PIC 9(2) VALUE 0.
       01 WS-HORAS-LLENAS       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           INITIALIZE WS-HISTORIA-TABLA WS-RESERVADO-TABLA.
           PERFORM LEER-RETENCION.
           PERFORM LEER-AFORO.
           PERFORM LEER-HORARIO.
           PERFORM LEER-BITACORA
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GENERACIONES.
      *    Sin ninguna generacion el pronostico solo lleva las
      *    reservas: se entrega igual, pero la corrida termina en
      *    aviso para que no pase por uno completo.
           IF WS-BITACORAS-LEIDAS = 0
               DISPLAY "AFORO-FORECAST: NINGUNA BITACORA ARCHIVADA "
                   "LEIDA, PRONOSTICO SIN HISTORIA."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           PERFORM LEER-ESTADIA-PROMEDIO.
           PERFORM LEER-RESERVAS.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM PRONOSTICAR-DIA
               VARYING WS-DIA-PRONOS FROM 1 BY 1
               UNTIL WS-DIA-PRONOS > 7.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY "AFORO-FORECAST: BITACORAS LEIDAS "
               WS-BITACORAS-LEIDAS
               "  HORAS EN AFORO COMPLETO: " WS-HORAS-LLENAS.
           MOVE "AFOROPRO.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-RETENCION.
           OPEN INPUT RETENTION-PARM-FILE
           IF WS-RETEN-STATUS = "00"
               READ RETENTION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-GENERACIONES IS NUMERIC AND
                          PARM-GENERACIONES > 0
                           MOVE PARM-GENERACIONES TO WS-GENERACIONES
                       END-IF
               END-READ
               CLOSE RETENTION-PARM-FILE
           END-IF.

       LEER-AFORO.
           OPEN INPUT AGE-PARM-FILE
           IF WS-AGEPRM-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-AFORO-MAXIMO IS NUMERIC AND
                          PARM-AFORO-MAXIMO > 0
                           MOVE PARM-AFORO-MAXIMO TO WS-AFORO-MAXIMO
                       END-IF
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.

       LEER-HORARIO.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1 UNTIL WS-DIA-IDX > 7
               MOVE 0 TO WS-HORA-ABRE(WS-DIA-IDX)
               MOVE 2359 TO WS-HORA-CIERRA(WS-DIA-IDX)
           END-PERFORM
           OPEN INPUT SCHEDULE-FILE
           IF WS-HORARIO-STATUS = "00"
               PERFORM UNTIL EOF-HORARIO
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HORARIO
                       NOT AT END
                           IF PARM-DIA-SEMANA >= 1 AND
                              PARM-DIA-SEMANA <= 7 AND
                              PARM-HORA-ABRE IS NUMERIC AND
                              PARM-HORA-CIERRA IS NUMERIC
                               MOVE PARM-HORA-ABRE TO
                                   WS-HORA-ABRE(PARM-DIA-SEMANA)
                               MOVE PARM-HORA-CIERRA TO
                                   WS-HORA-CIERRA(PARM-DIA-SEMANA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

      * El paso corre justo despues de LOG-ARCHIVE, asi que .G1 es
      * el dia que se acaba de cerrar (hoy) y .Gk el de hace k-1
      * dias; la bitacora viva ya quedo vacia con la rotacion y no
      * aporta nada.
       LEER-BITACORA.
           MOVE SPACES TO WS-NOMBRE-LOG
           STRING "VISITOR.LOG.G" WS-GEN-IDX(2:1)
               DELIMITED BY SIZE INTO WS-NOMBRE-LOG
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-HOY - (WS-GEN-IDX - 1) - 1, 7)
               + 1
           OPEN INPUT VISITOR-LOG
           IF WS-VISITOR-STATUS = "00"
               ADD 1 TO WS-BITACORAS-LEIDAS
               ADD 1 TO WS-HIST-DIAS-LEIDOS(WS-DIA-SEMANA)
               MOVE "N" TO WS-EOF-LOG
               PERFORM UNTIL WS-EOF-LOG = "Y"
                   READ VISITOR-LOG
                       AT END
                           MOVE "Y" TO WS-EOF-LOG
                       NOT AT END
                           IF VIS-RESULTADO = "ADMITIDO" AND
                              VIS-HORA-LLEGADA IS NUMERIC
                               PERFORM ACUMULAR-LLEGADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG
           END-IF.

      * Un registro sin personas es anterior a los grupos: una persona.
       ACUMULAR-LLEGADA.
           MOVE VIS-HORA-LLEGADA(1:2) TO WS-HORA-LOG
           IF VIS-PERSONAS IS NUMERIC AND VIS-PERSONAS > 0
               MOVE VIS-PERSONAS TO WS-PERSONAS-LOG
           ELSE
               MOVE 1 TO WS-PERSONAS-LOG
           END-IF
           IF WS-HORA-LOG < 24
               ADD WS-PERSONAS-LOG TO
                   WS-HIST-LLEGADAS(WS-DIA-SEMANA, WS-HORA-LOG + 1)
           END-IF.

       LEER-ESTADIA-PROMEDIO.
           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HISTORIA
                   READ HISTORY-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-HISTORIA
                       NOT AT END
                           ADD VH-VISITAS TO WS-VISITAS-TOTAL
                           ADD VH-MINUTOS-TOTAL TO WS-MINUTOS-TOTAL
                   END-READ
               END-PERFORM
               CLOSE HISTORY-MASTER
           END-IF
           IF WS-VISITAS-TOTAL > 0
               COMPUTE WS-ESTADIA-PROM ROUNDED =
                   WS-MINUTOS-TOTAL / WS-VISITAS-TOTAL
           END-IF
      *    Quien llega en una hora cuenta adentro esa hora y las que
      *    cubra su estadia promedio.
           COMPUTE WS-HORAS-ESTADIA = (WS-ESTADIA-PROM + 59) / 60
           IF WS-HORAS-ESTADIA < 1
               MOVE 1 TO WS-HORAS-ESTADIA
           END-IF
           IF WS-HORAS-ESTADIA > 24
               MOVE 24 TO WS-HORAS-ESTADIA
           END-IF.

      * Solo las reservas pendientes de los proximos siete dias; el
      * grupo se cuenta desde la hora de inicio de su ventana.
       LEER-RESERVAS.
           OPEN INPUT RESERVATION-FILE
           IF WS-RESERVA-STATUS = "00"
               PERFORM UNTIL EOF-RESERVAS
                   READ RESERVATION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RESERVAS
                       NOT AT END
                           IF RSV-PENDIENTE AND
                              RSV-FECHA IS NUMERIC AND
                              RSV-FECHA > WS-FECHA-HOY
                               PERFORM ANOTAR-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF.

       ANOTAR-RESERVA.
           COMPUTE WS-DIAS-ADELANTE =
               FUNCTION INTEGER-OF-DATE(RSV-FECHA) - WS-DIAS-HOY
           MOVE RSV-HORA-DESDE(1:2) TO WS-HORA-LOG
           IF WS-DIAS-ADELANTE >= 1 AND WS-DIAS-ADELANTE <= 7 AND
              WS-HORA-LOG < 24
               ADD RSV-PERSONAS TO
                   WS-RSV-PERSONAS-HORA(WS-DIAS-ADELANTE,
                       WS-HORA-LOG + 1)
           END-IF.

       PRONOSTICAR-DIA.
           COMPUTE WS-FECHA-PRONOS = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOY + WS-DIA-PRONOS)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-HOY + WS-DIA-PRONOS - 1, 7) + 1
           MOVE WS-HORA-ABRE(WS-DIA-SEMANA)(1:2) TO WS-HORA-ABRE-HH
           MOVE WS-HORA-CIERRA(WS-DIA-SEMANA)(1:2) TO WS-HORA-CIERRA-HH
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-FECHA-PRONOS " " WS-NOMBRE-DIA(WS-DIA-SEMANA)
               " HORARIO " WS-HORA-ABRE(WS-DIA-SEMANA) "-"
               WS-HORA-CIERRA(WS-DIA-SEMANA)
               "  DIAS DE HISTORIA: "
               WS-HIST-DIAS-LEIDOS(WS-DIA-SEMANA)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  HORA  HISTORICO  RESERVADO  ESPERADO  AFORO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRONOSTICAR-HORA
               VARYING WS-HORA-IDX FROM WS-HORA-ABRE-HH BY 1
               UNTIL WS-HORA-IDX > WS-HORA-CIERRA-HH
                  OR WS-HORA-IDX > 23.

      * Esperado = personas que llegaron (promedio historico mas
      * reservas) en esta hora y en las anteriores que su estadia
      * todavia cubre.
       PRONOSTICAR-HORA.
           MOVE 0 TO WS-HISTORICO
           MOVE 0 TO WS-RESERVADO
           IF WS-HORA-IDX + 1 > WS-HORAS-ESTADIA
               COMPUTE WS-VENT-DESDE =
                   WS-HORA-IDX + 1 - WS-HORAS-ESTADIA
           ELSE
               MOVE 0 TO WS-VENT-DESDE
           END-IF
           PERFORM VARYING WS-VENT-IDX FROM WS-VENT-DESDE BY 1
                   UNTIL WS-VENT-IDX > WS-HORA-IDX
               IF WS-HIST-DIAS-LEIDOS(WS-DIA-SEMANA) > 0
                   COMPUTE WS-LLEGADAS-HORA ROUNDED =
                       WS-HIST-LLEGADAS(WS-DIA-SEMANA, WS-VENT-IDX + 1)
                       / WS-HIST-DIAS-LEIDOS(WS-DIA-SEMANA)
                   ADD WS-LLEGADAS-HORA TO WS-HISTORICO
               END-IF
               ADD WS-RSV-PERSONAS-HORA(WS-DIA-PRONOS, WS-VENT-IDX + 1)
                   TO WS-RESERVADO
           END-PERFORM
           COMPUTE WS-ESPERADO = WS-HISTORICO + WS-RESERVADO
           MOVE SPACES TO WS-MARCA-AFORO
           IF WS-ESPERADO >= WS-AFORO-MAXIMO
               MOVE "AFORO COMPLETO" TO WS-MARCA-AFORO
               ADD 1 TO WS-HORAS-LLENAS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-HORA-IDX "    " WS-HISTORICO "     "
               WS-RESERVADO "     " WS-ESPERADO "    "
               WS-AFORO-MAXIMO " " WS-MARCA-AFORO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE
           STRING "PRONOSTICO DE OCUPACION - FECHA: " WS-FECHA-HOY
               "  AFORO: " WS-AFORO-MAXIMO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BITACORAS LEIDAS: " WS-BITACORAS-LEIDAS
               "  ESTADIA PROMEDIO: " WS-ESTADIA-PROM " MIN"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "HORAS PROYECTADAS EN AFORO COMPLETO: "
               WS-HORAS-LLENAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "AFORO-FORECAST" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "PRONOSTICO BITACORAS=" WS-BITACORAS-LEIDAS
               " HORAS LLENAS=" WS-HORAS-LLENAS
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

       END PROGRAM AFORO-FORECAST.
