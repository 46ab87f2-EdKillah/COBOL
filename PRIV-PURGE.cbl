      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention purge of the personal data of dormant
      *          visitors. An ID is dormant when its last activity
      *          (latest VH-ULTIMA-FECHA in VISITHIS.DAT, the pass
      *          expiry VM-FECHA-VENCE and the enrollment date) is
      *          older than the years set in PRIVACIDAD.PRM (default
      *          5). Its VM-NOMBRE is masked, VM-FECHA-NACIMIENTO
      *          keeps only the year (age-band statistics), the visit
      *          counts in VISITHIS.DAT stay as they are, and the ID
      *          moves to status X (anonimizado), which the gate
      *          treats as not registered. Every anonymization leaves
      *          a VISJRNL.DAT record (accion P) whose before image
      *          does not repeat the erased data. IDs with a pending
      *          reservation or an open incident are skipped. The
      *          certificate PRIVACID.RPT lists what was purged and
      *          what was skipped, for the privacy officer's sign-off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIV-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VISITOR-MASTER-SEL.
           SELECT HISTORY-MASTER ASSIGN TO "VISITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           COPY RESERVA-SEL.
           COPY INCIDENTE-SEL.
           COPY VISJRNL-SEL.
           SELECT PRIVACY-PARM-FILE ASSIGN TO "PRIVACIDAD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "PRIVACID.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VISITOR-MASTER-FD.

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
       COPY INCIDENTE-FD.
       COPY VISJRNL-FD.

       FD  PRIVACY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIVACY-PARM-RECORD.
           05 PARM-ANIOS-INACTIVO  PIC 9(2).

       FD  CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-RESERVA-STATUS     PIC XX.
       01 WS-INCIDEN-STATUS     PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAA        PIC 9(4).
           05 WS-HOY-MMDD        PIC 9(4).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-ANIOS-INACTIVO     PIC 9(2) VALUE 5.
       01 WS-FECHA-CORTE        PIC 9(8).
       01 WS-EOF-ARCHIVO        PIC X.
           88 EOF-ARCHIVO       VALUE "Y".
       01 WS-HIST-ABIERTO       PIC X VALUE "N".

      *IDs que no se tocan: reserva pendiente o incidente abierto.
       01 WS-RETENIDOS-COUNT    PIC 9(3) VALUE 0.
       01 WS-RETENIDOS-TABLA.
           05 WS-RETENIDO-ENTRY OCCURS 500 TIMES.
               10 WS-RET-ID        PIC 9(8).
               10 WS-RET-MOTIVO    PIC X(20).
       01 WS-RET-IDX            PIC 9(3).
       01 WS-CAND-ID            PIC 9(8).
       01 WS-CAND-MOTIVO        PIC X(20).
       01 WS-RET-HALLADO        PIC 9(3).
       01 WS-RETENIDOS-DESBORDE PIC X VALUE "N".
           88 RETENIDOS-DESBORDADOS VALUE "S".

       01 WS-ULTIMA-VISITA      PIC 9(8).
       01 WS-ULTIMA-ACTIVIDAD   PIC 9(8).
       01 WS-ANIO-NACIMIENTO    PIC 9(4).

       01 WS-IMAGEN-ANTES.
           05 WS-ANT-NOMBRE     PIC A(10).
           05 WS-ANT-FECHA-NAC  PIC 9(8).
           05 WS-ANT-ESTADO     PIC X.
           05 WS-ANT-TIPO-PASE  PIC X.
           05 WS-ANT-VENCE      PIC 9(8).

       01 WS-LEIDOS             PIC 9(6) VALUE 0.
       01 WS-ANONIMIZADOS       PIC 9(6) VALUE 0.
       01 WS-OMITIDOS           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           COMPUTE WS-FECHA-CORTE =
               (WS-HOY-AAAA - WS-ANIOS-INACTIVO) * 10000 + WS-HOY-MMDD.
           PERFORM CARGAR-RESERVAS-ABIERTAS.
           PERFORM CARGAR-INCIDENTES-ABIERTOS.
      *    Con la tabla de retenidos llena no se puede asegurar que
      *    un ID con reserva o incidente quede fuera: no se purga.
           IF RETENIDOS-DESBORDADOS
               DISPLAY "PRIV-PURGE: MAS DE 500 IDS CON RESERVA O "
                   "INCIDENTE ABIERTO; NO SE ANONIMIZA NADA."
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM PURGAR-MAESTRO
           END-IF.
           DISPLAY "PRIV-PURGE: LEIDOS=" WS-LEIDOS
               " ANONIMIZADOS=" WS-ANONIMIZADOS
               " OMITIDOS=" WS-OMITIDOS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PRIVACY-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT PRIVACY-PARM-FILE
               CLOSE PRIVACY-PARM-FILE
               OPEN INPUT PRIVACY-PARM-FILE
           END-IF
           READ PRIVACY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-ANIOS-INACTIVO IS NUMERIC AND
                      PARM-ANIOS-INACTIVO > 0
                       MOVE PARM-ANIOS-INACTIVO TO WS-ANIOS-INACTIVO
                   END-IF
           END-READ
           CLOSE PRIVACY-PARM-FILE.

       CARGAR-RESERVAS-ABIERTAS.
           OPEN INPUT RESERVATION-FILE
           IF WS-RESERVA-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ RESERVATION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF RSV-PENDIENTE
                               MOVE RSV-ID-VISITANTE TO WS-CAND-ID
                               MOVE "RESERVA PENDIENTE" TO
                                   WS-CAND-MOTIVO
                               PERFORM ANOTAR-RETENIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF.

       CARGAR-INCIDENTES-ABIERTOS.
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDEN-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ INCIDENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF INC-ESTADO = "A"
                               MOVE INC-ID-VISITANTE TO WS-CAND-ID
                               MOVE "INCIDENTE ABIERTO" TO
                                   WS-CAND-MOTIVO
                               PERFORM ANOTAR-RETENIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.


       ANOTAR-RETENIDO.
           MOVE 0 TO WS-RET-HALLADO
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RETENIDOS-COUNT
               IF WS-RET-ID(WS-RET-IDX) = WS-CAND-ID
                   MOVE WS-RET-IDX TO WS-RET-HALLADO
               END-IF
           END-PERFORM
           IF WS-RET-HALLADO = 0
               IF WS-RETENIDOS-COUNT < 500
                   ADD 1 TO WS-RETENIDOS-COUNT
                   MOVE WS-CAND-ID TO WS-RET-ID(WS-RETENIDOS-COUNT)
                   MOVE WS-CAND-MOTIVO TO
                       WS-RET-MOTIVO(WS-RETENIDOS-COUNT)
               ELSE
                   MOVE "S" TO WS-RETENIDOS-DESBORDE
               END-IF
           END-IF.

      * Recorre el maestro completo bajo el candado VISMAST: la
      * purga reescribe registros que VISITOR-MAINT y la
      * suspension por incidente tambien modifican.
       PURGAR-MAESTRO.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "PRIV-PURGE" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "PRIV-PURGE" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO VISMAST, SIN PURGA"
                   TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               OPEN I-O VISITOR-MASTER
               IF WS-VISMAST-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "PRIV-PURGE" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                       WS-VISMAST-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   PERFORM ABRIR-AUXILIARES
                   MOVE "N" TO WS-EOF-ARCHIVO
                   PERFORM UNTIL EOF-ARCHIVO
                       READ VISITOR-MASTER NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-ARCHIVO
                           NOT AT END
                               ADD 1 TO WS-LEIDOS
                               PERFORM EVALUAR-VISITANTE
                       END-READ
                   END-PERFORM
                   CLOSE VISITOR-MASTER
                   PERFORM CERRAR-AUXILIARES
               END-IF
               MOVE "VISMAST" TO LCK-RECURSO
               MOVE "L" TO LCK-ACCION
               MOVE "PRIV-PURGE" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
           END-IF.

       ABRIR-AUXILIARES.
           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-HIST-ABIERTO
           END-IF
           OPEN EXTEND VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "35"
               OPEN OUTPUT VISITOR-JOURNAL-FILE
               CLOSE VISITOR-JOURNAL-FILE
               OPEN EXTEND VISITOR-JOURNAL-FILE
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES - "
               "FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CRITERIO: SIN ACTIVIDAD DESDE " WS-FECHA-CORTE
               " (" WS-ANIOS-INACTIVO " ANIOS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID       PASE ALTA     ULT.VISITA VENCE    RESULTADO"
               TO REPORT-LINE
           WRITE REPORT-LINE.

      * El certificado no repite nombres ni fechas de nacimiento:
      * el ID alcanza para que el oficial responda una consulta.
       CERRAR-AUXILIARES.
           IF WS-HIST-ABIERTO = "S"
               CLOSE HISTORY-MASTER
               MOVE "N" TO WS-HIST-ABIERTO
           END-IF
           CLOSE VISITOR-JOURNAL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS LEIDOS: " WS-LEIDOS
               "  ANONIMIZADOS: " WS-ANONIMIZADOS
               "  OMITIDOS: " WS-OMITIDOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONFORME OFICIAL DE PRIVACIDAD: ____________________"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE CERTIFICATE-FILE
           MOVE "PRIVACID.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 365 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.

       EVALUAR-VISITANTE.
           IF NOT VM-ANONIMIZADO
               PERFORM BUSCAR-ULTIMA-VISITA
               MOVE VM-FECHA-ALTA TO WS-ULTIMA-ACTIVIDAD
               IF WS-ULTIMA-VISITA > WS-ULTIMA-ACTIVIDAD
                   MOVE WS-ULTIMA-VISITA TO WS-ULTIMA-ACTIVIDAD
               END-IF
               IF VM-FECHA-VENCE IS NUMERIC AND
                  VM-FECHA-VENCE > WS-ULTIMA-ACTIVIDAD
                   MOVE VM-FECHA-VENCE TO WS-ULTIMA-ACTIVIDAD
               END-IF
               IF WS-ULTIMA-ACTIVIDAD < WS-FECHA-CORTE
                   MOVE VM-ID-VISITANTE TO WS-CAND-ID
                   MOVE 0 TO WS-RET-HALLADO
                   PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                           UNTIL WS-RET-IDX > WS-RETENIDOS-COUNT
                       IF WS-RET-ID(WS-RET-IDX) = WS-CAND-ID
                           MOVE WS-RET-IDX TO WS-RET-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-RET-HALLADO > 0
                       ADD 1 TO WS-OMITIDOS
                       MOVE WS-RET-MOTIVO(WS-RET-HALLADO) TO
                           WS-CAND-MOTIVO
                   ELSE
                       PERFORM ANONIMIZAR-VISITANTE
                       MOVE "ANONIMIZADO" TO WS-CAND-MOTIVO
                   END-IF
                   PERFORM ESCRIBIR-LINEA-CERTIFICADO
               END-IF
           END-IF.

      * Las estadias del ID siguen en VISITHIS.DAT sin cambios; solo
      * se busca la fecha de la ultima visita de todos sus periodos.
       BUSCAR-ULTIMA-VISITA.
           MOVE 0 TO WS-ULTIMA-VISITA
           IF WS-HIST-ABIERTO = "S"
               MOVE VM-ID-VISITANTE TO VH-ID-VISITANTE
               MOVE 0 TO VH-PERIODO
               START HISTORY-MASTER KEY >= VH-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-HIST-STATUS
               END-START
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HISTORY-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF VH-ID-VISITANTE NOT = VM-ID-VISITANTE
                               MOVE "10" TO WS-HIST-STATUS
                           ELSE
                               IF VH-ULTIMA-FECHA >
                                  WS-ULTIMA-VISITA
                                   MOVE VH-ULTIMA-FECHA TO
                                       WS-ULTIMA-VISITA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HIST-STATUS
           END-IF.

      * La imagen ANTES del journal no repite el nombre ni la fecha
      * completa: lleva lo mismo que queda en el maestro, y el estado
      * anterior para que se vea de donde salio el ID.
       ANONIMIZAR-VISITANTE.
           MOVE VM-ESTADO TO WS-ANT-ESTADO
           MOVE VM-TIPO-PASE TO WS-ANT-TIPO-PASE
           MOVE VM-FECHA-VENCE TO WS-ANT-VENCE
           MOVE 0 TO WS-ANIO-NACIMIENTO
           IF VM-FECHA-NACIMIENTO IS NUMERIC
               MOVE VM-FECHA-NACIMIENTO(1:4) TO WS-ANIO-NACIMIENTO
           END-IF
           MOVE "ANONIMO" TO VM-NOMBRE
           COMPUTE VM-FECHA-NACIMIENTO = WS-ANIO-NACIMIENTO * 10000
           MOVE "X" TO VM-ESTADO
           REWRITE VISITOR-MASTER-RECORD
           IF WS-VISMAST-STATUS = "00"
               ADD 1 TO WS-ANONIMIZADOS
               MOVE VM-NOMBRE TO WS-ANT-NOMBRE
               MOVE VM-FECHA-NACIMIENTO TO WS-ANT-FECHA-NAC
               PERFORM ANOTAR-JOURNAL
           END-IF.

       ANOTAR-JOURNAL.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES TO VISITOR-JOURNAL-RECORD
           STRING WS-FECHA-HOY "-" WS-HORA-AHORA
               DELIMITED BY SIZE INTO VJ-FECHA-HORA
           MOVE WS-OPERADOR-SESION TO VJ-OPERADOR
           MOVE "P" TO VJ-ACCION
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
           WRITE VISITOR-JOURNAL-RECORD.

       ESCRIBIR-LINEA-CERTIFICADO.
           MOVE SPACES TO REPORT-LINE
           STRING VM-ID-VISITANTE " " VM-TIPO-PASE "    "
               VM-FECHA-ALTA " " WS-ULTIMA-VISITA "   "
               VM-FECHA-VENCE " " WS-CAND-MOTIVO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "PRIV-PURGE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "PURGA PRIVACIDAD ANONIMIZADOS=" WS-ANONIMIZADOS
               " OMITIDOS=" WS-OMITIDOS
               " ANIOS=" WS-ANIOS-INACTIVO
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

       END PROGRAM PRIV-PURGE.
