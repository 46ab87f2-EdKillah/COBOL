      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time forward recovery of the visitor master.
      *          Restores VISMAST.DAT from a FILE-UNLOAD backup (same
      *          version and control-total checks as FILE-RELOAD) and
      *          then replays the VISJRNL.DAT after-images written
      *          since that backup, up to the date and time the
      *          operator chooses. Each journal record's before-image
      *          must match the restored record or the replay stops
      *          there, so a gap or an unjournaled change is reported
      *          instead of being papered over. RECUPERA.RPT lists the
      *          counts applied and skipped and the recovery point
      *          actually reached.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-RECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VISITOR-MASTER-SEL.
           COPY VISJRNL-SEL.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECUPERA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VISITOR-MASTER-FD.
       COPY VISJRNL-FD.

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD.
           05 BKP-TIPO             PIC X.
               88 BKP-ES-HEADER    VALUE "H".
               88 BKP-ES-DETALLE   VALUE "D".
               88 BKP-ES-TRAILER   VALUE "T".
           05 BKP-DATOS            PIC X(60).
           05 BKP-CONTROL REDEFINES BKP-DATOS.
               10 BKP-TOTAL-REGISTROS PIC 9(8).
               10 BKP-HASH-TOTAL      PIC 9(12).
               10 FILLER              PIC X(40).
           05 BKP-HEADER REDEFINES BKP-DATOS.
               10 BKH-FECHA           PIC X(8).
               10 FILLER              PIC X.
               10 BKH-ARCHIVO         PIC X.
               10 FILLER              PIC X.
               10 BKH-LONGITUD        PIC X(3).
               10 FILLER              PIC X.
               10 BKH-HORA            PIC X(8).
               10 FILLER              PIC X(37).

       FD  RECOVERY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-BACKUP-STATUS      PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-RESPALDO     PIC 9(8).
       01 WS-NOMBRE-RESPALDO    PIC X(30).
       01 WS-FECHA-RECUPERA     PIC X(8).
       01 WS-HORA-RECUPERA      PIC X(4).
       01 WS-CONFIRMA           PIC X VALUE "N".
           88 CONFIRMADO        VALUES "S" "s".

      *    Los sellos se comparan como texto con el formato de
      *    VJ-FECHA-HORA (AAAAMMDD-HHMMSScc).
       01 WS-SELLO-RESPALDO     PIC X(17).
       01 WS-SELLO-OBJETIVO     PIC X(17).
       01 WS-SELLO-ALCANZADO    PIC X(17) VALUE SPACES.
       01 WS-HORA-DESCONOCIDA   PIC X VALUE "N".

       01 WS-PARAMETROS-OK      PIC X VALUE "N".
       01 WS-LOCK-OK            PIC X VALUE "N".
       01 WS-VERSION-OK         PIC X VALUE "N".
       01 WS-CARGA-OK           PIC X VALUE "S".
       01 WS-RESTAURADO         PIC X VALUE "N".
       01 WS-SIN-JOURNAL        PIC X VALUE "N".
       01 WS-REPLAY-DETENIDO    PIC X VALUE "N".
       01 WS-OBJETIVO-ALCANZADO PIC X VALUE "N".
       01 WS-EXISTE             PIC X VALUE "N".
       01 WS-IMAGEN-OK          PIC X VALUE "N".
       01 WS-MOTIVO-DETENCION   PIC X(45) VALUE SPACES.
       01 WS-FIN-RESTO          PIC X VALUE "N".
      *    Detalle del registro que detuvo el replay, armado antes de
      *    seguir leyendo el journal (que pisa el area del registro).
       01 WS-DETENCION.
           05 WS-DET-LINEA      PIC X(100) OCCURS 4 TIMES.
       01 WS-DET-IDX            PIC 9(2).

       01 WS-EOF-RESPALDO       PIC X VALUE "N".
           88 EOF-RESPALDO      VALUE "Y".
       01 WS-EOF-JOURNAL        PIC X VALUE "N".
           88 EOF-JOURNAL       VALUE "Y".
       01 WS-CARGADOS           PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL         PIC 9(12) VALUE 0.
       01 WS-TOTAL-ESPERADO     PIC 9(8) VALUE 0.
       01 WS-HASH-ESPERADO      PIC 9(12) VALUE 0.
       01 WS-TIENE-TRAILER      PIC X VALUE "N".
       01 WS-LONGITUD-ESPERADA  PIC 9(3).

       01 WS-CONTADORES.
           05 WS-LEIDOS          PIC 9(6) VALUE 0.
           05 WS-APLICADOS       PIC 9(6) VALUE 0.
           05 WS-APL-ALTAS       PIC 9(6) VALUE 0.
           05 WS-APL-MODIF       PIC 9(6) VALUE 0.
           05 WS-APL-ESTADO      PIC 9(6) VALUE 0.
           05 WS-APL-RENOV       PIC 9(6) VALUE 0.
           05 WS-APL-ANONIM      PIC 9(6) VALUE 0.
           05 WS-APL-FUSION      PIC 9(6) VALUE 0.
           05 WS-OMIT-PREVIOS    PIC 9(6) VALUE 0.
           05 WS-OMIT-EN-RESP    PIC 9(6) VALUE 0.
           05 WS-OMIT-POSTERIOR  PIC 9(6) VALUE 0.
           05 WS-NO-LEIDOS       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-PARAMETROS.
           IF WS-PARAMETROS-OK = "S"
               PERFORM TOMAR-LOCK-MAESTRO
           END-IF.
           IF WS-LOCK-OK = "S"
               PERFORM RESTAURAR-RESPALDO
               IF WS-RESTAURADO = "S"
                   PERFORM REPLICAR-JOURNAL
               END-IF
               PERFORM LIBERAR-LOCK-MAESTRO
               PERFORM ESCRIBIR-REPORTE
               DISPLAY "FILE-RECOVER: APLICADOS=" WS-APLICADOS
                   " PUNTO ALCANZADO=" WS-SELLO-ALCANZADO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Respaldo, fecha y hora del punto de recuperacion y una
      * confirmacion: la restauracion pisa el maestro vivo, asi que
      * una respuesta distinta de S no toca nada.
       PEDIR-PARAMETROS.
           MOVE 1704 TO MSJ-NUMERO
           MOVE "FILE-RECOVER: fecha del respaldo (AAAAMMDD): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-FECHA-RESPALDO.
           MOVE 1705 TO MSJ-NUMERO
           MOVE "Recuperar hasta la fecha (AAAAMMDD): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-FECHA-RECUPERA.
           MOVE 1706 TO MSJ-NUMERO
           MOVE "Recuperar hasta la hora (HHMM): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-HORA-RECUPERA.
           IF WS-FECHA-RECUPERA IS NOT NUMERIC OR
              WS-HORA-RECUPERA IS NOT NUMERIC OR
              WS-HORA-RECUPERA(1:2) > "23" OR
              WS-HORA-RECUPERA(3:2) > "59"
               DISPLAY "FILE-RECOVER: FECHA U HORA DE RECUPERACION "
                   "INVALIDA, NO SE RESTAURA NADA"
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE SPACES TO WS-SELLO-OBJETIVO
               STRING WS-FECHA-RECUPERA "-" WS-HORA-RECUPERA "5999"
                   DELIMITED BY SIZE INTO WS-SELLO-OBJETIVO
               MOVE 1707 TO MSJ-NUMERO
               MOVE SPACES TO MSJ-TEXTO
               STRING "Se reemplaza VISMAST.DAT. Confirma (S/N)? "
                   DELIMITED BY SIZE INTO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO
                   MOVE "S" TO WS-PARAMETROS-OK
               ELSE
                   DISPLAY "FILE-RECOVER: CANCELADO POR EL OPERADOR"
               END-IF
           END-IF.

      * A diferencia de FILE-RELOAD, sin candado no se sigue: la
      * recuperacion se hace sobre un maestro quieto o no se hace,
      * porque un alta del mostrador en medio del replay no estaria
      * en el journal leido ni en el respaldo.
       TOMAR-LOCK-MAESTRO.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "FILE-RECOVER" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "FILE-RECOVER" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO, NO SE RECUPERA"
                   TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-LOCK-OK
           END-IF.

       LIBERAR-LOCK-MAESTRO.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "FILE-RECOVER" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

      * Misma restauracion que FILE-RELOAD: version del trazado antes
      * del OPEN OUTPUT destructivo y conteo/hash contra el trailer
      * despues; con controles que no coinciden no se aplica el
      * journal sobre una base que ya no es la del respaldo.
       RESTAURAR-RESPALDO.
           MOVE SPACES TO WS-NOMBRE-RESPALDO
           STRING "VISMAST." WS-FECHA-RESPALDO ".BKP"
               DELIMITED BY SIZE INTO WS-NOMBRE-RESPALDO
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "FILE-RECOVER" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO EXISTE EL RESPALDO " WS-NOMBRE-RESPALDO
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM VERIFICAR-VERSION-RESPALDO
               IF WS-VERSION-OK = "S"
                   OPEN OUTPUT VISITOR-MASTER
                   PERFORM CARGAR-RESPALDO
                   CLOSE VISITOR-MASTER
                   PERFORM VERIFICAR-CONTROLES
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

      * Ademas de la version, el header da el instante del respaldo.
      * Un respaldo anterior al sello de hora no la trae: se toma el
      * comienzo de su dia y, para las acciones de ese mismo dia, lo
      * que el respaldo ya refleja se reconoce por la imagen despues.
       VERIFICAR-VERSION-RESPALDO.
           MOVE "N" TO WS-VERSION-OK
           MOVE LENGTH OF VISITOR-MASTER-RECORD TO WS-LONGITUD-ESPERADA
           READ BACKUP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BKP-ES-HEADER AND
                      BKH-LONGITUD IS NUMERIC AND
                      BKH-LONGITUD = WS-LONGITUD-ESPERADA
                       MOVE "S" TO WS-VERSION-OK
                       MOVE SPACES TO WS-SELLO-RESPALDO
                       IF BKH-HORA IS NUMERIC
                           STRING BKH-FECHA "-" BKH-HORA
                               DELIMITED BY SIZE INTO WS-SELLO-RESPALDO
                       ELSE
                           MOVE "S" TO WS-HORA-DESCONOCIDA
                           STRING BKH-FECHA "-00000000"
                               DELIMITED BY SIZE INTO WS-SELLO-RESPALDO
                       END-IF
                   END-IF
           END-READ
           IF WS-VERSION-OK NOT = "S"
               MOVE 4013 TO ERR-CODIGO
               MOVE "FILE-RECOVER" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "RESPALDO DE TRAZADO DISTINTO O SIN VERSION, "
                   "SE ESPERA LONGITUD " WS-LONGITUD-ESPERADA
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       CARGAR-RESPALDO.
           PERFORM UNTIL EOF-RESPALDO
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RESPALDO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKP-ES-DETALLE
                               MOVE BKP-DATOS TO VISITOR-MASTER-RECORD
                               WRITE VISITOR-MASTER-RECORD
                                   INVALID KEY
                                       MOVE "N" TO WS-CARGA-OK
                               END-WRITE
                               ADD VM-ID-VISITANTE TO WS-HASH-TOTAL
                               ADD 1 TO WS-CARGADOS
                           WHEN BKP-ES-TRAILER
                               MOVE "S" TO WS-TIENE-TRAILER
                               MOVE BKP-TOTAL-REGISTROS TO
                                   WS-TOTAL-ESPERADO
                               MOVE BKP-HASH-TOTAL TO
                                   WS-HASH-ESPERADO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       VERIFICAR-CONTROLES.
           IF WS-TIENE-TRAILER = "N" OR
              WS-CARGADOS NOT = WS-TOTAL-ESPERADO OR
              WS-HASH-TOTAL NOT = WS-HASH-ESPERADO
               MOVE "N" TO WS-CARGA-OK
           END-IF
           IF WS-CARGA-OK = "S"
               MOVE "S" TO WS-RESTAURADO
               MOVE WS-SELLO-RESPALDO TO WS-SELLO-ALCANZADO
           ELSE
               MOVE 4006 TO ERR-CODIGO
               MOVE "FILE-RECOVER" TO ERR-PROGRAMA
               MOVE "CONTROLES DE RESTAURACION NO COINCIDEN"
                   TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * El journal es acumulativo y cronologico: lo anterior al
      * respaldo ya esta en el, lo posterior al punto elegido no se
      * aplica, y el primer registro cuya imagen antes no coincide
      * con el maestro detiene el replay (lo que sigue dependeria de
      * un estado que no es el que el journal supone).
       REPLICAR-JOURNAL.
           OPEN INPUT VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS NOT = "00"
               MOVE "S" TO WS-SIN-JOURNAL
               MOVE "Y" TO WS-EOF-JOURNAL
           END-IF
           OPEN I-O VISITOR-MASTER
           PERFORM UNTIL EOF-JOURNAL
               READ VISITOR-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-JOURNAL
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM PROCESAR-JOURNAL
               END-READ
           END-PERFORM
           CLOSE VISITOR-MASTER
           IF WS-SIN-JOURNAL = "N"
               CLOSE VISITOR-JOURNAL-FILE
           END-IF
           IF WS-REPLAY-DETENIDO = "N"
               MOVE "S" TO WS-OBJETIVO-ALCANZADO
           ELSE
               MOVE 4014 TO ERR-CODIGO
               MOVE "FILE-RECOVER" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "REPLAY DETENIDO EN " WS-SELLO-ALCANZADO
                   ", IMAGEN ANTES NO COINCIDE"
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       PROCESAR-JOURNAL.
           EVALUATE TRUE
               WHEN VJ-FECHA-HORA > WS-SELLO-OBJETIVO
                   ADD 1 TO WS-OMIT-POSTERIOR
               WHEN VJ-FECHA-HORA < WS-SELLO-RESPALDO
                   ADD 1 TO WS-OMIT-PREVIOS
               WHEN OTHER
                   PERFORM BUSCAR-VISITANTE
                   IF WS-HORA-DESCONOCIDA = "S" AND
                      VJ-FECHA-HORA(1:8) = WS-SELLO-RESPALDO(1:8)
                       PERFORM COMPARAR-IMAGEN-DESPUES
                   ELSE
                       MOVE "N" TO WS-IMAGEN-OK
                   END-IF
                   IF WS-IMAGEN-OK = "S"
                       ADD 1 TO WS-OMIT-EN-RESP
                   ELSE
                       PERFORM APLICAR-JOURNAL
                   END-IF
           END-EVALUATE.

       BUSCAR-VISITANTE.
           MOVE VJ-ID-VISITANTE TO VM-ID-VISITANTE
           READ VISITOR-MASTER
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ.

      * Solo para un respaldo sin hora: una accion del dia del
      * respaldo cuyo resultado ya esta en el maestro restaurado se
      * tomo antes del respaldo y no se vuelve a aplicar.
       COMPARAR-IMAGEN-DESPUES.
           MOVE "N" TO WS-IMAGEN-OK
           IF WS-EXISTE = "S" AND
              VM-NOMBRE = VJ-DES-NOMBRE AND
              VM-FECHA-NACIMIENTO = VJ-DES-FECHA-NAC AND
              VM-ESTADO = VJ-DES-ESTADO AND
              VM-TIPO-PASE = VJ-DES-TIPO-PASE AND
              VM-FECHA-VENCE = VJ-DES-VENCE
               MOVE "S" TO WS-IMAGEN-OK
           END-IF.

      * La imagen antes de una anonimizacion (P) no repite el nombre
      * ni la fecha de nacimiento borrados: ahi solo se comparan
      * estado, tipo de pase y vencimiento.
       APLICAR-JOURNAL.
           MOVE "N" TO WS-IMAGEN-OK
           EVALUATE VJ-ACCION
               WHEN "A"
                   IF WS-EXISTE = "N"
                       MOVE "S" TO WS-IMAGEN-OK
                   ELSE
                       MOVE "ALTA DE UN ID QUE YA EXISTE"
                           TO WS-MOTIVO-DETENCION
                   END-IF
               WHEN "M" WHEN "S" WHEN "V" WHEN "F"
                   IF WS-EXISTE = "N"
                       MOVE "ID INEXISTENTE EN EL MAESTRO"
                           TO WS-MOTIVO-DETENCION
                   ELSE
                       IF VM-NOMBRE = VJ-ANT-NOMBRE AND
                          VM-FECHA-NACIMIENTO = VJ-ANT-FECHA-NAC AND
                          VM-ESTADO = VJ-ANT-ESTADO AND
                          VM-TIPO-PASE = VJ-ANT-TIPO-PASE AND
                          VM-FECHA-VENCE = VJ-ANT-VENCE
                           MOVE "S" TO WS-IMAGEN-OK
                       ELSE
                           MOVE "IMAGEN ANTES DISTINTA DEL MAESTRO"
                               TO WS-MOTIVO-DETENCION
                       END-IF
                   END-IF
               WHEN "P"
                   IF WS-EXISTE = "N"
                       MOVE "ID INEXISTENTE EN EL MAESTRO"
                           TO WS-MOTIVO-DETENCION
                   ELSE
                       IF VM-ESTADO = VJ-ANT-ESTADO AND
                          VM-TIPO-PASE = VJ-ANT-TIPO-PASE AND
                          VM-FECHA-VENCE = VJ-ANT-VENCE
                           MOVE "S" TO WS-IMAGEN-OK
                       ELSE
                           MOVE "IMAGEN ANTES DISTINTA DEL MAESTRO"
                               TO WS-MOTIVO-DETENCION
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACCION DE JOURNAL DESCONOCIDA"
                       TO WS-MOTIVO-DETENCION
           END-EVALUATE
           IF WS-IMAGEN-OK = "S"
               PERFORM GRABAR-IMAGEN-DESPUES
           ELSE
               PERFORM DETENER-REPLAY
           END-IF.

       GRABAR-IMAGEN-DESPUES.
           MOVE VJ-DES-NOMBRE TO VM-NOMBRE
           MOVE VJ-DES-FECHA-NAC TO VM-FECHA-NACIMIENTO
           MOVE VJ-DES-ESTADO TO VM-ESTADO
           MOVE VJ-DES-TIPO-PASE TO VM-TIPO-PASE
           MOVE VJ-DES-VENCE TO VM-FECHA-VENCE
           IF VJ-ACCION = "A"
               MOVE VJ-ID-VISITANTE TO VM-ID-VISITANTE
               MOVE VJ-FECHA-HORA(1:8) TO VM-FECHA-ALTA
               WRITE VISITOR-MASTER-RECORD
           ELSE
               REWRITE VISITOR-MASTER-RECORD
           END-IF
           IF WS-VISMAST-STATUS NOT = "00"
               MOVE "EL MAESTRO RECHAZO LA GRABACION"
                   TO WS-MOTIVO-DETENCION
               PERFORM DETENER-REPLAY
           ELSE
               MOVE VJ-FECHA-HORA TO WS-SELLO-ALCANZADO
               ADD 1 TO WS-APLICADOS
               EVALUATE VJ-ACCION
                   WHEN "A"
                       ADD 1 TO WS-APL-ALTAS
                   WHEN "M"
                       ADD 1 TO WS-APL-MODIF
                   WHEN "S"
                       ADD 1 TO WS-APL-ESTADO
                   WHEN "V"
                       ADD 1 TO WS-APL-RENOV
                   WHEN "P"
                       ADD 1 TO WS-APL-ANONIM
                   WHEN "F"
                       ADD 1 TO WS-APL-FUSION
               END-EVALUATE
           END-IF.

      * El registro que no coincide queda en el reporte con las dos
      * imagenes y lo que tiene el maestro; lo que resta del journal
      * no se aplica, solo se cuenta.
       DETENER-REPLAY.
           MOVE "S" TO WS-REPLAY-DETENIDO
           MOVE "Y" TO WS-EOF-JOURNAL
           PERFORM ARMAR-DETENCION
           PERFORM UNTIL WS-FIN-RESTO = "Y"
               READ VISITOR-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-FIN-RESTO
                   NOT AT END
                       ADD 1 TO WS-NO-LEIDOS
               END-READ
           END-PERFORM.

       ARMAR-DETENCION.
           MOVE SPACES TO WS-DETENCION
           STRING "  JOURNAL: " VJ-FECHA-HORA " " VJ-OPERADOR
               " ACCION " VJ-ACCION " ID " VJ-ID-VISITANTE
               DELIMITED BY SIZE INTO WS-DET-LINEA(1)
           STRING "  ANTES:   NOMBRE=" VJ-ANT-NOMBRE
               " NAC=" VJ-ANT-FECHA-NAC
               " EST=" VJ-ANT-ESTADO
               " PASE=" VJ-ANT-TIPO-PASE
               " VENCE=" VJ-ANT-VENCE
               DELIMITED BY SIZE INTO WS-DET-LINEA(2)
           STRING "  DESPUES: NOMBRE=" VJ-DES-NOMBRE
               " NAC=" VJ-DES-FECHA-NAC
               " EST=" VJ-DES-ESTADO
               " PASE=" VJ-DES-TIPO-PASE
               " VENCE=" VJ-DES-VENCE
               DELIMITED BY SIZE INTO WS-DET-LINEA(3)
           IF WS-EXISTE = "S"
               STRING "  MAESTRO: NOMBRE=" VM-NOMBRE
                   " NAC=" VM-FECHA-NACIMIENTO
                   " EST=" VM-ESTADO
                   " PASE=" VM-TIPO-PASE
                   " VENCE=" VM-FECHA-VENCE
                   DELIMITED BY SIZE INTO WS-DET-LINEA(4)
           ELSE
               MOVE "  MAESTRO: (ID NO EXISTE)" TO WS-DET-LINEA(4)
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RECUPERACION DE VISMAST.DAT - FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESPALDO:              " WS-NOMBRE-RESPALDO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INSTANTE DEL RESPALDO: " WS-SELLO-RESPALDO
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-HORA-DESCONOCIDA = "S"
               MOVE "(RESPALDO SIN HORA)" TO REPORT-LINE(43:19)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PUNTO SOLICITADO:      " WS-SELLO-OBJETIVO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS RESTAURADOS: " WS-CARGADOS
               "  CONTROLES: " WS-CARGA-OK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESTAURADO = "N"
               MOVE "RESTAURACION FALLIDA: NO SE APLICO EL JOURNAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM ESCRIBIR-CONTADORES
           END-IF
           CLOSE RECOVERY-REPORT-FILE
           MOVE "RECUPERA.RPT" TO SPL-REPORTE
           MOVE "A" TO SPL-DISPOSICION
           MOVE 365 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.

       ESCRIBIR-CONTADORES.
           IF WS-SIN-JOURNAL = "S"
               MOVE "VISJRNL.DAT NO DISPONIBLE: SOLO SE RESTAURO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS DE JOURNAL LEIDOS:     " WS-LEIDOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APLICADOS:                       " WS-APLICADOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ALTAS " WS-APL-ALTAS
               "  MODIF " WS-APL-MODIF
               "  ESTADO " WS-APL-ESTADO
               "  RENOV " WS-APL-RENOV
               "  ANONIM " WS-APL-ANONIM
               "  FUSION " WS-APL-FUSION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OMITIDOS ANTERIORES AL RESPALDO: " WS-OMIT-PREVIOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OMITIDOS YA EN EL RESPALDO:      " WS-OMIT-EN-RESP
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OMITIDOS POSTERIORES AL PUNTO:   " WS-OMIT-POSTERIOR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PUNTO DE RECUPERACION ALCANZADO: " WS-SELLO-ALCANZADO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OBJETIVO-ALCANZADO = "S"
               MOVE "REPLAY COMPLETO HASTA EL PUNTO SOLICITADO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM ESCRIBIR-DETENCION
           END-IF.

       ESCRIBIR-DETENCION.
           MOVE SPACES TO REPORT-LINE
           STRING "REPLAY DETENIDO: " WS-MOTIVO-DETENCION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > 4
               MOVE WS-DET-LINEA(WS-DET-IDX) TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS DE JOURNAL SIN LEER:   " WS-NO-LEIDOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "FILE-RECOVER" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RECUPERACION HASTA " WS-SELLO-OBJETIVO
               " APLICADOS=" WS-APLICADOS
               " ALCANZADO=" WS-SELLO-ALCANZADO
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

       END PROGRAM FILE-RECOVER.
