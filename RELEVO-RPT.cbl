      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily shift handover report (RELEVO.RPT), run in the
      *          job stream before the exceptions digest. Lists the
      *          handover items (RELEVO.DAT, kept by RELEVO-MAINT)
      *          opened and closed since the previous report - the
      *          window is kept in RELEVO.CTL, and the first run
      *          looks back one day - and every item still open past
      *          the aging horizon in RELEVO.PRM (default 2 days) with
      *          its age and whether the next shift acknowledged it.
      *          Next to them it prints the step results of the
      *          latest night in JOBLOG.DAT, so the morning reads the
      *          notes and the run side by side. Ends with condition
      *          code 4 when aged items remain open. Items already
      *          closed and reported are then moved, under the RELEVO
      *          lock, from RELEVO.DAT to the history file RELEVO.HIS,
      *          so RELEVO-MAINT's table holds what is still live;
      *          the highest-numbered item always stays behind so the
      *          numbering carries on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVO-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RELEVO-SEL.
           SELECT RELEVO-CTL-FILE ASSIGN TO "RELEVO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RELEVO-PARM-FILE ASSIGN TO "RELEVO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT RELEVO-REPORT-FILE ASSIGN TO "RELEVO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEVO-HIS-FILE ASSIGN TO "RELEVO.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT RELEVO-WORK-FILE ASSIGN TO "RELEVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RELEVO-FD.

      *Fecha y hora del reporte anterior: el siguiente cubre desde
      *ahi.
       FD  RELEVO-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEVO-CTL-RECORD.
           05 CTL-FECHA            PIC 9(8).
           05 FILLER               PIC X.
           05 CTL-HORA             PIC 9(4).

      *Dias abierto a partir de los cuales un pendiente es viejo.
       FD  RELEVO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEVO-PARM-RECORD.
           05 PARM-DIAS-VIEJO      PIC 9(3).

       FD  JOB-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-LOG-RECORD.
           05 JL-FECHA             PIC 9(8).
           05 FILLER               PIC X.
           05 JL-PASO              PIC X(8).
           05 FILLER               PIC X.
           05 JL-HORA-INICIO       PIC 9(8).
           05 FILLER               PIC X.
           05 JL-HORA-FIN          PIC 9(8).
           05 FILLER               PIC X.
           05 JL-CC                PIC 9(2).
           05 FILLER               PIC X.
           05 JL-ESTADO            PIC X(4).

       FD  RELEVO-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(100).

      *Historia de pendientes cerrados, con la imagen de RELEVO.DAT.
       FD  RELEVO-HIS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEVO-HIS-RECORD       PIC X(228).

       FD  RELEVO-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEVO-WORK-RECORD      PIC X(228).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY ERROR-HANDLING-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-RELEVO-STATUS      PIC XX.
       01 WS-CTL-STATUS         PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-JOBLOG-STATUS      PIC XX.
       01 WS-HIS-STATUS         PIC XX.
       01 WS-TRABAJO-STATUS     PIC XX.
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".
       01 WS-RLV-MAYOR          PIC 9(6) VALUE 0.
       01 WS-ARCHIVADOS         PIC 9(4) VALUE 0.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-COMPLETA      PIC 9(8).
       01 WS-EOF-ACTUAL         PIC X.
       01 WS-DIAS-VIEJO         PIC 9(3) VALUE 2.
       01 WS-DIAS-ABIERTO       PIC S9(7).
       01 WS-DIAS-ED            PIC Z(6)9.

      *Ventana del reporte como AAAAMMDDHHMM: desde el reporte
      *anterior (excluido) hasta ahora (incluido).
       01 WS-DESDE              PIC 9(12) VALUE 0.
       01 WS-DESDE-R REDEFINES WS-DESDE.
           05 WS-DESDE-FECHA    PIC 9(8).
           05 WS-DESDE-HORA     PIC 9(4).
       01 WS-HASTA              PIC 9(12) VALUE 0.
       01 WS-HASTA-R REDEFINES WS-HASTA.
           05 WS-HASTA-FECHA    PIC 9(8).
           05 WS-HASTA-HORA     PIC 9(4).
       01 WS-MOMENTO            PIC 9(12).
       01 WS-MOMENTO-R REDEFINES WS-MOMENTO.
           05 WS-MOMENTO-FECHA  PIC 9(8).
           05 WS-MOMENTO-HORA   PIC 9(4).

       01 WS-ABIERTOS           PIC 9(4) VALUE 0.
       01 WS-CERRADOS           PIC 9(4) VALUE 0.
       01 WS-VIEJOS             PIC 9(4) VALUE 0.
       01 WS-VIEJOS-SIN-ACUSE   PIC 9(4) VALUE 0.
       01 WS-SIGUEN-ABIERTOS    PIC 9(4) VALUE 0.
       01 WS-SECCION            PIC X.
           88 SECCION-ABIERTOS  VALUE "A".
           88 SECCION-CERRADOS  VALUE "C".
           88 SECCION-VIEJOS    VALUE "V".

       01 WS-NOCHE              PIC 9(8) VALUE 0.
       01 WS-PASOS-OK           PIC 9(4) VALUE 0.
       01 WS-PASOS-AVISO        PIC 9(4) VALUE 0.
       01 WS-PASOS-FALLIDOS     PIC 9(4) VALUE 0.
       01 WS-PASOS-DEPENDENCIA  PIC 9(4) VALUE 0.
       01 WS-PASOS-OTROS        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-FECHA-HOY TO WS-HASTA-FECHA
           MOVE WS-HORA-COMPLETA(1:4) TO WS-HASTA-HORA
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONTROL.
           OPEN OUTPUT RELEVO-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "RELEVO DE TURNO DEL " WS-FECHA-HOY
               " - DESDE " WS-DESDE-FECHA " " WS-DESDE-HORA
               " HASTA " WS-HASTA-FECHA " " WS-HASTA-HORA
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "A" TO WS-SECCION
           PERFORM ESCRIBIR-SECCION.
           MOVE "C" TO WS-SECCION
           PERFORM ESCRIBIR-SECCION.
           MOVE "V" TO WS-SECCION
           PERFORM ESCRIBIR-SECCION.
           PERFORM ESCRIBIR-PASOS-NOCHE.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE RELEVO-REPORT-FILE.
           PERFORM GRABAR-CONTROL.
           PERFORM TOMAR-CANDADO.
           IF CANDADO-TOMADO
               PERFORM ARCHIVAR-CERRADOS
               PERFORM LIBERAR-CANDADO
           END-IF.
      *    Un pendiente viejo es un aviso para la corrida: alguien
      *    tiene que cerrarlo o decir por que sigue abierto.
           IF WS-VIEJOS > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           DISPLAY "RELEVO-RPT: " WS-ABIERTOS " ABIERTOS, "
               WS-CERRADOS " CERRADOS, " WS-VIEJOS
               " VIEJOS (RELEVO.RPT), " WS-ARCHIVADOS
               " CERRADOS PASADOS A RELEVO.HIS".
           MOVE "RELEVO.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT RELEVO-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT RELEVO-PARM-FILE
               CLOSE RELEVO-PARM-FILE
               OPEN INPUT RELEVO-PARM-FILE
           END-IF
           READ RELEVO-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-DIAS-VIEJO IS NUMERIC AND
                      PARM-DIAS-VIEJO > 0
                       MOVE PARM-DIAS-VIEJO TO WS-DIAS-VIEJO
                   END-IF
           END-READ
           CLOSE RELEVO-PARM-FILE.

      * Sin RELEVO.CTL no hubo reporte anterior: la primera corrida
      * mira las ultimas 24 horas.
       LEER-CONTROL.
           COMPUTE WS-DESDE-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1)
           MOVE WS-HASTA-HORA TO WS-DESDE-HORA
           OPEN INPUT RELEVO-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ RELEVO-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-FECHA IS NUMERIC AND
                          CTL-HORA IS NUMERIC AND
                          CTL-FECHA > 0
                           MOVE CTL-FECHA TO WS-DESDE-FECHA
                           MOVE CTL-HORA TO WS-DESDE-HORA
                       END-IF
               END-READ
               CLOSE RELEVO-CTL-FILE
           END-IF.

      * Cada seccion es una pasada por RELEVO.DAT con su propio
      * criterio; el archivo es chico y asi no hace falta tabla.
       ESCRIBIR-SECCION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN SECCION-ABIERTOS
                   MOVE "PENDIENTES ABIERTOS EN EL PERIODO"
                       TO REPORT-LINE
               WHEN SECCION-CERRADOS
                   MOVE "PENDIENTES CERRADOS EN EL PERIODO"
                       TO REPORT-LINE
               WHEN SECCION-VIEJOS
                   MOVE SPACES TO REPORT-LINE
                   STRING "PENDIENTES ABIERTOS CON " WS-DIAS-VIEJO
                       " DIAS O MAS"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE "NUMERO FECHA    HORA S CATEGORIA  OBJETO          "
               TO REPORT-LINE
           EVALUATE TRUE
               WHEN SECCION-ABIERTOS
                   MOVE "ABRIO" TO REPORT-LINE(51:)
               WHEN SECCION-CERRADOS
                   MOVE "CERRO" TO REPORT-LINE(51:)
               WHEN SECCION-VIEJOS
                   MOVE "DIAS    ACUSE" TO REPORT-LINE(51:)
           END-EVALUATE
           WRITE REPORT-LINE
           OPEN INPUT RELEVO-FILE
           IF WS-RELEVO-STATUS = "35"
               OPEN OUTPUT RELEVO-FILE
               CLOSE RELEVO-FILE
               OPEN INPUT RELEVO-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ RELEVO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF RLV-NUMERO IS NUMERIC
                           PERFORM EVALUAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELEVO-FILE.

       EVALUAR-PENDIENTE.
           EVALUATE TRUE
               WHEN SECCION-ABIERTOS
                   MOVE RLV-FECHA TO WS-MOMENTO-FECHA
                   MOVE RLV-HORA TO WS-MOMENTO-HORA
                   IF WS-MOMENTO > WS-DESDE AND
                      WS-MOMENTO NOT > WS-HASTA
                       ADD 1 TO WS-ABIERTOS
                       PERFORM ESCRIBIR-PENDIENTE
                   END-IF
               WHEN SECCION-CERRADOS
                   IF RLV-CERRADO
                       MOVE RLV-CIERRE-FECHA TO WS-MOMENTO-FECHA
                       MOVE RLV-CIERRE-HORA TO WS-MOMENTO-HORA
                       IF WS-MOMENTO > WS-DESDE AND
                          WS-MOMENTO NOT > WS-HASTA
                           ADD 1 TO WS-CERRADOS
                           PERFORM ESCRIBIR-PENDIENTE
                       END-IF
                   END-IF
               WHEN SECCION-VIEJOS
                   IF NOT RLV-CERRADO
                       ADD 1 TO WS-SIGUEN-ABIERTOS
                       COMPUTE WS-DIAS-ABIERTO =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                           FUNCTION INTEGER-OF-DATE(RLV-FECHA)
                       IF WS-DIAS-ABIERTO >= WS-DIAS-VIEJO
                           ADD 1 TO WS-VIEJOS
                           IF RLV-ABIERTO
                               ADD 1 TO WS-VIEJOS-SIN-ACUSE
                           END-IF
                           PERFORM ESCRIBIR-PENDIENTE
                       END-IF
                   END-IF
           END-EVALUATE.

      * La descripcion (o la resolucion, para los cerrados) va en
      * una segunda linea, sangrada bajo el numero.
       ESCRIBIR-PENDIENTE.
           MOVE SPACES TO REPORT-LINE
           STRING RLV-NUMERO " " RLV-FECHA " " RLV-HORA " "
               RLV-SEVERIDAD " " RLV-CATEGORIA " " RLV-OBJETO " "
               DELIMITED BY SIZE INTO REPORT-LINE
           EVALUATE TRUE
               WHEN SECCION-ABIERTOS
                   MOVE RLV-OPERADOR TO REPORT-LINE(51:)
               WHEN SECCION-CERRADOS
                   MOVE RLV-CIERRE-POR TO REPORT-LINE(51:)
               WHEN SECCION-VIEJOS
                   MOVE WS-DIAS-ABIERTO TO WS-DIAS-ED
                   MOVE WS-DIAS-ED TO REPORT-LINE(51:)
                   IF RLV-RECIBIDO
                       MOVE RLV-ACUSE-POR TO REPORT-LINE(59:)
                   ELSE
                       MOVE "SIN ACUSE" TO REPORT-LINE(59:)
                   END-IF
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE RLV-DESCRIPCION TO REPORT-LINE(8:)
           WRITE REPORT-LINE
           IF SECCION-CERRADOS
               MOVE SPACES TO REPORT-LINE
               STRING "RESOLUCION: " RLV-RESOLUCION
                   DELIMITED BY SIZE INTO REPORT-LINE(8:)
               WRITE REPORT-LINE
           END-IF.

      * La noche es la fecha mas reciente de JOBLOG.DAT: una primera
      * pasada la ubica y la segunda lista sus pasos.
       ESCRIBIR-PASOS-NOCHE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN INPUT JOB-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ JOB-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF JL-FECHA IS NUMERIC AND
                          JL-FECHA > WS-NOCHE
                           MOVE JL-FECHA TO WS-NOCHE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-LOG-FILE
           IF WS-NOCHE = 0
               MOVE "PASOS DE LA NOCHE: JOBLOG.DAT SIN CORRIDAS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "PASOS DE LA NOCHE DEL " WS-NOCHE
                   " (JOBLOG.DAT)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PASO     INICIO   FIN      CC ESTADO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               OPEN INPUT JOB-LOG-FILE
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ JOB-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           IF JL-FECHA = WS-NOCHE
                               PERFORM ESCRIBIR-PASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

       ESCRIBIR-PASO.
           EVALUATE JL-ESTADO
               WHEN "OK"
                   ADD 1 TO WS-PASOS-OK
               WHEN "AVIS"
                   ADD 1 TO WS-PASOS-AVISO
               WHEN "FALL"
                   ADD 1 TO WS-PASOS-FALLIDOS
               WHEN "DEPE"
                   ADD 1 TO WS-PASOS-DEPENDENCIA
               WHEN OTHER
                   ADD 1 TO WS-PASOS-OTROS
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING JL-PASO " " JL-HORA-INICIO " " JL-HORA-FIN " "
               JL-CC " " JL-ESTADO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ABIERTOS EN EL PERIODO:    " WS-ABIERTOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CERRADOS EN EL PERIODO:    " WS-CERRADOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SIGUEN ABIERTOS:           " WS-SIGUEN-ABIERTOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "VIEJOS:                    " WS-VIEJOS
               "  SIN ACUSE: " WS-VIEJOS-SIN-ACUSE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PASOS OK=" WS-PASOS-OK
               " AVISO=" WS-PASOS-AVISO
               " FALLIDOS=" WS-PASOS-FALLIDOS
               " SALTADOS (DEPENDENCIA)=" WS-PASOS-DEPENDENCIA
               " OTROS=" WS-PASOS-OTROS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       GRABAR-CONTROL.
           OPEN OUTPUT RELEVO-CTL-FILE
           MOVE SPACES TO RELEVO-CTL-RECORD
           MOVE WS-HASTA-FECHA TO CTL-FECHA
           MOVE WS-HASTA-HORA TO CTL-HORA
           WRITE RELEVO-CTL-RECORD
           CLOSE RELEVO-CTL-FILE.

      * El archivado reescribe RELEVO.DAT, asi que va bajo el mismo
      * candado que RELEVO-MAINT. Si una terminal lo tiene, el reporte
      * ya salio y los cerrados esperan a la corrida de manana.
       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "RELEVO" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "RELEVO-RPT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "RELEVO-RPT" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE OBTUVO EL CANDADO RELEVO; "
                   "CERRADOS SIN ARCHIVAR" DELIMITED BY SIZE
                   INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "RELEVO" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "RELEVO-RPT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

      * Los cerrados hasta el fin de la ventana de este reporte ya
      * salieron en algun RELEVO.RPT: pasan a RELEVO.HIS y RELEVO.DAT
      * queda con los vivos. El de numero mas alto se queda aunque
      * este cerrado, porque RELEVO-MAINT numera desde el mayor que
      * encuentra en RELEVO.DAT. Se arma primero RELEVO.TMP y se copia
      * encima recien al final, como ORDEN-GEN con CALCTXIN.DAT.
       ARCHIVAR-CERRADOS.
           MOVE 0 TO WS-RLV-MAYOR
           OPEN INPUT RELEVO-FILE
           IF WS-RELEVO-STATUS = "00"
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ RELEVO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           IF RLV-NUMERO IS NUMERIC AND
                              RLV-NUMERO > WS-RLV-MAYOR
                               MOVE RLV-NUMERO TO WS-RLV-MAYOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEVO-FILE
           END-IF
           OPEN OUTPUT RELEVO-WORK-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR RELEVO.TMP, STATUS="
                   WS-TRABAJO-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               PERFORM ANOTAR-ERROR-ARCHIVO
           ELSE
               OPEN EXTEND RELEVO-HIS-FILE
               IF WS-HIS-STATUS = "35"
                   OPEN OUTPUT RELEVO-HIS-FILE
               END-IF
               IF WS-HIS-STATUS NOT = "00"
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO ABRIR RELEVO.HIS, STATUS="
                       WS-HIS-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
                   PERFORM ANOTAR-ERROR-ARCHIVO
               ELSE
                   PERFORM SEPARAR-CERRADOS
                   CLOSE RELEVO-HIS-FILE
               END-IF
               CLOSE RELEVO-WORK-FILE
               IF WS-ARCHIVADOS > 0
                   PERFORM PASAR-TRABAJO-A-RELEVO
               END-IF
           END-IF.

       SEPARAR-CERRADOS.
           OPEN INPUT RELEVO-FILE
           IF WS-RELEVO-STATUS = "00"
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ RELEVO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           PERFORM SEPARAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE RELEVO-FILE
           END-IF.

       SEPARAR-PENDIENTE.
           MOVE 0 TO WS-MOMENTO
           IF RLV-CERRADO AND RLV-CIERRE-FECHA IS NUMERIC AND
              RLV-CIERRE-HORA IS NUMERIC
               MOVE RLV-CIERRE-FECHA TO WS-MOMENTO-FECHA
               MOVE RLV-CIERRE-HORA TO WS-MOMENTO-HORA
           END-IF
           IF WS-MOMENTO > 0 AND WS-MOMENTO NOT > WS-HASTA AND
              RLV-NUMERO NOT = WS-RLV-MAYOR
               WRITE RELEVO-HIS-RECORD FROM RELEVO-RECORD
               ADD 1 TO WS-ARCHIVADOS
           ELSE
               WRITE RELEVO-WORK-RECORD FROM RELEVO-RECORD
           END-IF.

      * Si RELEVO.DAT no se puede reescribir, los cerrados ya copiados
      * a RELEVO.HIS siguen tambien en RELEVO.DAT: el error es serio
      * porque la proxima corrida los volveria a copiar.
       PASAR-TRABAJO-A-RELEVO.
           OPEN INPUT RELEVO-WORK-FILE
           OPEN OUTPUT RELEVO-FILE
           IF WS-RELEVO-STATUS NOT = "00"
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR RELEVO.DAT, STATUS="
                   WS-RELEVO-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               PERFORM ANOTAR-ERROR-ARCHIVO
           ELSE
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ RELEVO-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           WRITE RELEVO-RECORD FROM RELEVO-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RELEVO-FILE
           END-IF
           CLOSE RELEVO-WORK-FILE.

       ANOTAR-ERROR-ARCHIVO.
           MOVE 4003 TO ERR-CODIGO
           MOVE "RELEVO-RPT" TO ERR-PROGRAMA
           MOVE "S" TO ERR-SEVERIDAD
           CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
           MOVE CC-SERIO TO WS-CC-NUEVA
           PERFORM ANOTAR-CONDICION.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "RELEVO-RPT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RELEVO ABIERTOS=" WS-ABIERTOS
               " CERRADOS=" WS-CERRADOS
               " VIEJOS=" WS-VIEJOS
               " NOCHE=" WS-NOCHE
               " ARCHIVADOS=" WS-ARCHIVADOS
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

       END PROGRAM RELEVO-RPT.
