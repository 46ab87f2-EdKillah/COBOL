      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly access recertification, run daily in the
      *          job stream. On the first run of each quarter it
      *          issues RECERT.RPT as one sign-off sheet per
      *          supervisor (SUPERVIS.PRM; unassigned operators go to
      *          security administration) listing every operator's
      *          OP-AUTORIZA flags and last sign-on in SESIONES.LOG,
      *          and records the sheets in RECERT.DAT with a due date
      *          (RECERT.PRM, default 30 days). Supervisors sign the
      *          sheets off through OPER-ADMIN option R; on the due
      *          date every authorization still not reconfirmed is
      *          revoked in OPERMAST.DAT, the same way OPER-ADMIN
      *          withdraws one. Every day, operators with no sign-on
      *          in the last RECERT.PRM days (default 90; the date of
      *          the password when they never signed on) are locked
      *          with OP-BLOQUEADO, except the last operator still
      *          able to sign on. Every revocation and lock is
      *          audited, and either one ends the run in warning.
      *          OPERMAST.DAT and RECERT.DAT are only touched under
      *          the OPERMAST lock, which OPER-ADMIN takes for each
      *          change; while it is busy the day is skipped with a
      *          warning and the next run catches up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERMAST-SEL.
           COPY RECERT-SEL.
           SELECT RECERT-CTL-FILE ASSIGN TO "RECERT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RECERT-PARM-FILE ASSIGN TO "RECERT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SUPERVISOR-PARM-FILE ASSIGN TO "SUPERVIS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRM-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESIONES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESLOG-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERMAST-FD.
       COPY RECERT-FD.

      *Campania en curso: anio y trimestre, dia de emision, dia de
      *vencimiento y estado (A abierta, C cerrada).
       FD  RECERT-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-CTL-RECORD.
           05 CTL-CAMPANA          PIC 9(5).
           05 FILLER               PIC X.
           05 CTL-EMISION          PIC 9(8).
           05 FILLER               PIC X.
           05 CTL-VENCE            PIC 9(8).
           05 FILLER               PIC X.
           05 CTL-ESTADO           PIC X.

      *Dias de plazo para firmar las hojas y dias sin firma de sesion
      *para bloquear al operador, separados por un espacio.
       FD  RECERT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-PARM-RECORD.
           05 PARM-DIAS-PLAZO      PIC 9(3).
           05 FILLER               PIC X.
           05 PARM-DIAS-INACTIVO   PIC 9(3).

      *Operador y supervisor que firma su hoja, uno por linea.
       FD  SUPERVISOR-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUPERVISOR-PARM-RECORD.
           05 SUP-OPERADOR         PIC X(8).
           05 FILLER               PIC X.
           05 SUP-SUPERVISOR       PIC X(8).

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

       FD  RECERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-OPER-STATUS        PIC XX.
       01 WS-RECERT-STATUS      PIC XX.
       01 WS-CTL-STATUS         PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-SUPPRM-STATUS      PIC XX.
       01 WS-SESLOG-STATUS      PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO       PIC 9(4).
           05 WS-HOY-MES        PIC 9(2).
           05 WS-HOY-DIA        PIC 9(2).
       01 WS-EOF-ACTUAL         PIC X.
       01 WS-CAMPANA-ACTUAL     PIC 9(5).
       01 WS-TRIMESTRE          PIC 9(1).
       01 WS-DIAS-PLAZO         PIC 9(3) VALUE 30.
       01 WS-DIAS-INACTIVO      PIC 9(3) VALUE 90.
       01 WS-DIAS-SIN-FIRMA     PIC S9(7).

       01 WS-CTL-CAMPANA        PIC 9(5) VALUE 0.
       01 WS-CTL-EMISION        PIC 9(8) VALUE 0.
       01 WS-CTL-VENCE          PIC 9(8) VALUE 0.
       01 WS-CTL-ESTADO         PIC X VALUE "C".
           88 CAMPANA-ABIERTA   VALUE "A".
       01 WS-EMITIDA-HOY        PIC X VALUE "N".
           88 EMITIDA-HOY       VALUE "S".

       01 WS-OPERADORES-COUNT   PIC 9(2) VALUE 0.
       01 WS-OPER-DESBORDE      PIC X VALUE "N".
           88 MAESTRO-DESBORDADO VALUE "S".
       01 WS-OPERADORES-TABLA.
           05 WS-OPERADOR-ENTRY OCCURS 50 TIMES.
               10 WS-OPE-ID        PIC X(8).
               10 WS-OPE-CLAVE     PIC X(8).
               10 WS-OPE-AUTORIZA OCCURS 12 TIMES PIC X.
               10 WS-OPE-INTENTOS  PIC 9(1).
               10 WS-OPE-BLOQUEADO PIC X.
               10 WS-OPE-FECHA-CLAVE PIC 9(8).
               10 WS-OPE-FORZADO   PIC X.
               10 WS-OPE-SUPERVISOR PIC X(8).
               10 WS-OPE-ULTIMA-FIRMA PIC 9(8).
       01 WS-OPE-IDX            PIC 9(2).
       01 WS-OPE-HALLADO        PIC 9(2).
       01 WS-AUT-IDX            PIC 9(2).
       01 WS-AUTORIZA-TEXTO     PIC X(12).
       01 WS-CODIGOS-TEXTO      PIC X(36).
       01 WS-TIENE-ALGUNA       PIC X.
       01 WS-MAESTRO-CAMBIADO   PIC X VALUE "N".
           88 MAESTRO-CAMBIADO  VALUE "S".
       01 WS-OPERADORES-ACTIVOS PIC 9(2) VALUE 0.
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".

      *Hojas de la campania, como imagen del registro de RECERT.DAT.
       01 WS-HOJAS-COUNT        PIC 9(2) VALUE 0.
       01 WS-HOJAS-TABLA.
           05 WS-HOJA-REGISTRO OCCURS 50 TIMES PIC X(78).
       01 WS-HOJA-IDX           PIC 9(2).

       01 WS-SUPERVISORES-COUNT PIC 9(2) VALUE 0.
       01 WS-SUPERVISORES-TABLA.
           05 WS-SUPERVISOR-ID OCCURS 50 TIMES PIC X(8).
       01 WS-SUP-IDX            PIC 9(2).
       01 WS-SUP-HALLADO        PIC 9(2).

       01 WS-RETIRADAS          PIC 9(4) VALUE 0.
       01 WS-BLOQUEADOS         PIC 9(4) VALUE 0.
       01 WS-HOJAS-FIRMADAS     PIC 9(2) VALUE 0.
       01 WS-HOJAS-PENDIENTES   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-TRIMESTRE = (WS-HOY-MES - 1) / 3 + 1
           COMPUTE WS-CAMPANA-ACTUAL = WS-HOY-ANIO * 10 + WS-TRIMESTRE
           PERFORM LEER-PARAMETROS.
           PERFORM TOMAR-CANDADO.
           IF CANDADO-TOMADO
               PERFORM CARGAR-OPERADORES
           END-IF.
           OPEN OUTPUT RECERT-REPORT-FILE.
      *    Con la tabla desbordada, reescribir el maestro desde ella
      *    borraria a los operadores que no cupieron: no se toca nada.
           EVALUATE TRUE
               WHEN NOT CANDADO-TOMADO
                   MOVE SPACES TO REPORT-LINE
                   STRING "OPERMAST.DAT OCUPADO: "
                       "RECERTIFICACION NO HECHA."
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN MAESTRO-DESBORDADO
                   MOVE 4025 TO ERR-CODIGO
                   MOVE "ACCESS-RECERT" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "OPERMAST.DAT CON MAS DE 50 OPERADORES; "
                       "SIN CAMBIOS"
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE SPACES TO REPORT-LINE
                   STRING "OPERMAST.DAT DESBORDADO: "
                       "RECERTIFICACION NO HECHA."
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM CARGAR-SUPERVISORES
                   PERFORM CARGAR-ULTIMAS-FIRMAS
                   PERFORM LEER-CONTROL
                   PERFORM CARGAR-HOJAS
                   IF CAMPANA-ABIERTA AND
                      (WS-FECHA-HOY >= WS-CTL-VENCE OR
                       WS-CTL-CAMPANA < WS-CAMPANA-ACTUAL)
                       PERFORM CERRAR-CAMPANA
                   END-IF
                   IF WS-CTL-CAMPANA < WS-CAMPANA-ACTUAL
                       PERFORM EMITIR-CAMPANA
                   ELSE
                       PERFORM ESCRIBIR-ESTADO-CAMPANA
                   END-IF
                   PERFORM BLOQUEAR-INACTIVOS
                   IF MAESTRO-CAMBIADO
                       PERFORM GRABAR-OPERADORES
                   END-IF
                   PERFORM GRABAR-HOJAS
                   PERFORM GRABAR-CONTROL
           END-EVALUATE.
           IF CANDADO-TOMADO
               PERFORM LIBERAR-CANDADO
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE RECERT-REPORT-FILE.
           IF WS-RETIRADAS > 0 OR WS-BLOQUEADOS > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           DISPLAY "ACCESS-RECERT: " WS-RETIRADAS
               " AUTORIZACIONES RETIRADAS, " WS-BLOQUEADOS
               " OPERADORES BLOQUEADOS (RECERT.RPT)".
      *    Las hojas del dia de emision se imprimen para la firma.
           MOVE "RECERT.RPT" TO SPL-REPORTE
           IF EMITIDA-HOY
               MOVE "P" TO SPL-DISPOSICION
           ELSE
               MOVE "H" TO SPL-DISPOSICION
           END-IF
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT RECERT-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT RECERT-PARM-FILE
               CLOSE RECERT-PARM-FILE
               OPEN INPUT RECERT-PARM-FILE
           END-IF
           READ RECERT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-DIAS-PLAZO IS NUMERIC AND
                      PARM-DIAS-PLAZO > 0
                       MOVE PARM-DIAS-PLAZO TO WS-DIAS-PLAZO
                   END-IF
                   IF PARM-DIAS-INACTIVO IS NUMERIC AND
                      PARM-DIAS-INACTIVO > 0
                       MOVE PARM-DIAS-INACTIVO TO WS-DIAS-INACTIVO
                   END-IF
           END-READ
           CLOSE RECERT-PARM-FILE.

      * Sin OPERMAST.DAT no hay a quien recertificar, y no se crea:
      * MENU-DRIVER es quien lo crea con el operador ADMIN.
       CARGAR-OPERADORES.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-ACTUAL
           ELSE
               MOVE "N" TO WS-EOF-ACTUAL
           END-IF
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ OPERATOR-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           IF WS-OPERADORES-COUNT < 50
                               ADD 1 TO WS-OPERADORES-COUNT
                               PERFORM GUARDAR-OPERADOR-TABLA
                           ELSE
                               MOVE "S" TO WS-OPER-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "10"
               CLOSE OPERATOR-MASTER
           END-IF.

      * Igual que OPER-ADMIN: un registro del trazado viejo (4
      * autorizaciones, OP-FECHA-CLAVE no numerica) trae intentos y
      * bloqueo en las posiciones 6 y 8 del area de autorizaciones.
       GUARDAR-OPERADOR-TABLA.
           MOVE OP-ID TO WS-OPE-ID(WS-OPERADORES-COUNT)
           MOVE OP-CLAVE TO WS-OPE-CLAVE(WS-OPERADORES-COUNT)
           IF OP-FECHA-CLAVE IS NUMERIC
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > 12
                   MOVE OP-AUTORIZA(WS-AUT-IDX) TO
                       WS-OPE-AUTORIZA(WS-OPERADORES-COUNT
                       WS-AUT-IDX)
               END-PERFORM
               IF OP-INTENTOS IS NUMERIC
                   MOVE OP-INTENTOS TO
                       WS-OPE-INTENTOS(WS-OPERADORES-COUNT)
               ELSE
                   MOVE 0 TO WS-OPE-INTENTOS(WS-OPERADORES-COUNT)
               END-IF
               MOVE OP-BLOQUEADO TO
                   WS-OPE-BLOQUEADO(WS-OPERADORES-COUNT)
               MOVE OP-FECHA-CLAVE TO
                   WS-OPE-FECHA-CLAVE(WS-OPERADORES-COUNT)
               MOVE OP-CAMBIO-FORZADO TO
                   WS-OPE-FORZADO(WS-OPERADORES-COUNT)
           ELSE
               PERFORM REMAPEAR-OPERADOR-VIEJO
           END-IF
           MOVE SPACES TO WS-OPE-SUPERVISOR(WS-OPERADORES-COUNT)
           MOVE 0 TO WS-OPE-ULTIMA-FIRMA(WS-OPERADORES-COUNT).

       REMAPEAR-OPERADOR-VIEJO.
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > 4
               IF OP-AUTORIZA(WS-AUT-IDX) = "S"
                   MOVE "S" TO
                       WS-OPE-AUTORIZA(WS-OPERADORES-COUNT
                       WS-AUT-IDX)
               ELSE
                   MOVE "N" TO
                       WS-OPE-AUTORIZA(WS-OPERADORES-COUNT
                       WS-AUT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AUT-IDX FROM 5 BY 1
                   UNTIL WS-AUT-IDX > 12
               MOVE "N" TO
                   WS-OPE-AUTORIZA(WS-OPERADORES-COUNT WS-AUT-IDX)
           END-PERFORM
           IF OP-AUTORIZA(6) IS NUMERIC
               MOVE OP-AUTORIZA(6) TO
                   WS-OPE-INTENTOS(WS-OPERADORES-COUNT)
           ELSE
               MOVE 0 TO WS-OPE-INTENTOS(WS-OPERADORES-COUNT)
           END-IF
           IF OP-AUTORIZA(8) = "S"
               MOVE "S" TO WS-OPE-BLOQUEADO(WS-OPERADORES-COUNT)
           ELSE
               MOVE "N" TO WS-OPE-BLOQUEADO(WS-OPERADORES-COUNT)
           END-IF
           MOVE WS-FECHA-HOY TO
               WS-OPE-FECHA-CLAVE(WS-OPERADORES-COUNT)
           MOVE SPACE TO WS-OPE-FORZADO(WS-OPERADORES-COUNT).

       CARGAR-SUPERVISORES.
           OPEN INPUT SUPERVISOR-PARM-FILE
           IF WS-SUPPRM-STATUS = "35"
               OPEN OUTPUT SUPERVISOR-PARM-FILE
               CLOSE SUPERVISOR-PARM-FILE
               OPEN INPUT SUPERVISOR-PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ SUPERVISOR-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                               UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
                           IF WS-OPE-ID(WS-OPE-IDX) = SUP-OPERADOR AND
                              SUP-SUPERVISOR NOT = SUP-OPERADOR
                               MOVE SUP-SUPERVISOR TO
                                   WS-OPE-SUPERVISOR(WS-OPE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SUPERVISOR-PARM-FILE.

      * Ultima FIRMA de cada operador en la bitacora de sesiones (o
      * REACTIVA, el desbloqueo de OPER-ADMIN, que le da un nuevo
      * plazo); el que nunca firmo cuenta desde la fecha de su
      * clave, que es la de su alta mientras no la cambie.
       CARGAR-ULTIMAS-FIRMAS.
           OPEN INPUT SESSION-LOG-FILE
           IF WS-SESLOG-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
               CLOSE SESSION-LOG-FILE
               OPEN INPUT SESSION-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ SESSION-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF (SES-EVENTO = "FIRMA" OR
                           SES-EVENTO = "REACTIVA") AND
                          SES-FECHA-HORA(1:8) IS NUMERIC
                           PERFORM ANOTAR-FIRMA-SESION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-LOG-FILE
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               IF WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX) = 0
                   MOVE WS-OPE-FECHA-CLAVE(WS-OPE-IDX) TO
                       WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX)
               END-IF
           END-PERFORM.

       ANOTAR-FIRMA-SESION.
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               IF WS-OPE-ID(WS-OPE-IDX) = SES-OPERADOR AND
                  SES-FECHA-HORA(1:8) > WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX)
                   MOVE SES-FECHA-HORA(1:8) TO
                       WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX)
               END-IF
           END-PERFORM.

      * Sin RECERT.CTL no hubo campania: la primera corrida emite la
      * del trimestre en curso.
       LEER-CONTROL.
           OPEN INPUT RECERT-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ RECERT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-CAMPANA IS NUMERIC AND
                          CTL-VENCE IS NUMERIC
                           MOVE CTL-CAMPANA TO WS-CTL-CAMPANA
                           MOVE CTL-EMISION TO WS-CTL-EMISION
                           MOVE CTL-VENCE TO WS-CTL-VENCE
                           MOVE CTL-ESTADO TO WS-CTL-ESTADO
                       END-IF
               END-READ
               CLOSE RECERT-CTL-FILE
           END-IF.

       CARGAR-HOJAS.
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "35"
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN INPUT RECERT-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ RECERT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF RC-OPERADOR NOT = SPACES AND
                          WS-HOJAS-COUNT < 50
                           ADD 1 TO WS-HOJAS-COUNT
                           MOVE RECERT-RECORD TO
                               WS-HOJA-REGISTRO(WS-HOJAS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE.

      * Vencido el plazo, lo que el operador tenia al emitirse la
      * hoja y su supervisor no reconfirmo se retira, igual que lo
      * retira OPER-ADMIN: la autorizacion pasa a N en el maestro.
      * Lo otorgado despues de la emision ya paso su propia revision.
       CERRAR-CAMPANA.
           MOVE SPACES TO REPORT-LINE
           STRING "CIERRE DE LA RECERTIFICACION " WS-CTL-CAMPANA
               " (VENCIO EL " WS-CTL-VENCE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HOJA-IDX FROM 1 BY 1
                   UNTIL WS-HOJA-IDX > WS-HOJAS-COUNT
               MOVE WS-HOJA-REGISTRO(WS-HOJA-IDX) TO RECERT-RECORD
               IF RC-CAMPANA = WS-CTL-CAMPANA AND NOT RC-CERRADA
                   PERFORM RETIRAR-NO-RECONFIRMADAS
                   MOVE "C" TO RC-ESTADO
                   MOVE RECERT-RECORD TO WS-HOJA-REGISTRO(WS-HOJA-IDX)
               END-IF
           END-PERFORM
           MOVE "C" TO WS-CTL-ESTADO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       RETIRAR-NO-RECONFIRMADAS.
           MOVE 0 TO WS-OPE-HALLADO
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               IF WS-OPE-ID(WS-OPE-IDX) = RC-OPERADOR
                   MOVE WS-OPE-IDX TO WS-OPE-HALLADO
               END-IF
           END-PERFORM
           IF WS-OPE-HALLADO > 0
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > 12
                   IF RC-TENIA(WS-AUT-IDX:1) = "S" AND
                      RC-CONFIRMA(WS-AUT-IDX:1) NOT = "S" AND
                      WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX) = "S"
                       MOVE "N" TO
                           WS-OPE-AUTORIZA(WS-OPE-HALLADO WS-AUT-IDX)
                       MOVE "S" TO WS-MAESTRO-CAMBIADO
                       ADD 1 TO WS-RETIRADAS
                       MOVE SPACES TO REPORT-LINE
                       STRING "  OPERADOR " RC-OPERADOR
                           "  AUTORIZACION " WS-AUT-IDX
                           " RETIRADA: NO RECONFIRMADA"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "ACCESS-RECERT" TO AUP-PROGRAMA
                       MOVE SPACES TO AUP-EVENTO
                       STRING "RECERTIFICACION AUTORIZACION "
                           WS-AUT-IDX " RETIRADA OPERADOR " RC-OPERADOR
                           " NO RECONFIRMADA"
                           DELIMITED BY SIZE INTO AUP-EVENTO
                       MOVE "E" TO AUP-ACCION
                       CALL "AUDIT-WRITER" USING AUDIT-PARMS
                   END-IF
               END-PERFORM
           END-IF.

      * Una hoja por supervisor, una pasada por supervisor sobre los
      * operadores, como se ordena en el resto del sistema.
       EMITIR-CAMPANA.
           MOVE "S" TO WS-EMITIDA-HOY
           MOVE WS-CAMPANA-ACTUAL TO WS-CTL-CAMPANA
           MOVE WS-FECHA-HOY TO WS-CTL-EMISION
           COMPUTE WS-CTL-VENCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-PLAZO)
           MOVE "A" TO WS-CTL-ESTADO
           MOVE 0 TO WS-HOJAS-COUNT
           MOVE 0 TO WS-SUPERVISORES-COUNT
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               PERFORM ARMAR-AUTORIZA-TEXTO
               IF WS-TIENE-ALGUNA = "S"
                   PERFORM AGREGAR-HOJA
                   PERFORM AGREGAR-SUPERVISOR
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "RECERTIFICACION DE ACCESOS - TRIMESTRE "
               WS-HOY-ANIO "-" WS-TRIMESTRE
               " - EMITIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HOJAS-COUNT = 0
               MOVE "NINGUN OPERADOR TIENE AUTORIZACIONES." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM ESCRIBIR-HOJA-SUPERVISOR
               VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-SUPERVISORES-COUNT.

       ARMAR-AUTORIZA-TEXTO.
           MOVE "N" TO WS-TIENE-ALGUNA
           MOVE SPACES TO WS-CODIGOS-TEXTO
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > 12
               IF WS-OPE-AUTORIZA(WS-OPE-IDX WS-AUT-IDX) = "S"
                   MOVE "S" TO WS-AUTORIZA-TEXTO(WS-AUT-IDX:1)
                   MOVE "S" TO WS-TIENE-ALGUNA
                   MOVE WS-AUT-IDX TO
                       WS-CODIGOS-TEXTO((WS-AUT-IDX - 1) * 3 + 1:2)
               ELSE
                   MOVE "N" TO WS-AUTORIZA-TEXTO(WS-AUT-IDX:1)
               END-IF
           END-PERFORM.

       AGREGAR-HOJA.
           ADD 1 TO WS-HOJAS-COUNT
           MOVE SPACES TO RECERT-RECORD
           MOVE WS-CAMPANA-ACTUAL TO RC-CAMPANA
           MOVE WS-CTL-VENCE TO RC-VENCE
           MOVE WS-OPE-ID(WS-OPE-IDX) TO RC-OPERADOR
           MOVE WS-OPE-SUPERVISOR(WS-OPE-IDX) TO RC-SUPERVISOR
           MOVE WS-AUTORIZA-TEXTO TO RC-TENIA
           MOVE 0 TO RC-FECHA-FIRMA
           MOVE "P" TO RC-ESTADO
           MOVE RECERT-RECORD TO WS-HOJA-REGISTRO(WS-HOJAS-COUNT).

       AGREGAR-SUPERVISOR.
           MOVE 0 TO WS-SUP-HALLADO
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPERVISORES-COUNT
               IF WS-SUPERVISOR-ID(WS-SUP-IDX) =
                      WS-OPE-SUPERVISOR(WS-OPE-IDX)
                   MOVE WS-SUP-IDX TO WS-SUP-HALLADO
               END-IF
           END-PERFORM
           IF WS-SUP-HALLADO = 0
               ADD 1 TO WS-SUPERVISORES-COUNT
               MOVE WS-OPE-SUPERVISOR(WS-OPE-IDX) TO
                   WS-SUPERVISOR-ID(WS-SUPERVISORES-COUNT)
           END-IF.

       ESCRIBIR-HOJA-SUPERVISOR.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SUPERVISOR-ID(WS-SUP-IDX) = SPACES
               STRING "HOJA DE: ADMINISTRACION DE SEGURIDAD"
                   " (SIN SUPERVISOR ASIGNADO)"
                   "   FIRMAR ANTES DEL " WS-CTL-VENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "HOJA DEL SUPERVISOR: "
                   WS-SUPERVISOR-ID(WS-SUP-IDX)
                   "   FIRMAR ANTES DEL " WS-CTL-VENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "OPERADOR  AUTORIZA      ULTIMA FIRMA  CODIGOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               PERFORM ARMAR-AUTORIZA-TEXTO
               IF WS-TIENE-ALGUNA = "S" AND
                  WS-OPE-SUPERVISOR(WS-OPE-IDX) =
                      WS-SUPERVISOR-ID(WS-SUP-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-OPE-ID(WS-OPE-IDX) "  "
                       WS-AUTORIZA-TEXTO "  "
                       WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX) "      "
                       WS-CODIGOS-TEXTO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "          RECONFIRMA: ____________"
                       "   FIRMA: ____________"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       ESCRIBIR-ESTADO-CAMPANA.
           MOVE 0 TO WS-HOJAS-FIRMADAS
           MOVE 0 TO WS-HOJAS-PENDIENTES
           MOVE SPACES TO REPORT-LINE
           STRING "RECERTIFICACION " WS-CTL-CAMPANA
               " EMITIDA " WS-CTL-EMISION " VENCE " WS-CTL-VENCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT CAMPANA-ABIERTA
               MOVE "  CERRADA; LA PROXIMA SALE EL PROXIMO TRIMESTRE."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "  HOJAS SIN FIRMAR:" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-HOJA-IDX FROM 1 BY 1
                       UNTIL WS-HOJA-IDX > WS-HOJAS-COUNT
                   MOVE WS-HOJA-REGISTRO(WS-HOJA-IDX) TO RECERT-RECORD
                   IF RC-FIRMADA
                       ADD 1 TO WS-HOJAS-FIRMADAS
                   END-IF
                   IF RC-PENDIENTE
                       ADD 1 TO WS-HOJAS-PENDIENTES
                       MOVE SPACES TO REPORT-LINE
                       STRING "    OPERADOR " RC-OPERADOR
                           "  SUPERVISOR " RC-SUPERVISOR
                           "  TENIA " RC-TENIA
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "  FIRMADAS: " WS-HOJAS-FIRMADAS
                   "  PENDIENTES: " WS-HOJAS-PENDIENTES
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Nunca se bloquea al ultimo operador que puede firmar: sin
      * el, nadie entraria a OPER-ADMIN para desbloquear a otro.
       BLOQUEAR-INACTIVOS.
           MOVE 0 TO WS-OPERADORES-ACTIVOS
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               IF WS-OPE-BLOQUEADO(WS-OPE-IDX) NOT = "S"
                   ADD 1 TO WS-OPERADORES-ACTIVOS
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERADORES SIN FIRMA EN " WS-DIAS-INACTIVO " DIAS:"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
               IF WS-OPE-BLOQUEADO(WS-OPE-IDX) NOT = "S" AND
                  WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX) > 19000101
                   COMPUTE WS-DIAS-SIN-FIRMA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX))
                   IF WS-DIAS-SIN-FIRMA > WS-DIAS-INACTIVO
                       PERFORM BLOQUEAR-OPERADOR
                   END-IF
               END-IF
           END-PERFORM.

       BLOQUEAR-OPERADOR.
           MOVE SPACES TO REPORT-LINE
           IF WS-OPERADORES-ACTIVOS <= 1
               STRING "  OPERADOR " WS-OPE-ID(WS-OPE-IDX)
                   "  ULTIMA FIRMA " WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX)
                   "  NO SE BLOQUEA: ES EL ULTIMO OPERADOR ACTIVO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "S" TO WS-OPE-BLOQUEADO(WS-OPE-IDX)
               MOVE "S" TO WS-MAESTRO-CAMBIADO
               SUBTRACT 1 FROM WS-OPERADORES-ACTIVOS
               ADD 1 TO WS-BLOQUEADOS
               STRING "  OPERADOR " WS-OPE-ID(WS-OPE-IDX)
                   "  ULTIMA FIRMA " WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX)
                   "  BLOQUEADO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ACCESS-RECERT" TO AUP-PROGRAMA
               MOVE SPACES TO AUP-EVENTO
               STRING "RECERTIFICACION OPERADOR " WS-OPE-ID(WS-OPE-IDX)
                   " BLOQUEADO SIN FIRMA DESDE "
                   WS-OPE-ULTIMA-FIRMA(WS-OPE-IDX)
                   DELIMITED BY SIZE INTO AUP-EVENTO
               MOVE "E" TO AUP-ACCION
               CALL "AUDIT-WRITER" USING AUDIT-PARMS
           END-IF.

       GRABAR-OPERADORES.
           OPEN OUTPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "ACCESS-RECERT" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR OPERMAST.DAT, STATUS="
                   WS-OPER-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                       UNTIL WS-OPE-IDX > WS-OPERADORES-COUNT
                   MOVE SPACES TO OPERATOR-RECORD
                   MOVE WS-OPE-ID(WS-OPE-IDX) TO OP-ID
                   MOVE WS-OPE-CLAVE(WS-OPE-IDX) TO OP-CLAVE
                   PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                           UNTIL WS-AUT-IDX > 12
                       MOVE WS-OPE-AUTORIZA(WS-OPE-IDX WS-AUT-IDX)
                           TO OP-AUTORIZA(WS-AUT-IDX)
                   END-PERFORM
                   MOVE WS-OPE-INTENTOS(WS-OPE-IDX) TO OP-INTENTOS
                   MOVE WS-OPE-BLOQUEADO(WS-OPE-IDX) TO
                       OP-BLOQUEADO
                   MOVE WS-OPE-FECHA-CLAVE(WS-OPE-IDX) TO
                       OP-FECHA-CLAVE
                   MOVE WS-OPE-FORZADO(WS-OPE-IDX) TO
                       OP-CAMBIO-FORZADO
                   WRITE OPERATOR-RECORD
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       GRABAR-HOJAS.
           OPEN OUTPUT RECERT-FILE
           PERFORM VARYING WS-HOJA-IDX FROM 1 BY 1
                   UNTIL WS-HOJA-IDX > WS-HOJAS-COUNT
               MOVE WS-HOJA-REGISTRO(WS-HOJA-IDX) TO RECERT-RECORD
               WRITE RECERT-RECORD
           END-PERFORM
           CLOSE RECERT-FILE.

       GRABAR-CONTROL.
           OPEN OUTPUT RECERT-CTL-FILE
           MOVE SPACES TO RECERT-CTL-RECORD
           MOVE WS-CTL-CAMPANA TO CTL-CAMPANA
           MOVE WS-CTL-EMISION TO CTL-EMISION
           MOVE WS-CTL-VENCE TO CTL-VENCE
           MOVE WS-CTL-ESTADO TO CTL-ESTADO
           WRITE RECERT-CTL-RECORD
           CLOSE RECERT-CTL-FILE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUTORIZACIONES RETIRADAS:  " WS-RETIRADAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERADORES BLOQUEADOS:     " WS-BLOQUEADOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * OPER-ADMIN toma el candado OPERMAST en cada cambio y relee
      * el maestro bajo el; aqui se toma igual, para que ninguno de
      * los dos reescriba OPERMAST.DAT o RECERT.DAT desde una copia
      * vieja. Ocupado, el dia se salta con aviso; la campania y los
      * bloqueos se ponen al dia en la corrida siguiente.
       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "OPERMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "ACCESS-RECERT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "ACCESS-RECERT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO OPERMAST; SIN CAMBIOS"
                   TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "OPERMAST" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "ACCESS-RECERT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "ACCESS-RECERT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RECERTIFICACION CAMPANA=" WS-CTL-CAMPANA
               " RETIRADAS=" WS-RETIRADAS
               " BLOQUEADOS=" WS-BLOQUEADOS
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       END PROGRAM ACCESS-RECERT.
