      ******************************************************************
      * Author:
      * Date:
      * Purpose: Front-end edit of the lab sequence parameters. Every
      *          record in SECUENCIA.PRM (inicio, paso, limite) is
      *          checked before the sequence generator sees it: a
      *          non-numeric field, a paso of zero, an inicio already
      *          below the limite, a paso that moves away from the
      *          limite, a sequence that would overflow the number
      *          under the limite or pass the generator's 32000 cut
      *          are rejected to SECUENCIA.REJ with the reason. For
      *          the rest the edit estimates how many numbers the
      *          sequence will generate; one above the size allowed
      *          in SECEDIT.PRM is held in SECRETEN.DAT until the lab
      *          supervisor approves it with SEQ-APPROVE. What passes
      *          goes to SECUENCIA.VAL, the only input the generator
      *          runs, and SECEDIT.RPT lists every record with its
      *          estimate and disposition.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQ-EDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-PARM-FILE ASSIGN TO "SECUENCIA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPRM-STATUS.
           SELECT EDIT-PARM-FILE ASSIGN TO "SECEDIT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SEQUENCE-REJECT-FILE ASSIGN TO "SECUENCIA.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECREJ-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "SECEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SECVAL-SEL.
           COPY SECHOLD-SEL.
           COPY SECAPROB-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEQUENCE-PARM-RECORD.
           05 PARM-INICIO        PIC S9(5).
           05 PARM-PASO          PIC S9(5).
           05 PARM-LIMITE        PIC S9(5).
       01  SEQUENCE-PARM-TEXTO   PIC X(15).

      *Numeros que una secuencia puede generar sin aprobacion (5,
      *defecto 1000) y dias que vale una decision del supervisor (3,
      *defecto 7), separados por un espacio.
       FD  EDIT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDIT-PARM-RECORD.
           05 PARM-MAXIMO        PIC 9(5).
           05 FILLER             PIC X.
           05 PARM-VIGENCIA      PIC 9(3).

      *Rechazos: posicion en SECUENCIA.PRM, el registro tal como
      *vino, codigo y motivo.
       FD  SEQUENCE-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEQUENCE-REJECT-RECORD.
           05 REJ-SECUENCIA      PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 REJ-REGISTRO       PIC X(15).
           05 FILLER             PIC X VALUE SPACE.
           05 REJ-CODIGO         PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 REJ-MOTIVO         PIC X(40).

       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       COPY SECVAL-FD.
       COPY SECHOLD-FD.
       COPY SECAPROB-FD.

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-SEQPRM-STATUS      PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-SECREJ-STATUS      PIC XX.
       01 WS-SECVAL-STATUS      PIC XX.
       01 WS-SECHOLD-STATUS     PIC XX.
       01 WS-SECAPROB-STATUS    PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-PARAMETROS     PIC X VALUE "N".
           88 EOF-PARAMETROS    VALUE "Y".
       01 WS-EOF-APROBACIONES   PIC X VALUE "N".
           88 EOF-APROBACIONES  VALUE "Y".
       01 WS-SALIDAS-ABIERTAS   PIC X VALUE "N".

      *El generador corta toda secuencia a las 32000 iteraciones; la
      *edicion no deja pasar una que no termine antes.
       01 WS-TOPE-GENERADOR     PIC 9(5) VALUE 32000.
       01 WS-MAXIMO-SIN-APROBAR PIC 9(5) VALUE 1000.
       01 WS-DIAS-VIGENCIA      PIC 9(3) VALUE 7.
       01 WS-DIA-VIGENCIA       PIC 9(8).

       01 WS-REGISTRO-NUM       PIC 9(5) VALUE 0.
       01 WS-INICIO             PIC S9(5).
       01 WS-PASO               PIC S9(5).
       01 WS-LIMITE             PIC S9(5).
       01 WS-PASOS              PIC 9(7).
       01 WS-ESTIMADO           PIC 9(7).
       01 WS-SIGUIENTE          PIC S9(7).
       01 WS-CODIGO-RECHAZO     PIC 9(2).
       01 WS-MOTIVO-RECHAZO     PIC X(40).
       01 WS-DISPOSICION        PIC X.
           88 DISP-ACEPTADA     VALUE "A".
           88 DISP-RETENIDA     VALUE "H".
           88 DISP-RECHAZADA    VALUE "R".
       01 WS-APROBADOR          PIC X(8).

       01 WS-TOT-ACEPTADAS      PIC 9(3) VALUE 0.
       01 WS-TOT-APROBADAS      PIC 9(3) VALUE 0.
       01 WS-TOT-RETENIDAS      PIC 9(3) VALUE 0.
       01 WS-TOT-RECHAZADAS     PIC 9(5) VALUE 0.
       01 WS-TOT-ESTIMADO       PIC 9(9) VALUE 0.

      *Secuencias aceptadas: se guardan hasta el final porque la
      *cabecera de SECUENCIA.VAL lleva los totales de la edicion.
       01 WS-ACE-COUNT          PIC 9(3) VALUE 0.
       01 WS-ACE-TABLA.
           05 WS-ACE-ENTRY OCCURS 999 TIMES.
               10 WS-ACE-SECUENCIA PIC 9(3).
               10 WS-ACE-INICIO    PIC S9(5).
               10 WS-ACE-PASO      PIC S9(5).
               10 WS-ACE-LIMITE    PIC S9(5).
               10 WS-ACE-ESTIMADO  PIC 9(7).
               10 WS-ACE-APROBADOR PIC X(8).
       01 WS-ACE-IDX            PIC 9(4).

      *Decisiones vigentes del supervisor; SECAPROB.DAT se agrega en
      *orden, asi que la ultima que coincide es la que vale.
       01 WS-APR-COUNT          PIC 9(3) VALUE 0.
       01 WS-APR-TABLA.
           05 WS-APR-ENTRY OCCURS 500 TIMES.
               10 WS-APR-INICIO    PIC S9(5).
               10 WS-APR-PASO      PIC S9(5).
               10 WS-APR-LIMITE    PIC S9(5).
               10 WS-APR-DECISION  PIC X.
               10 WS-APR-SUPERVISOR PIC X(8).
       01 WS-APR-IDX            PIC 9(3).
       01 WS-APR-HALLADA        PIC 9(3).

       01 WS-DETALLE-LINEA.
           05 WS-DET-SECUENCIA  PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-INICIO     PIC -----9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PASO       PIC -----9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-LIMITE     PIC -----9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-ESTIMADO   PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-RESULTADO  PIC X(58).
       01 WS-DETALLE-CRUDO REDEFINES WS-DETALLE-LINEA.
           05 FILLER            PIC X(7).
           05 WS-DET-TEXTO      PIC X(33).
           05 FILLER            PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-APROBACIONES.
           PERFORM ABRIR-SALIDAS.
           IF WS-SALIDAS-ABIERTAS = "S"
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM EDITAR-ARCHIVO-PARAMETROS
               PERFORM GRABAR-ACEPTADAS
               PERFORM IMPRIMIR-TOTALES
               CLOSE SEQUENCE-REJECT-FILE
               CLOSE HELD-SEQUENCE-FILE
               CLOSE EDIT-REPORT-FILE
               DISPLAY "SEQ-EDIT: LEIDAS " WS-REGISTRO-NUM
                   " ACEPTADAS " WS-TOT-ACEPTADAS
                   " RETENIDAS " WS-TOT-RETENIDAS
                   " RECHAZADAS " WS-TOT-RECHAZADAS
                   ", VER SECEDIT.RPT"
               IF WS-TOT-RETENIDAS > 0 OR WS-TOT-RECHAZADAS > 0
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
               MOVE "SECEDIT.RPT" TO SPL-REPORTE
               MOVE "H" TO SPL-DISPOSICION
               MOVE 7 TO SPL-DIAS-PURGA
               CALL "SPOOL-REG" USING SPOOL-PARMS
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT EDIT-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT EDIT-PARM-FILE
               CLOSE EDIT-PARM-FILE
               OPEN INPUT EDIT-PARM-FILE
           END-IF
           READ EDIT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-MAXIMO IS NUMERIC AND PARM-MAXIMO > 0
                       MOVE PARM-MAXIMO TO WS-MAXIMO-SIN-APROBAR
                   END-IF
                   IF PARM-VIGENCIA IS NUMERIC AND PARM-VIGENCIA > 0
                       MOVE PARM-VIGENCIA TO WS-DIAS-VIGENCIA
                   END-IF
           END-READ
           CLOSE EDIT-PARM-FILE
           IF WS-MAXIMO-SIN-APROBAR > WS-TOPE-GENERADOR
               MOVE WS-TOPE-GENERADOR TO WS-MAXIMO-SIN-APROBAR
           END-IF
           COMPUTE WS-DIA-VIGENCIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-DIAS-VIGENCIA).

      * Solo cuentan las decisiones dentro de la vigencia; si hay mas
      * de las que caben se descarta la mas vieja, no la mas nueva.
       CARGAR-APROBACIONES.
           OPEN INPUT SEQUENCE-APPROVAL-FILE
           IF WS-SECAPROB-STATUS = "00"
               PERFORM UNTIL EOF-APROBACIONES
                   READ SEQUENCE-APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-APROBACIONES
                       NOT AT END
                           IF SA-FECHA IS NUMERIC AND
                              SA-FECHA > WS-DIA-VIGENCIA AND
                              (SA-APROBADA OR SA-RECHAZADA)
                               PERFORM GUARDAR-APROBACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQUENCE-APPROVAL-FILE
           END-IF.

       GUARDAR-APROBACION.
           IF WS-APR-COUNT >= 500
               PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                       UNTIL WS-APR-IDX >= 500
                   MOVE WS-APR-ENTRY(WS-APR-IDX + 1) TO
                       WS-APR-ENTRY(WS-APR-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-APR-COUNT
           END-IF
           MOVE SA-INICIO TO WS-APR-INICIO(WS-APR-COUNT)
           MOVE SA-PASO TO WS-APR-PASO(WS-APR-COUNT)
           MOVE SA-LIMITE TO WS-APR-LIMITE(WS-APR-COUNT)
           MOVE SA-DECISION TO WS-APR-DECISION(WS-APR-COUNT)
           MOVE SA-SUPERVISOR TO WS-APR-SUPERVISOR(WS-APR-COUNT).

       ABRIR-SALIDAS.
           OPEN OUTPUT SEQUENCE-REJECT-FILE
           IF WS-SECREJ-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "SEQ-EDIT" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR SECUENCIA.REJ, STATUS="
                   WS-SECREJ-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               OPEN OUTPUT HELD-SEQUENCE-FILE
               IF WS-SECHOLD-STATUS NOT = "00"
                   CLOSE SEQUENCE-REJECT-FILE
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "SEQ-EDIT" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR SECRETEN.DAT, STATUS="
                       WS-SECHOLD-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   OPEN OUTPUT EDIT-REPORT-FILE
                   MOVE "S" TO WS-SALIDAS-ABIERTAS
               END-IF
           END-IF.

       EDITAR-ARCHIVO-PARAMETROS.
           OPEN INPUT SEQUENCE-PARM-FILE
           IF WS-SEQPRM-STATUS = "35"
               OPEN OUTPUT SEQUENCE-PARM-FILE
               CLOSE SEQUENCE-PARM-FILE
               OPEN INPUT SEQUENCE-PARM-FILE
           END-IF
           PERFORM UNTIL EOF-PARAMETROS
               READ SEQUENCE-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PARAMETROS
                   NOT AT END
                       ADD 1 TO WS-REGISTRO-NUM
                       PERFORM EDITAR-SECUENCIA
               END-READ
           END-PERFORM
           CLOSE SEQUENCE-PARM-FILE.

      * El generador recorre de inicio hacia abajo hasta quedar bajo
      * el limite, asi que solo termina con paso negativo e inicio no
      * menor que el limite. Lo demas no genera nada o no termina.
       EDITAR-SECUENCIA.
           MOVE 0 TO WS-CODIGO-RECHAZO
           MOVE 0 TO WS-ESTIMADO
           MOVE SPACES TO WS-APROBADOR
           MOVE "A" TO WS-DISPOSICION
           EVALUATE TRUE
               WHEN WS-REGISTRO-NUM > 999
                   MOVE 08 TO WS-CODIGO-RECHAZO
                   MOVE "MAS DE 999 SECUENCIAS EN EL ARCHIVO"
                       TO WS-MOTIVO-RECHAZO
               WHEN PARM-INICIO NOT NUMERIC OR
                    PARM-PASO NOT NUMERIC OR
                    PARM-LIMITE NOT NUMERIC
                   MOVE 01 TO WS-CODIGO-RECHAZO
                   MOVE "CAMPO NO NUMERICO" TO WS-MOTIVO-RECHAZO
               WHEN PARM-PASO = 0
                   MOVE 02 TO WS-CODIGO-RECHAZO
                   MOVE "PASO CERO, NO TERMINA NUNCA"
                       TO WS-MOTIVO-RECHAZO
               WHEN PARM-INICIO < PARM-LIMITE
                   MOVE 03 TO WS-CODIGO-RECHAZO
                   MOVE "INICIO MENOR QUE LIMITE, NO GENERA NADA"
                       TO WS-MOTIVO-RECHAZO
               WHEN PARM-PASO > 0
                   MOVE 04 TO WS-CODIGO-RECHAZO
                   MOVE "PASO SE ALEJA DEL LIMITE, NO TERMINA"
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE PARM-INICIO TO WS-INICIO
                   MOVE PARM-PASO TO WS-PASO
                   MOVE PARM-LIMITE TO WS-LIMITE
                   PERFORM ESTIMAR-SECUENCIA
           END-EVALUATE
           IF WS-CODIGO-RECHAZO = 0 AND
              WS-ESTIMADO > WS-MAXIMO-SIN-APROBAR
               PERFORM BUSCAR-APROBACION
           END-IF
           IF WS-CODIGO-RECHAZO NOT = 0
               MOVE "R" TO WS-DISPOSICION
           END-IF
           EVALUATE TRUE
               WHEN DISP-RECHAZADA
                   PERFORM RECHAZAR-SECUENCIA
               WHEN DISP-RETENIDA
                   PERFORM RETENER-SECUENCIA
               WHEN OTHER
                   PERFORM ACEPTAR-SECUENCIA
           END-EVALUATE
           PERFORM IMPRIMIR-DETALLE.

      * Cantidad = pasos enteros que caben entre inicio y limite, mas
      * el inicio. El primer numero bajo el limite tambien se calcula
      * en el contador del generador: si no cabe en S9(5) se trunca,
      * nunca queda bajo el limite y la secuencia no termina.
       ESTIMAR-SECUENCIA.
           COMPUTE WS-PASOS = (WS-INICIO - WS-LIMITE) / (0 - WS-PASO)
           COMPUTE WS-ESTIMADO = WS-PASOS + 1
           COMPUTE WS-SIGUIENTE = WS-INICIO + WS-ESTIMADO * WS-PASO
           EVALUATE TRUE
               WHEN WS-SIGUIENTE < -99999
                   MOVE 05 TO WS-CODIGO-RECHAZO
                   MOVE "DESBORDA BAJO EL LIMITE, NO TERMINA"
                       TO WS-MOTIVO-RECHAZO
               WHEN WS-ESTIMADO > WS-TOPE-GENERADOR
                   MOVE 06 TO WS-CODIGO-RECHAZO
                   MOVE "MAS DE 32000 NUMEROS, EL GENERADOR LA CORTA"
                       TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

      * Una secuencia grande pasa solo con una aprobacion vigente del
      * supervisor para los mismos parametros; si la rechazo, se
      * rechaza; si todavia no decidio, queda retenida.
       BUSCAR-APROBACION.
           MOVE 0 TO WS-APR-HALLADA
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-INICIO(WS-APR-IDX) = WS-INICIO AND
                  WS-APR-PASO(WS-APR-IDX) = WS-PASO AND
                  WS-APR-LIMITE(WS-APR-IDX) = WS-LIMITE
                   MOVE WS-APR-IDX TO WS-APR-HALLADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-APR-HALLADA = 0
                   MOVE "H" TO WS-DISPOSICION
               WHEN WS-APR-DECISION(WS-APR-HALLADA) = "A"
                   MOVE WS-APR-SUPERVISOR(WS-APR-HALLADA)
                       TO WS-APROBADOR
               WHEN OTHER
                   MOVE 07 TO WS-CODIGO-RECHAZO
                   STRING "RECHAZADA POR EL SUPERVISOR "
                       WS-APR-SUPERVISOR(WS-APR-HALLADA)
                       DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       RECHAZAR-SECUENCIA.
           ADD 1 TO WS-TOT-RECHAZADAS
           MOVE SPACES TO SEQUENCE-REJECT-RECORD
           MOVE WS-REGISTRO-NUM TO REJ-SECUENCIA
           MOVE SEQUENCE-PARM-TEXTO TO REJ-REGISTRO
           MOVE WS-CODIGO-RECHAZO TO REJ-CODIGO
           MOVE WS-MOTIVO-RECHAZO TO REJ-MOTIVO
           WRITE SEQUENCE-REJECT-RECORD.

       RETENER-SECUENCIA.
           ADD 1 TO WS-TOT-RETENIDAS
           MOVE SPACES TO HELD-SEQUENCE-RECORD
           MOVE WS-REGISTRO-NUM TO SH-SECUENCIA
           MOVE WS-INICIO TO SH-INICIO
           MOVE WS-PASO TO SH-PASO
           MOVE WS-LIMITE TO SH-LIMITE
           MOVE WS-ESTIMADO TO SH-ESTIMADO
           MOVE WS-FECHA-HOY TO SH-FECHA-EDICION
           WRITE HELD-SEQUENCE-RECORD.

       ACEPTAR-SECUENCIA.
           ADD 1 TO WS-TOT-ACEPTADAS
           ADD 1 TO WS-ACE-COUNT
           IF WS-APROBADOR NOT = SPACES
               ADD 1 TO WS-TOT-APROBADAS
           END-IF
           ADD WS-ESTIMADO TO WS-TOT-ESTIMADO
           MOVE WS-REGISTRO-NUM TO WS-ACE-SECUENCIA(WS-ACE-COUNT)
           MOVE WS-INICIO TO WS-ACE-INICIO(WS-ACE-COUNT)
           MOVE WS-PASO TO WS-ACE-PASO(WS-ACE-COUNT)
           MOVE WS-LIMITE TO WS-ACE-LIMITE(WS-ACE-COUNT)
           MOVE WS-ESTIMADO TO WS-ACE-ESTIMADO(WS-ACE-COUNT)
           MOVE WS-APROBADOR TO WS-ACE-APROBADOR(WS-ACE-COUNT).

      * La cabecera se graba aun sin registros: un SECUENCIA.PRM
      * vacio (cero leidas) es lo que le indica al generador que
      * corra la secuencia clasica.
       GRABAR-ACEPTADAS.
           OPEN OUTPUT EDITED-SEQUENCE-FILE
           IF WS-SECVAL-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "SEQ-EDIT" TO ERR-PROGRAMA
               STRING "NO SE PUDO GRABAR SECUENCIA.VAL, STATUS="
                   WS-SECVAL-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE SPACES TO EDITED-SEQUENCE-RECORD
               MOVE "H" TO SV-TIPO
               MOVE WS-FECHA-HOY TO SV-FECHA-EDICION
               IF WS-REGISTRO-NUM > 999
                   MOVE 999 TO SV-LEIDOS
               ELSE
                   MOVE WS-REGISTRO-NUM TO SV-LEIDOS
               END-IF
               MOVE WS-TOT-ACEPTADAS TO SV-ACEPTADOS
               MOVE WS-TOT-RETENIDAS TO SV-RETENIDOS
               IF WS-TOT-RECHAZADAS > 999
                   MOVE 999 TO SV-RECHAZADOS
               ELSE
                   MOVE WS-TOT-RECHAZADAS TO SV-RECHAZADOS
               END-IF
               WRITE EDITED-SEQUENCE-RECORD
               PERFORM GRABAR-UNA-ACEPTADA
                   VARYING WS-ACE-IDX FROM 1 BY 1
                   UNTIL WS-ACE-IDX > WS-ACE-COUNT
               CLOSE EDITED-SEQUENCE-FILE
           END-IF.

       GRABAR-UNA-ACEPTADA.
           MOVE SPACES TO EDITED-SEQUENCE-RECORD
           MOVE "D" TO SV-TIPO
           MOVE WS-ACE-SECUENCIA(WS-ACE-IDX) TO SV-SECUENCIA
           MOVE WS-ACE-INICIO(WS-ACE-IDX) TO SV-INICIO
           MOVE WS-ACE-PASO(WS-ACE-IDX) TO SV-PASO
           MOVE WS-ACE-LIMITE(WS-ACE-IDX) TO SV-LIMITE
           MOVE WS-ACE-ESTIMADO(WS-ACE-IDX) TO SV-ESTIMADO
           MOVE WS-ACE-APROBADOR(WS-ACE-IDX) TO SV-APROBADOR
           WRITE EDITED-SEQUENCE-RECORD.

       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE
           STRING "EDICION DE SECUENCIAS DEL LABORATORIO - FECHA "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MAXIMO SIN APROBACION: " WS-MAXIMO-SIN-APROBAR
               " NUMEROS   VIGENCIA DE APROBACIONES: "
               WS-DIAS-VIGENCIA " DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  SEC  INICIO    PASO  LIMITE   ESTIMADO  RESULTADO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-----  ------  ------  ------  ---------  ---------"
               TO REPORT-LINE
           WRITE REPORT-LINE.

      * Un registro no numerico se imprime tal como vino.
       IMPRIMIR-DETALLE.
           MOVE SPACES TO WS-DETALLE-LINEA
           MOVE WS-REGISTRO-NUM TO WS-DET-SECUENCIA
           IF WS-CODIGO-RECHAZO = 01 OR WS-CODIGO-RECHAZO = 08
               MOVE SEQUENCE-PARM-TEXTO TO WS-DET-TEXTO
           ELSE
               MOVE PARM-INICIO TO WS-DET-INICIO
               MOVE PARM-PASO TO WS-DET-PASO
               MOVE PARM-LIMITE TO WS-DET-LIMITE
               MOVE WS-ESTIMADO TO WS-DET-ESTIMADO
           END-IF
           EVALUATE TRUE
               WHEN DISP-RECHAZADA
                   STRING "RECHAZADA " WS-CODIGO-RECHAZO ": "
                       WS-MOTIVO-RECHAZO
                       DELIMITED BY SIZE INTO WS-DET-RESULTADO
               WHEN DISP-RETENIDA
                   MOVE "RETENIDA: ESPERA APROBACION DEL SUPERVISOR"
                       TO WS-DET-RESULTADO
               WHEN WS-APROBADOR NOT = SPACES
                   STRING "ACEPTADA, APROBADA POR " WS-APROBADOR
                       DELIMITED BY SIZE INTO WS-DET-RESULTADO
               WHEN OTHER
                   MOVE "ACEPTADA" TO WS-DET-RESULTADO
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETALLE-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REGISTRO-NUM = 0
               MOVE SPACES TO REPORT-LINE
               STRING "SECUENCIA.PRM VACIO: EL GENERADOR CORRE LA "
                   "SECUENCIA CLASICA."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "LEIDAS: " WS-REGISTRO-NUM
               "  ACEPTADAS: " WS-TOT-ACEPTADAS
               " (APROBADAS: " WS-TOT-APROBADAS ")"
               "  RETENIDAS: " WS-TOT-RETENIDAS
               "  RECHAZADAS: " WS-TOT-RECHAZADAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NUMEROS ESTIMADOS DE LAS ACEPTADAS: "
               WS-TOT-ESTIMADO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOT-RETENIDAS > 0
               MOVE SPACES TO REPORT-LINE
               STRING "LAS RETENIDAS SE APRUEBAN CON SEQ-APPROVE Y "
                   "PASAN AL VOLVER A CORRER SEQ-EDIT."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "SEQ-EDIT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "EDICION SECUENCIAS LEIDAS=" WS-REGISTRO-NUM
               " ACEPTADAS=" WS-TOT-ACEPTADAS
               " RETENIDAS=" WS-TOT-RETENIDAS
               " RECHAZADAS=" WS-TOT-RECHAZADAS
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

       END PROGRAM SEQ-EDIT.
