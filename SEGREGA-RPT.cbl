      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties review for the auditors, run
      *          weekly under JOB-CONTROL. Cross-references the
      *          journals of the suite - VISJRNL.DAT, AUDIT.TRL,
      *          ESCDISPO.LOG, the pending CALCOVRD.PRM override and
      *          GOTOAUD.LOG - and lists in SEGREGA.RPT every case of
      *          one operator both making and approving the same
      *          item: a visitor entered or changed and then
      *          suspended or reinstated by the same operator, a
      *          duplicate batch released by the supervisor who sent
      *          it, an adjustment approved by its own preparer, a
      *          write-off or a checklist confirmed twice by the same
      *          person. The rules to apply, their look-back window
      *          and, for the visitor journal, which actions count as
      *          making and which as approving come from SEGREGA.PRM;
      *          without it every rule runs over the last 7 days.
      *          Batch entries (SISTEMA) are no person and never
      *          count. Any conflict ends the run in warning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGA-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-PARM-FILE ASSIGN TO "SEGREGA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           COPY VISJRNL-SEL.
           COPY AUDIT-TRAIL-SEL.
           SELECT DISPO-LOG-FILE ASSIGN TO "ESCDISPO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOLOG-STATUS.
           SELECT OVERRIDE-PARM-FILE ASSIGN TO "CALCOVRD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT GOTO-AUDIT-LOG ASSIGN TO "GOTOAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOTOAUD-STATUS.
           SELECT SEGREGATION-REPORT-FILE ASSIGN TO "SEGREGA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Una regla por linea: codigo, activa (S/N), dias hacia atras,
      *y para las reglas VJ las acciones del diario de visitantes que
      *cuentan como hacer y como aprobar, luego la descripcion. El
      *prefijo del codigo dice que se revisa: VJ diario de visitantes,
      *LD liberacion de lote duplicado, OV liberacion pendiente en
      *CALCOVRD.PRM, AJ ajustes, DS disposiciones de escalados, GC
      *confirmaciones de GOTO-CONFIRMA.
       FD  RULE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-PARM-RECORD.
           05 PARM-REGLA           PIC X(4).
           05 FILLER               PIC X.
           05 PARM-ACTIVA          PIC X.
           05 FILLER               PIC X.
           05 PARM-DIAS            PIC 9(3).
           05 FILLER               PIC X.
           05 PARM-HACE            PIC X(5).
           05 FILLER               PIC X.
           05 PARM-APRUEBA         PIC X(5).
           05 FILLER               PIC X.
           05 PARM-DESCRIPCION     PIC X(40).

       COPY VISJRNL-FD.
       COPY AUDIT-TRAIL-FD.

      *Disposiciones de CALC-DISPOSE, en su mismo trazado.
       FD  DISPO-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPO-LOG-RECORD.
           05 DSP-FECHA-HORA       PIC X(17).
           05 FILLER               PIC X.
           05 DSP-OPERADOR-1       PIC X(8).
           05 FILLER               PIC X.
           05 DSP-OPERADOR-2       PIC X(8).
           05 FILLER               PIC X.
           05 DSP-ACCION           PIC X.
           05 FILLER               PIC X.
           05 DSP-MOTIVO           PIC X(25).
           05 FILLER               PIC X.
           05 DSP-DATOS            PIC X(20).

      *Liberacion supervisada aun no usada por CALC-EDIT.
       FD  OVERRIDE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERRIDE-PARM-RECORD.
           05 OVR-SERIE            PIC X(6).
           05 FILLER               PIC X.
           05 OVR-SUPERVISOR       PIC X(8).

      *Respuestas de GOTO-CONFIRMA, en su mismo trazado.
       FD  GOTO-AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       01  GOTO-AUDIT-RECORD.
           05 GAL-RESPUESTA        PIC X.
           05 FILLER               PIC X.
           05 GAL-FECHA-HORA       PIC X(26).
           05 FILLER               PIC X.
           05 GAL-ID-PREGUNTA      PIC X(4).
           05 FILLER               PIC X.
           05 GAL-OPERADOR-1       PIC X(8).
           05 FILLER               PIC X.
           05 GAL-OPERADOR-2       PIC X(8).

       FD  SEGREGATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-PARM-STATUS        PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-DISPOLOG-STATUS    PIC XX.
       01 WS-OVERRIDE-STATUS    PIC XX.
       01 WS-GOTOAUD-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-ACTUAL         PIC X.
       01 WS-DIAS-DEFECTO       PIC 9(3) VALUE 7.

       01 WS-REGLAS-COUNT       PIC 9(2) VALUE 0.
       01 WS-REGLAS-TABLA.
           05 WS-REGLA-ENTRY OCCURS 20 TIMES.
               10 WS-REG-CODIGO      PIC X(4).
               10 WS-REG-DIAS        PIC 9(3).
               10 WS-REG-DESDE       PIC 9(8).
               10 WS-REG-HACE        PIC X(5).
               10 WS-REG-APRUEBA     PIC X(5).
               10 WS-REG-DESCRIPCION PIC X(40).
               10 WS-REG-CONFLICTOS  PIC 9(5).
       01 WS-REG-IDX            PIC 9(2).
       01 WS-DESDE-MINIMO       PIC 9(8).

      *Diario de visitantes dentro de la ventana mas larga.
       01 WS-DIARIO-COUNT       PIC 9(4) VALUE 0.
       01 WS-DIARIO-TABLA.
           05 WS-DIARIO-ENTRY OCCURS 3000 TIMES.
               10 WS-DIA-FECHA-HORA  PIC X(17).
               10 WS-DIA-OPERADOR    PIC X(8).
               10 WS-DIA-ACCION      PIC X.
               10 WS-DIA-ID          PIC 9(8).
       01 WS-DIA-IDX            PIC 9(4).
       01 WS-HACE-IDX           PIC 9(4).
       01 WS-HACE-HALLADO       PIC 9(4).

      *Del trail: quien envio cada serie (CALC-INTAKE), las
      *liberaciones de duplicados (CALC-EDIT) y los ajustes
      *decididos por su propio preparador (CALC-ADJUST).
       01 WS-ENVIOS-COUNT       PIC 9(3) VALUE 0.
       01 WS-ENVIOS-TABLA.
           05 WS-ENVIO-ENTRY OCCURS 300 TIMES.
               10 WS-ENV-FECHA       PIC 9(8).
               10 WS-ENV-SERIE       PIC X(6).
               10 WS-ENV-OPERADOR    PIC X(8).
       01 WS-ENV-IDX            PIC 9(3).
       01 WS-LIBERA-COUNT       PIC 9(3) VALUE 0.
       01 WS-LIBERA-TABLA.
           05 WS-LIBERA-ENTRY OCCURS 300 TIMES.
               10 WS-LIB-FECHA-HORA  PIC X(17).
               10 WS-LIB-SERIE       PIC X(6).
               10 WS-LIB-SUPERVISOR  PIC X(8).
               10 WS-LIB-OPERADOR    PIC X(8).
       01 WS-LIB-IDX            PIC 9(3).
       01 WS-AJUSTES-COUNT      PIC 9(3) VALUE 0.
       01 WS-AJUSTES-TABLA.
           05 WS-AJUSTE-ENTRY OCCURS 300 TIMES.
               10 WS-AJU-FECHA-HORA  PIC X(17).
               10 WS-AJU-NUMERO      PIC X(6).
               10 WS-AJU-OPERADOR    PIC X(8).
       01 WS-AJU-IDX            PIC 9(3).

       01 WS-OVERRIDE-SERIE     PIC X(6) VALUE SPACES.
       01 WS-OVERRIDE-SUPER     PIC X(8) VALUE SPACES.

       01 WS-TABLA-LLENA        PIC X VALUE "N".
           88 TABLA-LLENA       VALUE "S".
       01 WS-PARTE-1            PIC X(80).
       01 WS-PARTE-2            PIC X(80).
       01 WS-PARTE-3            PIC X(80).
       01 WS-SERIE-AUX          PIC X(6).
       01 WS-COINCIDE           PIC 9(2).
       01 WS-QUIEN-ENVIO        PIC X(8).
       01 WS-CONFLICTOS-TOTAL   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-REGLAS.
           PERFORM CARGAR-DIARIO-VISITAS.
           PERFORM CARGAR-EVENTOS-AUDITORIA.
           PERFORM LEER-OVERRIDE.
           OPEN OUTPUT SEGREGATION-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "SEGREGACION DE FUNCIONES - FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           IF TABLA-LLENA
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** TABLA LLENA: REVISION INCOMPLETA ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           PERFORM EVALUAR-REGLA
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REGLAS-COUNT.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE SEGREGATION-REPORT-FILE.
           IF WS-CONFLICTOS-TOTAL > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "SEGREGA-RPT: " WS-CONFLICTOS-TOTAL
                   " CONFLICTOS DE SEGREGACION, VER SEGREGA.RPT"
           ELSE
               DISPLAY "SEGREGA-RPT: SIN CONFLICTOS DE SEGREGACION."
           END-IF.
      *    Es evidencia para los auditores: se archiva un anio.
           MOVE "SEGREGA.RPT" TO SPL-REPORTE
           MOVE "A" TO SPL-DISPOSICION
           MOVE 365 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Sin SEGREGA.PRM, o sin ninguna linea valida en el, corren
      * todas las reglas con su definicion de siempre. Una regla con
      * N en activa se omite; dias en cero o no numericos toman 7.
       CARGAR-REGLAS.
           OPEN INPUT RULE-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT RULE-PARM-FILE
               CLOSE RULE-PARM-FILE
               OPEN INPUT RULE-PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ RULE-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF PARM-REGLA NOT = SPACES AND
                          PARM-ACTIVA NOT = "N" AND
                          WS-REGLAS-COUNT < 20
                           ADD 1 TO WS-REGLAS-COUNT
                           MOVE PARM-REGLA TO
                               WS-REG-CODIGO(WS-REGLAS-COUNT)
                           IF PARM-DIAS IS NUMERIC AND PARM-DIAS > 0
                               MOVE PARM-DIAS TO
                                   WS-REG-DIAS(WS-REGLAS-COUNT)
                           ELSE
                               MOVE WS-DIAS-DEFECTO TO
                                   WS-REG-DIAS(WS-REGLAS-COUNT)
                           END-IF
                           MOVE PARM-HACE TO
                               WS-REG-HACE(WS-REGLAS-COUNT)
                           MOVE PARM-APRUEBA TO
                               WS-REG-APRUEBA(WS-REGLAS-COUNT)
                           MOVE PARM-DESCRIPCION TO
                               WS-REG-DESCRIPCION(WS-REGLAS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-PARM-FILE
           IF WS-REGLAS-COUNT = 0
               PERFORM CARGAR-REGLAS-DEFECTO
           END-IF
           MOVE WS-FECHA-HOY TO WS-DESDE-MINIMO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REGLAS-COUNT
               MOVE 0 TO WS-REG-CONFLICTOS(WS-REG-IDX)
               COMPUTE WS-REG-DESDE(WS-REG-IDX) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - WS-REG-DIAS(WS-REG-IDX) + 1)
               IF WS-REG-DESDE(WS-REG-IDX) < WS-DESDE-MINIMO
                   MOVE WS-REG-DESDE(WS-REG-IDX) TO WS-DESDE-MINIMO
               END-IF
           END-PERFORM.

       CARGAR-REGLAS-DEFECTO.
           MOVE 6 TO WS-REGLAS-COUNT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REGLAS-COUNT
               MOVE WS-DIAS-DEFECTO TO WS-REG-DIAS(WS-REG-IDX)
               MOVE SPACES TO WS-REG-HACE(WS-REG-IDX)
               MOVE SPACES TO WS-REG-APRUEBA(WS-REG-IDX)
           END-PERFORM
           MOVE "VJ01" TO WS-REG-CODIGO(1)
           MOVE "AMV" TO WS-REG-HACE(1)
           MOVE "S" TO WS-REG-APRUEBA(1)
           MOVE "ALTA/CAMBIO Y SUSPENSION/REHABILITACION"
               TO WS-REG-DESCRIPCION(1)
           MOVE "LD01" TO WS-REG-CODIGO(2)
           MOVE "DUPLICADO LIBERADO POR QUIEN LO ENVIO"
               TO WS-REG-DESCRIPCION(2)
           MOVE "OV01" TO WS-REG-CODIGO(3)
           MOVE "LIBERACION PENDIENTE DE QUIEN LO ENVIO"
               TO WS-REG-DESCRIPCION(3)
           MOVE "AJ01" TO WS-REG-CODIGO(4)
           MOVE "AJUSTE APROBADO POR SU PREPARADOR"
               TO WS-REG-DESCRIPCION(4)
           MOVE "DS01" TO WS-REG-CODIGO(5)
           MOVE "DISPOSICION CONFIRMADA POR QUIEN DISPUSO"
               TO WS-REG-DESCRIPCION(5)
           MOVE "GC01" TO WS-REG-CODIGO(6)
           MOVE "MISMO OPERADOR COMO AMBOS CONFIRMADORES"
               TO WS-REG-DESCRIPCION(6).

      * Solo interesa lo hecho por una persona: las entradas de lote
      * (SISTEMA) no hacen ni aprueban nada.
       CARGAR-DIARIO-VISITAS.
           OPEN INPUT VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "35"
               OPEN OUTPUT VISITOR-JOURNAL-FILE
               CLOSE VISITOR-JOURNAL-FILE
               OPEN INPUT VISITOR-JOURNAL-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ VISITOR-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF VJ-FECHA-HORA(1:8) >= WS-DESDE-MINIMO AND
                          VJ-OPERADOR NOT = SPACES AND
                          VJ-OPERADOR NOT = "SISTEMA" AND
                          VJ-ACCION NOT = SPACE
                           IF WS-DIARIO-COUNT < 3000
                               ADD 1 TO WS-DIARIO-COUNT
                               MOVE VJ-FECHA-HORA TO
                                   WS-DIA-FECHA-HORA(WS-DIARIO-COUNT)
                               MOVE VJ-OPERADOR TO
                                   WS-DIA-OPERADOR(WS-DIARIO-COUNT)
                               MOVE VJ-ACCION TO
                                   WS-DIA-ACCION(WS-DIARIO-COUNT)
                               MOVE VJ-ID-VISITANTE TO
                                   WS-DIA-ID(WS-DIARIO-COUNT)
                           ELSE
                               MOVE "S" TO WS-TABLA-LLENA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VISITOR-JOURNAL-FILE.

      * Los eventos se reconocen por el texto que les da cada
      * programa: "RECEPCION ... LOTE=serie" (CALC-INTAKE),
      * "LIBERACION LOTE DUPLICADO SERIE s SUPERVISOR x" (CALC-EDIT)
      * y "AJUSTE n APROBADO ... PREP=x APR=y" (CALC-ADJUST).
       CARGAR-EVENTOS-AUDITORIA.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
               CLOSE AUDIT-TRAIL-FILE
               OPEN INPUT AUDIT-TRAIL-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF AUD-FECHA-HORA(1:8) >= WS-DESDE-MINIMO
                           EVALUATE TRUE
                               WHEN AUD-PROGRAMA = "CALC-INTAKE" AND
                                    AUD-EVENTO(1:10) = "RECEPCION "
                                   PERFORM GUARDAR-ENVIO
                               WHEN AUD-PROGRAMA = "CALC-EDIT" AND
                                    AUD-EVENTO(1:32) =
                                    "LIBERACION LOTE DUPLICADO SERIE "
                                   PERFORM GUARDAR-LIBERACION
                               WHEN AUD-PROGRAMA = "CALC-ADJUST" AND
                                    AUD-EVENTO(1:7) = "AJUSTE "
                                   PERFORM GUARDAR-AJUSTE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

       GUARDAR-ENVIO.
           MOVE SPACES TO WS-PARTE-1 WS-SERIE-AUX
           UNSTRING AUD-EVENTO DELIMITED BY " LOTE="
               INTO WS-PARTE-1 WS-SERIE-AUX
           END-UNSTRING
           IF WS-SERIE-AUX NOT = SPACES AND
              AUD-OPERADOR NOT = SPACES AND
              AUD-OPERADOR NOT = "SISTEMA"
               IF WS-ENVIOS-COUNT < 300
                   ADD 1 TO WS-ENVIOS-COUNT
                   MOVE AUD-FECHA-HORA(1:8) TO
                       WS-ENV-FECHA(WS-ENVIOS-COUNT)
                   MOVE WS-SERIE-AUX TO WS-ENV-SERIE(WS-ENVIOS-COUNT)
                   MOVE AUD-OPERADOR TO
                       WS-ENV-OPERADOR(WS-ENVIOS-COUNT)
               ELSE
                   MOVE "S" TO WS-TABLA-LLENA
               END-IF
           END-IF.

       GUARDAR-LIBERACION.
           IF WS-LIBERA-COUNT < 300
               ADD 1 TO WS-LIBERA-COUNT
               MOVE AUD-FECHA-HORA TO
                   WS-LIB-FECHA-HORA(WS-LIBERA-COUNT)
               MOVE AUD-EVENTO(33:6) TO WS-LIB-SERIE(WS-LIBERA-COUNT)
               MOVE AUD-EVENTO(51:8) TO
                   WS-LIB-SUPERVISOR(WS-LIBERA-COUNT)
               MOVE AUD-OPERADOR TO WS-LIB-OPERADOR(WS-LIBERA-COUNT)
           ELSE
               MOVE "S" TO WS-TABLA-LLENA
           END-IF.

      * Solo se guarda el ajuste cuyo preparador es tambien quien lo
      * aprobo; los demas no son conflicto.
       GUARDAR-AJUSTE.
           MOVE 0 TO WS-COINCIDE
           INSPECT AUD-EVENTO TALLYING WS-COINCIDE
               FOR ALL " APROBADO "
           IF WS-COINCIDE > 0
               MOVE SPACES TO WS-PARTE-1 WS-PARTE-2 WS-PARTE-3
               UNSTRING AUD-EVENTO DELIMITED BY " PREP=" OR " APR="
                   INTO WS-PARTE-1 WS-PARTE-2 WS-PARTE-3
               END-UNSTRING
               IF WS-PARTE-2(1:8) = WS-PARTE-3(1:8) AND
                  WS-PARTE-2(1:8) NOT = SPACES AND
                  WS-PARTE-2(1:8) NOT = "SISTEMA"
                   IF WS-AJUSTES-COUNT < 300
                       ADD 1 TO WS-AJUSTES-COUNT
                       MOVE AUD-FECHA-HORA TO
                           WS-AJU-FECHA-HORA(WS-AJUSTES-COUNT)
                       MOVE AUD-EVENTO(8:6) TO
                           WS-AJU-NUMERO(WS-AJUSTES-COUNT)
                       MOVE WS-PARTE-2(1:8) TO
                           WS-AJU-OPERADOR(WS-AJUSTES-COUNT)
                   ELSE
                       MOVE "S" TO WS-TABLA-LLENA
                   END-IF
               END-IF
           END-IF.

      * Igual que CALC-EDIT: sin CALCOVRD.PRM no hay liberacion
      * pendiente y el archivo no se crea.
       LEER-OVERRIDE.
           OPEN INPUT OVERRIDE-PARM-FILE
           IF WS-OVERRIDE-STATUS = "00"
               READ OVERRIDE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OVR-SERIE TO WS-OVERRIDE-SERIE
                       MOVE OVR-SUPERVISOR TO WS-OVERRIDE-SUPER
               END-READ
               CLOSE OVERRIDE-PARM-FILE
           END-IF.

       EVALUAR-REGLA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGLA " WS-REG-CODIGO(WS-REG-IDX) "  "
               WS-REG-DESCRIPCION(WS-REG-IDX)
               "  DESDE " WS-REG-DESDE(WS-REG-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE WS-REG-CODIGO(WS-REG-IDX)(1:2)
               WHEN "VJ"
                   PERFORM REVISAR-DIARIO-VISITAS
               WHEN "LD"
                   PERFORM REVISAR-LIBERACIONES
               WHEN "OV"
                   PERFORM REVISAR-OVERRIDE-PENDIENTE
               WHEN "AJ"
                   PERFORM REVISAR-AJUSTES
               WHEN "DS"
                   PERFORM REVISAR-DISPOSICIONES
               WHEN "GC"
                   PERFORM REVISAR-CONFIRMACIONES
               WHEN OTHER
                   MOVE "  REGLA DESCONOCIDA, NO SE REVISO." TO
                       REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
           END-EVALUATE
           IF WS-REG-CONFLICTOS(WS-REG-IDX) = 0
               MOVE "  SIN CONFLICTOS." TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  CONFLICTOS: " WS-REG-CONFLICTOS(WS-REG-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD WS-REG-CONFLICTOS(WS-REG-IDX) TO WS-CONFLICTOS-TOTAL.

      * Cada aprobacion (accion de la lista APRUEBA) se compara con
      * lo que el mismo operador hizo antes sobre el mismo visitante
      * (acciones de la lista HACE) dentro de la ventana; se informa
      * una vez por aprobacion, con la primera accion que la choca.
       REVISAR-DIARIO-VISITAS.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIARIO-COUNT
               MOVE 0 TO WS-COINCIDE
               IF WS-DIA-FECHA-HORA(WS-DIA-IDX)(1:8) >=
                      WS-REG-DESDE(WS-REG-IDX)
                   INSPECT WS-REG-APRUEBA(WS-REG-IDX) TALLYING
                       WS-COINCIDE FOR ALL WS-DIA-ACCION(WS-DIA-IDX)
               END-IF
               IF WS-COINCIDE > 0
                   PERFORM BUSCAR-ACCION-PREVIA
               END-IF
           END-PERFORM.

       BUSCAR-ACCION-PREVIA.
           MOVE 0 TO WS-HACE-HALLADO
           PERFORM VARYING WS-HACE-IDX FROM 1 BY 1
                   UNTIL WS-HACE-IDX > WS-DIARIO-COUNT OR
                         WS-HACE-HALLADO > 0
               IF WS-HACE-IDX NOT = WS-DIA-IDX AND
                  WS-DIA-OPERADOR(WS-HACE-IDX) =
                      WS-DIA-OPERADOR(WS-DIA-IDX) AND
                  WS-DIA-ID(WS-HACE-IDX) = WS-DIA-ID(WS-DIA-IDX) AND
                  WS-DIA-FECHA-HORA(WS-HACE-IDX) <=
                      WS-DIA-FECHA-HORA(WS-DIA-IDX) AND
                  WS-DIA-FECHA-HORA(WS-HACE-IDX)(1:8) >=
                      WS-REG-DESDE(WS-REG-IDX)
                   MOVE 0 TO WS-COINCIDE
                   INSPECT WS-REG-HACE(WS-REG-IDX) TALLYING
                       WS-COINCIDE FOR ALL WS-DIA-ACCION(WS-HACE-IDX)
                   IF WS-COINCIDE > 0
                       MOVE WS-HACE-IDX TO WS-HACE-HALLADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HACE-HALLADO > 0
               ADD 1 TO WS-REG-CONFLICTOS(WS-REG-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "  OPERADOR " WS-DIA-OPERADOR(WS-DIA-IDX)
                   " ID " WS-DIA-ID(WS-DIA-IDX)
                   "  HIZO " WS-DIA-ACCION(WS-HACE-HALLADO) " "
                   WS-DIA-FECHA-HORA(WS-HACE-HALLADO)
                   "  APROBO " WS-DIA-ACCION(WS-DIA-IDX) " "
                   WS-DIA-FECHA-HORA(WS-DIA-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Quien envia una serie es el operador de su recepcion en
      * CALC-INTAKE o el que corrio el CALC-EDIT que la re-envio; si
      * ese mismo es el supervisor que la libero, hubo conflicto.
       REVISAR-LIBERACIONES.
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIBERA-COUNT
               IF WS-LIB-FECHA-HORA(WS-LIB-IDX)(1:8) >=
                      WS-REG-DESDE(WS-REG-IDX)
                   MOVE SPACES TO WS-QUIEN-ENVIO
                   IF WS-LIB-OPERADOR(WS-LIB-IDX) =
                          WS-LIB-SUPERVISOR(WS-LIB-IDX)
                       MOVE WS-LIB-OPERADOR(WS-LIB-IDX) TO
                           WS-QUIEN-ENVIO
                   ELSE
                       MOVE WS-LIB-SERIE(WS-LIB-IDX) TO WS-SERIE-AUX
                       PERFORM BUSCAR-ENVIO-SUPERVISOR
                   END-IF
                   IF WS-QUIEN-ENVIO NOT = SPACES AND
                      WS-QUIEN-ENVIO NOT = "SISTEMA"
                       ADD 1 TO WS-REG-CONFLICTOS(WS-REG-IDX)
                       MOVE SPACES TO REPORT-LINE
                       STRING "  SUPERVISOR " WS-QUIEN-ENVIO
                           " LIBERO LA SERIE "
                           WS-LIB-SERIE(WS-LIB-IDX)
                           " QUE EL MISMO ENVIO  "
                           WS-LIB-FECHA-HORA(WS-LIB-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-ENVIO-SUPERVISOR.
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENVIOS-COUNT OR
                         WS-QUIEN-ENVIO NOT = SPACES
               IF WS-ENV-SERIE(WS-ENV-IDX) = WS-SERIE-AUX AND
                  WS-ENV-OPERADOR(WS-ENV-IDX) =
                      WS-LIB-SUPERVISOR(WS-LIB-IDX) AND
                  WS-ENV-FECHA(WS-ENV-IDX) >= WS-REG-DESDE(WS-REG-IDX)
                   MOVE WS-ENV-OPERADOR(WS-ENV-IDX) TO WS-QUIEN-ENVIO
               END-IF
           END-PERFORM.

      * La liberacion aun no usada se revisa antes de que CALC-EDIT
      * la consuma, contra los envios de esa misma serie.
       REVISAR-OVERRIDE-PENDIENTE.
           IF WS-OVERRIDE-SERIE NOT = SPACES AND
              WS-OVERRIDE-SUPER NOT = SPACES
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > WS-ENVIOS-COUNT
                   IF WS-ENV-SERIE(WS-ENV-IDX) = WS-OVERRIDE-SERIE AND
                      WS-ENV-OPERADOR(WS-ENV-IDX) = WS-OVERRIDE-SUPER
                      AND WS-ENV-FECHA(WS-ENV-IDX) >=
                          WS-REG-DESDE(WS-REG-IDX)
                       ADD 1 TO WS-REG-CONFLICTOS(WS-REG-IDX)
                       MOVE SPACES TO REPORT-LINE
                       STRING "  CALCOVRD.PRM: SUPERVISOR "
                           WS-OVERRIDE-SUPER " AUTORIZA LA SERIE "
                           WS-OVERRIDE-SERIE " QUE EL MISMO ENVIO EL "
                           WS-ENV-FECHA(WS-ENV-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       REVISAR-AJUSTES.
           PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                   UNTIL WS-AJU-IDX > WS-AJUSTES-COUNT
               IF WS-AJU-FECHA-HORA(WS-AJU-IDX)(1:8) >=
                      WS-REG-DESDE(WS-REG-IDX)
                   ADD 1 TO WS-REG-CONFLICTOS(WS-REG-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                       " PREPARADO Y APROBADO POR "
                       WS-AJU-OPERADOR(WS-AJU-IDX) "  "
                       WS-AJU-FECHA-HORA(WS-AJU-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       REVISAR-DISPOSICIONES.
           OPEN INPUT DISPO-LOG-FILE
           IF WS-DISPOLOG-STATUS = "35"
               OPEN OUTPUT DISPO-LOG-FILE
               CLOSE DISPO-LOG-FILE
               OPEN INPUT DISPO-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ DISPO-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF DSP-FECHA-HORA(1:8) >=
                              WS-REG-DESDE(WS-REG-IDX) AND
                          DSP-OPERADOR-2 NOT = SPACES AND
                          DSP-OPERADOR-2 NOT = "SISTEMA" AND
                          DSP-OPERADOR-2 = DSP-OPERADOR-1
                           ADD 1 TO WS-REG-CONFLICTOS(WS-REG-IDX)
                           MOVE SPACES TO REPORT-LINE
                           STRING "  OPERADOR " DSP-OPERADOR-1
                               " DISPUSO Y CONFIRMO (" DSP-ACCION
                               ") " DSP-DATOS "  " DSP-FECHA-HORA
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPO-LOG-FILE.

      * Solo cuenta una respuesta afirmativa (GOTO-CONFIRMA la
      * graba ya normalizada a S): una pregunta contestada que no,
      * aunque la firme el mismo operador, no dejo pasar nada.
       REVISAR-CONFIRMACIONES.
           OPEN INPUT GOTO-AUDIT-LOG
           IF WS-GOTOAUD-STATUS = "35"
               OPEN OUTPUT GOTO-AUDIT-LOG
               CLOSE GOTO-AUDIT-LOG
               OPEN INPUT GOTO-AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ GOTO-AUDIT-LOG
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF GAL-FECHA-HORA(1:8) >=
                              WS-REG-DESDE(WS-REG-IDX) AND
                          GAL-RESPUESTA = "S" AND
                          GAL-OPERADOR-2 NOT = SPACES AND
                          GAL-OPERADOR-2 NOT = "SISTEMA" AND
                          GAL-OPERADOR-2 = GAL-OPERADOR-1
                           ADD 1 TO WS-REG-CONFLICTOS(WS-REG-IDX)
                           MOVE SPACES TO REPORT-LINE
                           STRING "  OPERADOR " GAL-OPERADOR-1
                               " CONFIRMO DOS VECES LA PREGUNTA "
                               GAL-ID-PREGUNTA "  "
                               GAL-FECHA-HORA(1:17)
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GOTO-AUDIT-LOG.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REGLAS REVISADAS:      " WS-REGLAS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONFLICTOS EN TOTAL:   " WS-CONFLICTOS-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "SEGREGA-RPT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "SEGREGACION REGLAS=" WS-REGLAS-COUNT
               " CONFLICTOS=" WS-CONFLICTOS-TOTAL
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       END PROGRAM SEGREGA-RPT.
