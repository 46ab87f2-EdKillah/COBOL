      *          every field and the control counts and hash total
      *          over the amounts, writes clean records to CALCTX.DAT
      *          for OPERADORES-MAT, and diverts bad records to
      *          CALCREJ.DAT with a reason code per record. Every
      *          accepted batch is noted in CALCLOTE.CTL with the
      *          run id of the job stream that will post it, so
      *          CALC-REVERSE can clear it when the run is backed out.
      *          Amounts far outside their department and operation's
      *          recent history in CALCJRNL.DAT (band in CALCATIP.PRM)
      *          are not posted but escalated to CALCESC.DAT with
      *          their own reason code, for CALC-DISPOSE to work.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           COPY DEPTOS-SEL.
           SELECT BATCH-REGISTRY-FILE ASSIGN TO "CALCLOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           COPY CALCBAL-SEL.
           SELECT RUNID-FILE ASSIGN TO "RUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           COPY CALCJRNL-SEL.
           SELECT OUTLIER-PARM-FILE ASSIGN TO "CALCATIP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATIPPRM-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO "CALCESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TX-DEPARTAMENTO      PIC X(3).

      *Tabla de departamentos autorizados por finanzas; un detalle
      *con departamento desconocido, o fuera de su vigencia, se
      *rechaza en lugar de ensuciar el ledger con claves fantasma.
       COPY DEPTOS-FD.

      *Registro de lotes ya aceptados: serie del remitente, fecha de
      *proceso y la firma (total y hash del trailer) para atrapar el
      *re-envio aun cuando venga con otra serie. El id de corrida que
      *lo posteo va al final; los lotes anotados antes lo traen en
      *blanco.
       FD  BATCH-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-REGISTRY-RECORD.
           05 LOT-TOTAL            PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LOT-HASH             PIC 9(12).
           05 FILLER               PIC X VALUE SPACE.
           05 LOT-RUN-ID           PIC X(8).

      *Liberacion supervisada de un lote duplicado: serie autorizada
      *y supervisor que la autorizo; el uso queda en auditoria.

       COPY CALCBAL-FD.

      *El id de corrida viene con su fecha, igual que lo interpreta
      *AUDIT-WRITER: un RUNID.DAT de otro dia se ignora.
       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-RECORD.
           05 RUNID-VALOR          PIC X(8).
           05 FILLER               PIC X.
           05 RUNID-FECHA          PIC 9(8).

       COPY CALCJRNL-FD.

      *Banda de tolerancia para importes atipicos: dias de historia
      *de CALCJRNL.DAT (0 = 90), factor sobre el promedio de ese
      *departamento y operacion (0 = no se revisa) y minimo de
      *posteos de historia para juzgar (0 = 5).
       FD  OUTLIER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTLIER-PARM-RECORD.
           05 PARM-DIAS-HISTORIA   PIC 9(3).
           05 FILLER               PIC X.
           05 PARM-FACTOR          PIC 9(3)V99.
           05 FILLER               PIC X.
           05 PARM-MINIMO          PIC 9(3).

      *Mismo trazado que escriben CALC-RECYCLE y OPERADORES-MAT; el
      *codigo de causa al final va en blanco en las suyas (reciclaje
      *agotado) y en 08 en las que desvia esta depuracion.
       FD  ESCALATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCALATION-RECORD.
           05 ESC-NUM1             PIC S9(4)V99.
           05 ESC-NUM2             PIC S9(4)V99.
           05 ESC-OPERACION        PIC X.
           05 ESC-MEMORIA          PIC X.
           05 ESC-CONTADOR         PIC 9.
           05 ESC-DEPARTAMENTO     PIC X(3).
           05 ESC-CODIGO           PIC X(2).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           88 EOF-DEPTOS        VALUE "Y".
       01 WS-DEPTOS-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPTOS-TABLA.
           05 WS-DEPTO-ENTRY OCCURS 100 TIMES.
               10 WS-DEPTO-CODIGO   PIC X(3).
               10 WS-DEPTO-DESDE    PIC 9(8).
               10 WS-DEPTO-HASTA    PIC 9(8).
       01 WS-DEP-IDX            PIC 9(3).
       01 WS-DEPTO-VALIDO       PIC X.
       01 WS-DEPTO-TRABAJO      PIC X(3).
       01 WS-LOTES-STATUS       PIC XX.
       01 WS-OVERRIDE-STATUS    PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-RUNID-STATUS       PIC XX.
       01 WS-RUN-ID             PIC X(8) VALUE "ADHOC".
       01 WS-SERIE-LOTE         PIC X(6) VALUE SPACES.
       01 WS-EOF-LOTES          PIC X VALUE "N".
           88 EOF-LOTES         VALUE "Y".
       01 WS-HASH-SALIDA        PIC 9(10)V99 VALUE 0.
       01 WS-HASH-SALIDA-REDONDO PIC 9(12) VALUE 0.

      *Historia reciente por departamento y operacion, cargada de
      *CALCJRNL.DAT: cantidad de posteos y suma de las magnitudes de
      *cada operando (un reverso resta el posteo que anula).
       01 WS-CALCJRNL-STATUS    PIC XX.
       01 WS-ATIPPRM-STATUS     PIC XX.
       01 WS-ESCALATION-STATUS  PIC XX.
       01 WS-EOF-DIARIO         PIC X VALUE "N".
           88 EOF-DIARIO        VALUE "Y".
       01 WS-DIAS-HISTORIA      PIC 9(3) VALUE 90.
       01 WS-FACTOR-ATIPICO     PIC 9(3)V99 VALUE 10.
       01 WS-MINIMO-HISTORIA    PIC 9(3) VALUE 5.
       01 WS-FECHA-CORTE        PIC 9(8).
       01 WS-HISTORIA-COUNT     PIC 9(3) VALUE 0.
       01 WS-HISTORIA-DESBORDE  PIC X VALUE "N".
       01 WS-HISTORIA-TABLA.
           05 WS-HISTORIA-ENTRY OCCURS 500 TIMES.
               10 WS-HIS-DEPTO      PIC X(3).
               10 WS-HIS-OPERACION  PIC X.
               10 WS-HIS-CANTIDAD   PIC S9(7).
               10 WS-HIS-SUMA1      PIC S9(11)V99.
               10 WS-HIS-SUMA2      PIC S9(11)V99.
       01 WS-HIS-IDX            PIC 9(3).
       01 WS-HIS-ENCONTRADO     PIC 9(3).
       01 WS-HIS-BUSCA-DEPTO    PIC X(3).
       01 WS-HIS-BUSCA-OP       PIC X.
       01 WS-MAGNITUD           PIC 9(4)V99.
       01 WS-PROMEDIO1          PIC 9(5)V99.
       01 WS-PROMEDIO2          PIC 9(5)V99.
       01 WS-ES-ATIPICO         PIC X.
       01 WS-REVISADOS          PIC 9(6) VALUE 0.
       01 WS-SIN-HISTORIA       PIC 9(6) VALUE 0.
       01 WS-ATIPICOS           PIC 9(6) VALUE 0.
      *Las desviadas se guardan y se escriben al final: un lote que
      *resulta duplicado por firma no debe dejar nada en CALCESC.DAT
      *que luego se libere y postee dos veces.
       01 WS-ATI-COUNT          PIC 9(3) VALUE 0.
       01 WS-ATIPICOS-TABLA.
           05 WS-ATIPICO-ENTRY OCCURS 200 TIMES.
               10 WS-ATI-NUM1       PIC S9(4)V99.
               10 WS-ATI-NUM2       PIC S9(4)V99.
               10 WS-ATI-OPERACION  PIC X.
               10 WS-ATI-MEMORIA    PIC X.
               10 WS-ATI-CONTADOR   PIC 9.
               10 WS-ATI-DEPTO      PIC X(3).
               10 WS-ATI-PROMEDIO1  PIC 9(5)V99.
               10 WS-ATI-PROMEDIO2  PIC 9(5)V99.
       01 WS-ATI-IDX            PIC 9(3).
       01 WS-NUM1-ED            PIC -ZZZ9.99.
       01 WS-NUM2-ED            PIC -ZZZ9.99.
       01 WS-PROM1-ED           PIC ZZZZ9.99.
       01 WS-PROM2-ED           PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CALC-EDIT: DEPURACION DE CALCTXIN.DAT".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM LEER-PARAMETROS-ATIPICOS.
           PERFORM CARGAR-HISTORIA.
           PERFORM CARGAR-REGISTRO-LOTES.
           PERFORM LEER-OVERRIDE.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM VERIFICAR-FIRMA-DUPLICADA.
           PERFORM ANOTAR-LOTE-PROCESADO.
           PERFORM ANOTAR-BALANCE-SALIDA.
           PERFORM ESCRIBIR-ESCALADAS.
           CLOSE RAW-TRANSACTION-FILE
           CLOSE CLEAN-TRANSACTION-FILE
           CLOSE REJECT-FILE.
                   PERFORM ESCRIBIR-RECHAZO
               WHEN OTHER
                   PERFORM VALIDAR-DEPARTAMENTO
                   EVALUATE WS-DEPTO-VALIDO
                       WHEN "S"
                           PERFORM REVISAR-ATIPICO
                           IF WS-ES-ATIPICO = "S"
                               PERFORM DESVIAR-ATIPICO
                           ELSE
                               PERFORM ESCRIBIR-LIMPIO
                           END-IF
                       WHEN "V"
                           MOVE "07" TO WS-CODIGO-RECHAZO
                           MOVE "DEPARTAMENTO NO VIGENTE" TO
                               WS-MOTIVO-RECHAZO
                           PERFORM ESCRIBIR-RECHAZO
                       WHEN OTHER
                           MOVE "06" TO WS-CODIGO-RECHAZO
                           MOVE "DEPARTAMENTO DESCONOCIDO" TO
                               WS-MOTIVO-RECHAZO
                           PERFORM ESCRIBIR-RECHAZO
                   END-EVALUATE
           END-EVALUATE.

      * Un detalle sin departamento (remitentes viejos) cae al
      * generico GEN; uno con codigo debe existir en DEPTOS.DAT y
      * estar vigente en la fecha de la corrida (desde y hasta
      * inclusive, cero = sin limite). "V" = existe pero no vigente,
      * para que el rechazo diga cual de las dos cosas fallo.
       VALIDAR-DEPARTAMENTO.
           MOVE "S" TO WS-DEPTO-VALIDO
           IF RAW-DEPARTAMENTO = SPACES
               MOVE "N" TO WS-DEPTO-VALIDO
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
                          OR WS-DEPTO-VALIDO = "S"
                   IF WS-DEPTO-CODIGO(WS-DEP-IDX) = RAW-DEPARTAMENTO
                       IF (WS-DEPTO-DESDE(WS-DEP-IDX) = 0 OR
                           WS-DEPTO-DESDE(WS-DEP-IDX) <= WS-FECHA-HOY)
                          AND
                          (WS-DEPTO-HASTA(WS-DEP-IDX) = 0 OR
                           WS-DEPTO-HASTA(WS-DEP-IDX) >= WS-FECHA-HOY)
                           MOVE "S" TO WS-DEPTO-VALIDO
                       ELSE
                           MOVE "V" TO WS-DEPTO-VALIDO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
                   NOT AT END
                       IF DEP-CODIGO NOT = SPACES AND
                          WS-DEPTOS-COUNT < 100
                           PERFORM GUARDAR-DEPARTAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-TABLE-FILE.

      * Una linea anterior a las fechas de vigencia trae blancos en
      * su lugar: vale como abierta en los dos extremos.
       GUARDAR-DEPARTAMENTO.
           ADD 1 TO WS-DEPTOS-COUNT
           MOVE DEP-CODIGO TO WS-DEPTO-CODIGO(WS-DEPTOS-COUNT)
           MOVE 0 TO WS-DEPTO-DESDE(WS-DEPTOS-COUNT)
           MOVE 0 TO WS-DEPTO-HASTA(WS-DEPTOS-COUNT)
           IF DEP-DESDE IS NUMERIC
               MOVE DEP-DESDE TO WS-DEPTO-DESDE(WS-DEPTOS-COUNT)
           END-IF
           IF DEP-HASTA IS NUMERIC
               MOVE DEP-HASTA TO WS-DEPTO-HASTA(WS-DEPTOS-COUNT)
           END-IF.

       LEER-PARAMETROS-ATIPICOS.
           OPEN INPUT OUTLIER-PARM-FILE
           IF WS-ATIPPRM-STATUS = "00"
               READ OUTLIER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-HISTORIA IS NUMERIC AND
                          PARM-DIAS-HISTORIA > 0
                           MOVE PARM-DIAS-HISTORIA TO WS-DIAS-HISTORIA
                       END-IF
                       IF PARM-FACTOR IS NUMERIC
                           MOVE PARM-FACTOR TO WS-FACTOR-ATIPICO
                       END-IF
                       IF PARM-MINIMO IS NUMERIC AND PARM-MINIMO > 0
                           MOVE PARM-MINIMO TO WS-MINIMO-HISTORIA
                       END-IF
               END-READ
               CLOSE OUTLIER-PARM-FILE
           END-IF.

      * Solo cuentan los resultados posteados (tipo P) dentro de la
      * ventana; repartos y ajustes no son importes de un remitente.
      * Un reverso (R) trae los operandos del posteo que anula y lo
      * descuenta, para que un lote errado y revertido no ensanche la
      * banda. Una tabla llena deja sin revisar las claves que no
      * entraron (se avisa) en vez de detener la depuracion.
       CARGAR-HISTORIA.
           COMPUTE WS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-DIAS-HISTORIA)
           OPEN INPUT CALC-JOURNAL-FILE
           IF WS-CALCJRNL-STATUS = "00"
               PERFORM UNTIL EOF-DIARIO
                   READ CALC-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DIARIO
                       NOT AT END
                           IF CJ-FECHA IS NUMERIC AND
                              CJ-FECHA >= WS-FECHA-CORTE AND
                              CJ-NUM1 IS NUMERIC AND
                              CJ-NUM2 IS NUMERIC AND
                              (CJ-ES-POSTEO OR CJ-ES-REVERSO)
                               PERFORM ACUMULAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-JOURNAL-FILE
           END-IF
           IF WS-HISTORIA-DESBORDE = "S"
               DISPLAY "CALCJRNL.DAT: MAS DE 500 CLAVES DE HISTORIA, "
                   "LAS RESTANTES NO SE REVISAN."
           END-IF.

       ACUMULAR-HISTORIA.
           MOVE CJ-DEPARTAMENTO TO WS-HIS-BUSCA-DEPTO
           MOVE CJ-OPERACION TO WS-HIS-BUSCA-OP
           PERFORM BUSCAR-HISTORIA
           IF WS-HIS-ENCONTRADO = 0 AND CJ-ES-POSTEO
               IF WS-HISTORIA-COUNT < 500
                   ADD 1 TO WS-HISTORIA-COUNT
                   MOVE WS-HISTORIA-COUNT TO WS-HIS-ENCONTRADO
                   MOVE CJ-DEPARTAMENTO TO
                       WS-HIS-DEPTO(WS-HIS-ENCONTRADO)
                   MOVE CJ-OPERACION TO
                       WS-HIS-OPERACION(WS-HIS-ENCONTRADO)
                   MOVE 0 TO WS-HIS-CANTIDAD(WS-HIS-ENCONTRADO)
                   MOVE 0 TO WS-HIS-SUMA1(WS-HIS-ENCONTRADO)
                   MOVE 0 TO WS-HIS-SUMA2(WS-HIS-ENCONTRADO)
               ELSE
                   MOVE "S" TO WS-HISTORIA-DESBORDE
               END-IF
           END-IF
           IF WS-HIS-ENCONTRADO > 0
               IF CJ-ES-POSTEO
                   ADD 1 TO WS-HIS-CANTIDAD(WS-HIS-ENCONTRADO)
                   MOVE CJ-NUM1 TO WS-MAGNITUD
                   ADD WS-MAGNITUD TO WS-HIS-SUMA1(WS-HIS-ENCONTRADO)
                   MOVE CJ-NUM2 TO WS-MAGNITUD
                   ADD WS-MAGNITUD TO WS-HIS-SUMA2(WS-HIS-ENCONTRADO)
               ELSE
                   SUBTRACT 1 FROM WS-HIS-CANTIDAD(WS-HIS-ENCONTRADO)
                   MOVE CJ-NUM1 TO WS-MAGNITUD
                   SUBTRACT WS-MAGNITUD FROM
                       WS-HIS-SUMA1(WS-HIS-ENCONTRADO)
                   MOVE CJ-NUM2 TO WS-MAGNITUD
                   SUBTRACT WS-MAGNITUD FROM
                       WS-HIS-SUMA2(WS-HIS-ENCONTRADO)
               END-IF
           END-IF.

       BUSCAR-HISTORIA.
           MOVE 0 TO WS-HIS-ENCONTRADO
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HISTORIA-COUNT
                      OR WS-HIS-ENCONTRADO > 0
               IF WS-HIS-DEPTO(WS-HIS-IDX) = WS-HIS-BUSCA-DEPTO AND
                  WS-HIS-OPERACION(WS-HIS-IDX) = WS-HIS-BUSCA-OP
                   MOVE WS-HIS-IDX TO WS-HIS-ENCONTRADO
               END-IF
           END-PERFORM.

      * Cada operando se compara en magnitud con el promedio de su
      * departamento y operacion: fuera de promedio / factor ..
      * promedio * factor es atipico (un cero de mas o de menos). Un
      * operando cuyo promedio es cero no se juzga, ni una clave con
      * menos posteos que el minimo. Las liberaciones despues del
      * trailer ya pasaron por las manos de un operador (CALC-RECYCLE
      * o CALC-DISPOSE) y no se revisan otra vez.
       REVISAR-ATIPICO.
           MOVE "N" TO WS-ES-ATIPICO
           IF WS-ES-LIBERADA = "N" AND WS-FACTOR-ATIPICO > 0
               MOVE WS-DEPTO-TRABAJO TO WS-HIS-BUSCA-DEPTO
               MOVE RAW-OPERACION TO WS-HIS-BUSCA-OP
               PERFORM BUSCAR-HISTORIA
               IF WS-HIS-ENCONTRADO = 0
                   ADD 1 TO WS-SIN-HISTORIA
               ELSE
                   IF WS-HIS-CANTIDAD(WS-HIS-ENCONTRADO) <
                      WS-MINIMO-HISTORIA
                       ADD 1 TO WS-SIN-HISTORIA
                   ELSE
                       ADD 1 TO WS-REVISADOS
                       PERFORM COMPARAR-CON-HISTORIA
                   END-IF
               END-IF
           END-IF.

       COMPARAR-CON-HISTORIA.
           COMPUTE WS-PROMEDIO1 ROUNDED =
               WS-HIS-SUMA1(WS-HIS-ENCONTRADO) /
               WS-HIS-CANTIDAD(WS-HIS-ENCONTRADO)
           COMPUTE WS-PROMEDIO2 ROUNDED =
               WS-HIS-SUMA2(WS-HIS-ENCONTRADO) /
               WS-HIS-CANTIDAD(WS-HIS-ENCONTRADO)
           MOVE RAW-NUM1 TO WS-MAGNITUD
           IF WS-PROMEDIO1 > 0
               IF WS-MAGNITUD > WS-PROMEDIO1 * WS-FACTOR-ATIPICO OR
                  WS-MAGNITUD < WS-PROMEDIO1 / WS-FACTOR-ATIPICO
                   MOVE "S" TO WS-ES-ATIPICO
               END-IF
           END-IF
           MOVE RAW-NUM2 TO WS-MAGNITUD
           IF WS-PROMEDIO2 > 0
               IF WS-MAGNITUD > WS-PROMEDIO2 * WS-FACTOR-ATIPICO OR
                  WS-MAGNITUD < WS-PROMEDIO2 / WS-FACTOR-ATIPICO
                   MOVE "S" TO WS-ES-ATIPICO
               END-IF
           END-IF.

      * Si la tabla de desviadas se llena, el resto va a rechazos con
      * el mismo codigo: no se postea y queda a la vista igual.
       DESVIAR-ATIPICO.
           ADD 1 TO WS-ATIPICOS
           IF WS-ATI-COUNT < 200
               ADD 1 TO WS-ATI-COUNT
               MOVE RAW-NUM1 TO WS-ATI-NUM1(WS-ATI-COUNT)
               MOVE RAW-NUM2 TO WS-ATI-NUM2(WS-ATI-COUNT)
               MOVE RAW-OPERACION TO WS-ATI-OPERACION(WS-ATI-COUNT)
               MOVE RAW-MEMORIA TO WS-ATI-MEMORIA(WS-ATI-COUNT)
               MOVE 0 TO WS-ATI-CONTADOR(WS-ATI-COUNT)
               IF RAW-RECICLAJE IS NUMERIC
                   MOVE RAW-RECICLAJE TO WS-ATI-CONTADOR(WS-ATI-COUNT)
               END-IF
               MOVE WS-DEPTO-TRABAJO TO WS-ATI-DEPTO(WS-ATI-COUNT)
               MOVE WS-PROMEDIO1 TO WS-ATI-PROMEDIO1(WS-ATI-COUNT)
               MOVE WS-PROMEDIO2 TO WS-ATI-PROMEDIO2(WS-ATI-COUNT)
           ELSE
               MOVE "08" TO WS-CODIGO-RECHAZO
               MOVE "IMPORTE ATIPICO" TO WS-MOTIVO-RECHAZO
               PERFORM ESCRIBIR-RECHAZO
           END-IF.

      * Un lote detenido por duplicado o por controles que no
      * cuadran no se procesa: sus atipicos tampoco se escalan, o
      * se escalarian otra vez cuando el lote corregido vuelva.
       ESCRIBIR-ESCALADAS.
           IF DETENIDO-POR-DUPLICADO OR NOT CONTROL-OK OR
              WS-ATI-COUNT = 0
               CONTINUE
           ELSE
               OPEN EXTEND ESCALATION-FILE
               IF WS-ESCALATION-STATUS = "35"
                   OPEN OUTPUT ESCALATION-FILE
                   CLOSE ESCALATION-FILE
                   OPEN EXTEND ESCALATION-FILE
               END-IF
               IF WS-ESCALATION-STATUS = "00"
                   PERFORM VARYING WS-ATI-IDX FROM 1 BY 1
                           UNTIL WS-ATI-IDX > WS-ATI-COUNT
                       MOVE SPACES TO ESCALATION-RECORD
                       MOVE WS-ATI-NUM1(WS-ATI-IDX) TO ESC-NUM1
                       MOVE WS-ATI-NUM2(WS-ATI-IDX) TO ESC-NUM2
                       MOVE WS-ATI-OPERACION(WS-ATI-IDX) TO
                           ESC-OPERACION
                       MOVE WS-ATI-MEMORIA(WS-ATI-IDX) TO ESC-MEMORIA
                       MOVE WS-ATI-CONTADOR(WS-ATI-IDX) TO ESC-CONTADOR
                       MOVE WS-ATI-DEPTO(WS-ATI-IDX) TO
                           ESC-DEPARTAMENTO
                       MOVE "08" TO ESC-CODIGO
                       WRITE ESCALATION-RECORD
                   END-PERFORM
                   CLOSE ESCALATION-FILE
               ELSE
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CALC-EDIT" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCESC.DAT, STATUS="
                       WS-ESCALATION-STATUS DELIMITED BY SIZE
                       INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

      * El hash suma VALORES ABSOLUTOS en centavos: asi un importe
      * negativo aporta su magnitud en lugar de cancelar a otro.
       ACUMULAR-HASH.
               MOVE WS-FECHA-HOY TO LOT-FECHA
               MOVE WS-TOTAL-ESPERADO TO LOT-TOTAL
               MOVE WS-HASH-ESPERADO TO LOT-HASH
               PERFORM DETERMINAR-RUN-ID
               MOVE WS-RUN-ID TO LOT-RUN-ID
               WRITE BATCH-REGISTRY-RECORD
               CLOSE BATCH-REGISTRY-FILE
           END-IF.

       DETERMINAR-RUN-ID.
           OPEN INPUT RUNID-FILE
           IF WS-RUNID-STATUS = "00"
               READ RUNID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNID-FECHA IS NUMERIC AND
                          RUNID-FECHA = WS-FECHA-HOY
                           MOVE RUNID-VALOR TO WS-RUN-ID
                       END-IF
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      * Lo que quedo escrito en CALCTX se registra en el control de
      * balanceo; OPERADORES-MAT verificara estas cifras antes de
      * calcular. Un lote detenido por duplicado registra cero.
           DISPLAY "LIMPIOS A CALCTX:  " WS-LIMPIOS.
           DISPLAY "RECHAZADOS:        " WS-RECHAZADOS.
           DISPLAY "LIBERADAS RECICLAJE:" WS-LIBERADOS-RECICLAJE.
           DISPLAY "REVISADOS HISTORIA:" WS-REVISADOS
               "  SIN HISTORIA: " WS-SIN-HISTORIA.
           DISPLAY "ATIPICOS ESCALADOS:" WS-ATIPICOS.
           PERFORM VARYING WS-ATI-IDX FROM 1 BY 1
                   UNTIL WS-ATI-IDX > WS-ATI-COUNT
               MOVE WS-ATI-NUM1(WS-ATI-IDX) TO WS-NUM1-ED
               MOVE WS-ATI-NUM2(WS-ATI-IDX) TO WS-NUM2-ED
               MOVE WS-ATI-PROMEDIO1(WS-ATI-IDX) TO WS-PROM1-ED
               MOVE WS-ATI-PROMEDIO2(WS-ATI-IDX) TO WS-PROM2-ED
               DISPLAY "  ATIPICO " WS-ATI-DEPTO(WS-ATI-IDX) " "
                   WS-NUM1-ED " " WS-ATI-OPERACION(WS-ATI-IDX) " "
                   WS-NUM2-ED "  PROMEDIOS " WS-PROM1-ED " "
                   WS-PROM2-ED
           END-PERFORM
           IF DETENIDO-POR-DUPLICADO AND WS-ATI-COUNT > 0
               DISPLAY "  (LOTE DETENIDO: LOS ATIPICOS NO SE ESCALAN)"
           END-IF.
           DISPLAY "TOTAL ESPERADO:    " WS-TOTAL-ESPERADO.
           DISPLAY "HASH CALCULADO:    " WS-HASH-REDONDO.
           DISPLAY "HASH ESPERADO:     " WS-HASH-ESPERADO.
           MOVE SPACES TO AUP-EVENTO
           STRING "DEPURACION LIMPIOS=" WS-LIMPIOS
               " RECHAZADOS=" WS-RECHAZADOS
               " ATIPICOS=" WS-ATIPICOS
               " CONTROL=" WS-CONTROL-OK
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
