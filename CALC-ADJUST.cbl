      ******************************************************************
      * Author:
      * Date:
      * Purpose: Journal vouchers for the calculator ledger. A wrong
      *          ledger amount used to be "fixed" by pushing a crafted
      *          transaction through CALCTXIN.DAT, which threw off the
      *          batch counts and left no explanation. Here a
      *          supervisor enters an adjusting entry (period,
      *          operation, department, signed amount and reason) into
      *          AJUSTES.DAT, where it is held until a second,
      *          different operator approves it - the two-person rule
      *          GOTO-CONFIRMA applies to anything touching the
      *          ledger. On approval it is posted to the day and
      *          period records of CALCLEDG.DAT under the ledger lock
      *          and written to CALCJRNL.DAT as type J, so CALC-RECON
      *          and CALC-BALANCE see it as an adjustment and not as
      *          a break. Both identities stay on the voucher and in
      *          the audit trail. Each entry and each decision takes
      *          the AJUSTES lock, rereads AJUSTES.DAT, applies the
      *          change and rewrites the file before releasing it, so
      *          two supervisors cannot decide the same voucher twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-ADJUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AJUSTE-SEL.
           COPY CALC-LEDGER-SEL.
           COPY CALCPERS-SEL.
           COPY CALCJRNL-SEL.
           COPY DEPTOS-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AJUSTE-FD.
       COPY CALC-LEDGER-FD.
       COPY CALCPERS-FD.
       COPY CALCJRNL-FD.

       COPY DEPTOS-FD.

      *Operador firmado en MENU-DRIVER; prepara o aprueba el ajuste.
       FD  OPERATOR-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-CTL-RECORD.
           05 OPERCTL-ID           PIC X(8).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-AJUSTES-STATUS     PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-PERIODOS-STATUS    PIC XX.
       01 WS-CALCJRNL-STATUS    PIC XX.
       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-PERIODO-HOY        PIC 9(6).

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ENTRAR     VALUES "E" "e".
           88 OPCION-APROBAR    VALUES "A" "a".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-DECISION           PIC X.
           88 DECISION-APROBAR  VALUES "A" "a".
           88 DECISION-RECHAZAR VALUES "R" "r".
       01 WS-PERIODO-TRABAJO    PIC 9(6).
       01 WS-DEPTO-TRABAJO      PIC X(3).
       01 WS-OP-TRABAJO         PIC X.
           88 OPERACION-CONOCIDA VALUES "+" "-" "*" "/" "^"
                                        "R" "P" "T" "F".
       01 WS-IMPORTE-TRABAJO    PIC S9(9)V99.
       01 WS-MOTIVO-TRABAJO     PIC X(40).
       01 WS-ESTADO-FILTRO      PIC X.
       01 WS-IMPORTE-ED         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-APROBADOS          PIC 9(4) VALUE 0.
       01 WS-RECHAZADOS         PIC 9(4) VALUE 0.
       01 WS-REVISADOS          PIC 9(4).
       01 WS-PROPIOS            PIC 9(4).
       01 WS-LISTADOS           PIC 9(4).

       01 WS-EOF-AJUSTES        PIC X VALUE "N".
           88 EOF-AJUSTES       VALUE "Y".
       01 WS-EOF-PERIODOS       PIC X VALUE "N".
           88 EOF-PERIODOS      VALUE "Y".
       01 WS-PERIODO-CERRADO    PIC X.

      *Registro de vales en memoria. Cada alta o decision toma el
      *candado AJUSTES, relee el archivo, aplica el cambio y lo regraba
      *antes de soltarlo, como RELEVO-MAINT: dos sesiones no se pisan
      *y un vale aprobado no queda pendiente si la sesion se corta.
       01 WS-AJUSTES-COUNT      PIC 9(3) VALUE 0.
       01 WS-AJUSTES-TABLA.
           05 WS-AJUSTE-ENTRY OCCURS 500 TIMES.
               10 WS-AJU-NUMERO    PIC 9(6).
               10 WS-AJU-ESTADO    PIC X.
               10 WS-AJU-PERIODO   PIC 9(6).
               10 WS-AJU-OPERACION PIC X.
               10 WS-AJU-DEPTO     PIC X(3).
               10 WS-AJU-IMPORTE   PIC S9(9)V99.
               10 WS-AJU-MOTIVO    PIC X(40).
               10 WS-AJU-PREPARADOR PIC X(8).
               10 WS-AJU-FECHA-ALTA PIC 9(8).
               10 WS-AJU-APROBADOR PIC X(8).
               10 WS-AJU-FECHA-DECISION PIC 9(8).
               10 WS-AJU-FECHA-ASIENTO PIC 9(8).
       01 WS-AJU-IDX            PIC 9(3).
       01 WS-GRB-IDX            PIC 9(3).
       01 WS-AJU-ULTIMO         PIC 9(6) VALUE 0.
       01 WS-AJU-DESBORDE       PIC X VALUE "N".
           88 AJUSTES-DESBORDADOS VALUE "S".
       01 WS-REV-IDX            PIC 9(3).
       01 WS-AJU-HALLADO        PIC 9(3).
       01 WS-NUMERO-DECIDIR     PIC 9(6).
       01 WS-CANDADO-AJUSTES    PIC X VALUE "N".
           88 CANDADO-AJUSTES-TOMADO VALUE "S".
       01 WS-AJUSTES-GRABADOS   PIC X VALUE "N".
           88 AJUSTES-GRABADOS  VALUE "S".

      *Datos del asiento en curso.
       01 WS-POSTEADO           PIC X.
       01 WS-LOCK-OK            PIC X.
       01 WS-FECHA-ASIENTO      PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE  PIC 9(8).
       01 WS-APL-FECHA          PIC 9(8).
       01 WS-RUN-ID-AJUSTE      PIC X(8).

       01 WS-EOF-DEPTOS         PIC X VALUE "N".
           88 EOF-DEPTOS        VALUE "Y".
       01 WS-DEPTOS-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPTOS-TABLA.
           05 WS-DEPTO-ENTRY OCCURS 100 TIMES.
               10 WS-DEPTO-CODIGO   PIC X(3).
               10 WS-DEPTO-DESDE    PIC 9(8).
               10 WS-DEPTO-HASTA    PIC 9(8).
       01 WS-DEP-IDX            PIC 9(3).
       01 WS-DEPTO-VALIDO       PIC X.
       01 WS-VIGENCIA-DESDE     PIC 9(8).
       01 WS-VIGENCIA-HASTA     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HOY.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM CICLO-AJUSTES UNTIL OPCION-SALIR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CICLO-AJUSTES.
           DISPLAY "============================================".
           MOVE 4201 TO MSJ-NUMERO
           MOVE " AJUSTES AL LEDGER (VALES DE DIARIO)" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 4202 TO MSJ-NUMERO
           MOVE " E. Entrar un ajuste" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4203 TO MSJ-NUMERO
           MOVE " A. Aprobar o rechazar ajustes pendientes"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4204 TO MSJ-NUMERO
           MOVE " L. Listar ajustes" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4205 TO MSJ-NUMERO
           MOVE " X. Salir" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4206 TO MSJ-NUMERO
           MOVE "Elige una opcion: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           IF NOT OPCION-SALIR
               PERFORM CARGAR-AJUSTES
           END-IF
           EVALUATE TRUE
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN AJUSTES-DESBORDADOS AND OPCION-LISTAR
                   PERFORM LISTAR-AJUSTES
      *        Reescribir AJUSTES.DAT desde una tabla incompleta
      *        borraria los vales que no cupieron.
               WHEN AJUSTES-DESBORDADOS
                   DISPLAY "AJUSTES.DAT TIENE MAS DE 500 VALES; "
                       "MODO SOLO CONSULTA, DEPURAR EL ARCHIVO."
               WHEN OPCION-ENTRAR
                   PERFORM ALTA-AJUSTE
               WHEN OPCION-APROBAR
                   PERFORM APROBAR-AJUSTES
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-AJUSTES
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       CARGAR-AJUSTES.
           MOVE 0 TO WS-AJUSTES-COUNT
           MOVE 0 TO WS-AJU-ULTIMO
           MOVE "N" TO WS-AJU-DESBORDE
           MOVE "N" TO WS-EOF-AJUSTES
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-AJUSTES-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN INPUT ADJUSTMENT-FILE
           END-IF
           PERFORM UNTIL EOF-AJUSTES
               READ ADJUSTMENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-AJUSTES
                   NOT AT END
                       IF AJ-NUMERO > WS-AJU-ULTIMO
                           MOVE AJ-NUMERO TO WS-AJU-ULTIMO
                       END-IF
                       IF WS-AJUSTES-COUNT >= 500
                           MOVE "S" TO WS-AJU-DESBORDE
                       END-IF
                       IF WS-AJUSTES-COUNT < 500
                           ADD 1 TO WS-AJUSTES-COUNT
                           PERFORM GUARDAR-AJUSTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-FILE.

       GUARDAR-AJUSTE.
           MOVE AJ-NUMERO TO WS-AJU-NUMERO(WS-AJUSTES-COUNT)
           MOVE AJ-ESTADO TO WS-AJU-ESTADO(WS-AJUSTES-COUNT)
           MOVE AJ-PERIODO TO WS-AJU-PERIODO(WS-AJUSTES-COUNT)
           MOVE AJ-OPERACION TO WS-AJU-OPERACION(WS-AJUSTES-COUNT)
           MOVE AJ-DEPARTAMENTO TO WS-AJU-DEPTO(WS-AJUSTES-COUNT)
           MOVE AJ-IMPORTE TO WS-AJU-IMPORTE(WS-AJUSTES-COUNT)
           MOVE AJ-MOTIVO TO WS-AJU-MOTIVO(WS-AJUSTES-COUNT)
           MOVE AJ-PREPARADOR TO WS-AJU-PREPARADOR(WS-AJUSTES-COUNT)
           MOVE AJ-FECHA-ALTA TO WS-AJU-FECHA-ALTA(WS-AJUSTES-COUNT)
           MOVE AJ-APROBADOR TO WS-AJU-APROBADOR(WS-AJUSTES-COUNT)
           MOVE AJ-FECHA-DECISION TO
               WS-AJU-FECHA-DECISION(WS-AJUSTES-COUNT)
           MOVE AJ-FECHA-ASIENTO TO
               WS-AJU-FECHA-ASIENTO(WS-AJUSTES-COUNT).

      * El vale entra pendiente y a nombre del operador de la sesion;
      * sin operador firmado no hay a quien atribuirlo y no se acepta.
      * Solo periodos abiertos y no futuros: el periodo se revisa de
      * nuevo al aprobar, porque puede cerrarse entre medio.
       ALTA-AJUSTE.
           EVALUATE TRUE
               WHEN WS-OPERADOR-SESION = "SISTEMA"
                   DISPLAY "SIN OPERADOR FIRMADO NO SE ENTRAN AJUSTES."
               WHEN WS-AJUSTES-COUNT >= 500
                   DISPLAY "NO HAY CUPO PARA MAS AJUSTES."
               WHEN OTHER
                   PERFORM PEDIR-DATOS-AJUSTE
                   IF WS-PERIODO-TRABAJO IS NUMERIC
                       COMPUTE WS-VIGENCIA-DESDE =
                           WS-PERIODO-TRABAJO * 100 + 1
                       COMPUTE WS-VIGENCIA-HASTA =
                           WS-PERIODO-TRABAJO * 100 + 31
                   END-IF
                   PERFORM VALIDAR-DEPARTAMENTO
                   PERFORM VERIFICAR-PERIODO-CERRADO
                   EVALUATE TRUE
                       WHEN WS-PERIODO-TRABAJO IS NOT NUMERIC OR
                            WS-PERIODO-TRABAJO(5:2) < "01" OR
                            WS-PERIODO-TRABAJO(5:2) > "12"
                           DISPLAY "PERIODO INVALIDO: "
                               WS-PERIODO-TRABAJO
                       WHEN WS-PERIODO-TRABAJO > WS-PERIODO-HOY
                           DISPLAY "NO SE AJUSTA UN PERIODO FUTURO: "
                               WS-PERIODO-TRABAJO
                       WHEN WS-PERIODO-CERRADO = "S"
                           DISPLAY "PERIODO " WS-PERIODO-TRABAJO
                               " CERRADO; REABRIR CON CALC-CLOSE."
                       WHEN NOT OPERACION-CONOCIDA
                           DISPLAY "OPERACION INVALIDA: " WS-OP-TRABAJO
                       WHEN WS-DEPTO-VALIDO = "N"
                           DISPLAY "DEPARTAMENTO NO EXISTE EN "
                               "DEPTOS.DAT: " WS-DEPTO-TRABAJO
                       WHEN WS-DEPTO-VALIDO = "V"
                           DISPLAY "DEPARTAMENTO " WS-DEPTO-TRABAJO
                               " NO VIGENTE EN EL PERIODO "
                               WS-PERIODO-TRABAJO
                       WHEN WS-IMPORTE-TRABAJO = 0
                           DISPLAY "IMPORTE EN CERO; NADA QUE AJUSTAR."
                       WHEN WS-MOTIVO-TRABAJO = SPACES
                           DISPLAY "EL AJUSTE EXIGE UN MOTIVO."
                       WHEN OTHER
                           PERFORM APLICAR-ALTA-AJUSTE
                   END-EVALUATE
           END-EVALUATE.

       PEDIR-DATOS-AJUSTE.
           MOVE 4207 TO MSJ-NUMERO
           MOVE "Periodo a ajustar (AAAAMM): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-PERIODO-TRABAJO.
           MOVE 4208 TO MSJ-NUMERO
           MOVE "Operacion (+ - * / ^ R P T F): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-OP-TRABAJO
           ACCEPT WS-OP-TRABAJO.
           MOVE 4209 TO MSJ-NUMERO
           MOVE "Departamento (3 caracteres, GEN = generico): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-DEPTO-TRABAJO
           ACCEPT WS-DEPTO-TRABAJO.
           MOVE 4210 TO MSJ-NUMERO
           MOVE "Importe del ajuste (-999999999.99): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-IMPORTE-TRABAJO.
           MOVE 4211 TO MSJ-NUMERO
           MOVE "Motivo (hasta 40 caracteres): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-MOTIVO-TRABAJO
           ACCEPT WS-MOTIVO-TRABAJO.

      * El numero del vale sale de la relectura hecha bajo el
      * candado, para que dos altas simultaneas no lo repitan.
       APLICAR-ALTA-AJUSTE.
           PERFORM TOMAR-CANDADO-AJUSTES
           IF CANDADO-AJUSTES-TOMADO
               PERFORM CARGAR-AJUSTES
               EVALUATE TRUE
                   WHEN AJUSTES-DESBORDADOS
                       DISPLAY "AJUSTES.DAT TIENE MAS DE 500 VALES; "
                           "AJUSTE NO REGISTRADO."
                   WHEN WS-AJUSTES-COUNT >= 500
                       DISPLAY "NO HAY CUPO PARA MAS AJUSTES."
                   WHEN OTHER
                       PERFORM REGISTRAR-AJUSTE
               END-EVALUATE
               PERFORM LIBERAR-CANDADO-AJUSTES
           END-IF.

       REGISTRAR-AJUSTE.
           ADD 1 TO WS-AJUSTES-COUNT
           ADD 1 TO WS-AJU-ULTIMO
           MOVE WS-AJUSTES-COUNT TO WS-AJU-IDX
           MOVE WS-AJU-ULTIMO TO WS-AJU-NUMERO(WS-AJU-IDX)
           MOVE "P" TO WS-AJU-ESTADO(WS-AJU-IDX)
           MOVE WS-PERIODO-TRABAJO TO WS-AJU-PERIODO(WS-AJU-IDX)
           MOVE WS-OP-TRABAJO TO WS-AJU-OPERACION(WS-AJU-IDX)
           MOVE WS-DEPTO-TRABAJO TO WS-AJU-DEPTO(WS-AJU-IDX)
           MOVE WS-IMPORTE-TRABAJO TO WS-AJU-IMPORTE(WS-AJU-IDX)
           MOVE WS-MOTIVO-TRABAJO TO WS-AJU-MOTIVO(WS-AJU-IDX)
           MOVE WS-OPERADOR-SESION TO WS-AJU-PREPARADOR(WS-AJU-IDX)
           MOVE WS-FECHA-HOY TO WS-AJU-FECHA-ALTA(WS-AJU-IDX)
           MOVE SPACES TO WS-AJU-APROBADOR(WS-AJU-IDX)
           MOVE 0 TO WS-AJU-FECHA-DECISION(WS-AJU-IDX)
           MOVE 0 TO WS-AJU-FECHA-ASIENTO(WS-AJU-IDX)
           PERFORM GRABAR-AJUSTES
           IF AJUSTES-GRABADOS
               ADD 1 TO WS-ALTAS
               MOVE WS-IMPORTE-TRABAJO TO WS-IMPORTE-ED
               DISPLAY "AJUSTE " WS-AJU-ULTIMO " REGISTRADO; QUEDA "
                   "PENDIENTE HASTA QUE LO APRUEBE OTRO OPERADOR."
               MOVE "CALC-ADJUST" TO AUP-PROGRAMA
               MOVE SPACES TO AUP-EVENTO
               STRING "AJUSTE " WS-AJU-ULTIMO " ALTA PER="
                   WS-PERIODO-TRABAJO " OP=" WS-OP-TRABAJO
                   " DEP=" WS-DEPTO-TRABAJO " IMP=" WS-IMPORTE-ED
                   " PREP=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
               MOVE "E" TO AUP-ACCION
               CALL "AUDIT-WRITER" USING AUDIT-PARMS
           END-IF.

      * Regla de dos personas, como la pregunta critica de
      * GOTO-CONFIRMA: quien aprueba tiene que ser un operador
      * firmado y DISTINTO del que preparo el vale; los vales propios
      * ni se muestran.
       APROBAR-AJUSTES.
           MOVE 0 TO WS-REVISADOS
           MOVE 0 TO WS-PROPIOS
           IF WS-OPERADOR-SESION = "SISTEMA"
               DISPLAY "SIN OPERADOR FIRMADO NO SE APRUEBAN AJUSTES."
           ELSE
               PERFORM REVISAR-AJUSTE
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-AJUSTES-COUNT
               IF WS-PROPIOS > 0
                   DISPLAY WS-PROPIOS " AJUSTE(S) PREPARADO(S) POR "
                       WS-OPERADOR-SESION " ESPERAN A OTRO OPERADOR."
               END-IF
               IF WS-REVISADOS = 0
                   DISPLAY "NO HAY AJUSTES PENDIENTES QUE ESTE "
                       "OPERADOR PUEDA APROBAR."
               END-IF
           END-IF.

      * Cada decision relee la tabla; los vales no se borran ni se
      * reordenan, asi que la posicion WS-REV-IDX sigue valiendo.
       REVISAR-AJUSTE.
           MOVE WS-REV-IDX TO WS-AJU-IDX
           IF WS-AJU-ESTADO(WS-AJU-IDX) = "P"
               IF WS-AJU-PREPARADOR(WS-AJU-IDX) = WS-OPERADOR-SESION
                   ADD 1 TO WS-PROPIOS
               ELSE
                   ADD 1 TO WS-REVISADOS
                   PERFORM DECIDIR-AJUSTE
               END-IF
           END-IF.

       DECIDIR-AJUSTE.
           MOVE WS-AJU-IMPORTE(WS-AJU-IDX) TO WS-IMPORTE-ED
           DISPLAY "-------------------------------------------".
           DISPLAY "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
               "  PREPARADO POR " WS-AJU-PREPARADOR(WS-AJU-IDX)
               " EL " WS-AJU-FECHA-ALTA(WS-AJU-IDX).
           DISPLAY "  PERIODO  : " WS-AJU-PERIODO(WS-AJU-IDX).
           DISPLAY "  OPERACION: " WS-AJU-OPERACION(WS-AJU-IDX)
               "   DEPTO: " WS-AJU-DEPTO(WS-AJU-IDX).
           DISPLAY "  IMPORTE  : " WS-IMPORTE-ED.
           DISPLAY "  MOTIVO   : " WS-AJU-MOTIVO(WS-AJU-IDX).
           MOVE 4212 TO MSJ-NUMERO
           MOVE "(A)probar y postear, (R)echazar o (S)altar? "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION.
           IF DECISION-APROBAR OR DECISION-RECHAZAR
               PERFORM APLICAR-DECISION
           END-IF.

      * La decision se aplica bajo el candado AJUSTES sobre una
      * relectura del archivo: otro operador pudo decidir el mismo
      * vale mientras este lo miraba, y un vale ya decidido no se
      * vuelve a postear. El candado del ledger se toma dentro de
      * este; ningun otro programa los toma en el orden inverso.
       APLICAR-DECISION.
           MOVE WS-AJU-NUMERO(WS-AJU-IDX) TO WS-NUMERO-DECIDIR
           PERFORM TOMAR-CANDADO-AJUSTES
           IF CANDADO-AJUSTES-TOMADO
               PERFORM CARGAR-AJUSTES
               MOVE 0 TO WS-AJU-HALLADO
               PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                       UNTIL WS-AJU-IDX > WS-AJUSTES-COUNT
                   IF WS-AJU-NUMERO(WS-AJU-IDX) = WS-NUMERO-DECIDIR
                       MOVE WS-AJU-IDX TO WS-AJU-HALLADO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN AJUSTES-DESBORDADOS
                       DISPLAY "AJUSTES.DAT TIENE MAS DE 500 VALES; "
                           "DECISION NO APLICADA."
                   WHEN WS-AJU-HALLADO = 0
                       DISPLAY "AJUSTE " WS-NUMERO-DECIDIR
                           " YA NO ESTA EN AJUSTES.DAT."
                   WHEN WS-AJU-ESTADO(WS-AJU-HALLADO) NOT = "P"
                       DISPLAY "AJUSTE " WS-NUMERO-DECIDIR
                           " YA FUE DECIDIDO POR "
                           WS-AJU-APROBADOR(WS-AJU-HALLADO) "."
                   WHEN DECISION-APROBAR
                       MOVE WS-AJU-HALLADO TO WS-AJU-IDX
                       PERFORM APROBAR-UN-AJUSTE
                   WHEN OTHER
                       MOVE WS-AJU-HALLADO TO WS-AJU-IDX
                       PERFORM RECHAZAR-UN-AJUSTE
               END-EVALUATE
               PERFORM LIBERAR-CANDADO-AJUSTES
           END-IF.

      * Si el ledger quedo posteado pero AJUSTES.DAT no se pudo
      * regrabar, el vale figura pendiente: se avisa para que nadie
      * lo vuelva a aprobar y lo postee dos veces.
       APROBAR-UN-AJUSTE.
           PERFORM POSTEAR-AJUSTE
           IF WS-POSTEADO = "S"
               MOVE "A" TO WS-AJU-ESTADO(WS-AJU-IDX)
               MOVE WS-OPERADOR-SESION TO WS-AJU-APROBADOR(WS-AJU-IDX)
               MOVE WS-FECHA-HOY TO WS-AJU-FECHA-DECISION(WS-AJU-IDX)
               MOVE WS-FECHA-ASIENTO TO
                   WS-AJU-FECHA-ASIENTO(WS-AJU-IDX)
               PERFORM GRABAR-AJUSTES
               IF AJUSTES-GRABADOS
                   ADD 1 TO WS-APROBADOS
                   DISPLAY "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                       " POSTEADO CON FECHA " WS-FECHA-ASIENTO "."
                   PERFORM AUDITAR-DECISION
               ELSE
                   DISPLAY "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                       " POSTEADO EN EL LEDGER PERO SIGUE PENDIENTE "
                       "EN AJUSTES.DAT; NO VOLVER A APROBARLO."
               END-IF
           ELSE
               DISPLAY "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " NO POSTEADO; SIGUE PENDIENTE."
           END-IF.

       RECHAZAR-UN-AJUSTE.
           MOVE "R" TO WS-AJU-ESTADO(WS-AJU-IDX)
           MOVE WS-OPERADOR-SESION TO WS-AJU-APROBADOR(WS-AJU-IDX)
           MOVE WS-FECHA-HOY TO WS-AJU-FECHA-DECISION(WS-AJU-IDX)
           PERFORM GRABAR-AJUSTES
           IF AJUSTES-GRABADOS
               ADD 1 TO WS-RECHAZADOS
               DISPLAY "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " RECHAZADO."
               PERFORM AUDITAR-DECISION
           END-IF.

      * El ajuste se asienta como un posteo: registro del dia y
      * registro del periodo (AAAAMM00), bajo el candado del ledger.
      * La fecha es la de hoy si el periodo es el mes en curso; para
      * un periodo anterior todavia abierto, su ultimo dia, igual que
      * el reparto de CALC-ALLOC. La cantidad no se toca: un ajuste
      * no es una transaccion recibida. El diario se abre antes de
      * tocar el ledger, y el vale solo cuenta como posteado si los
      * dos registros del ledger se grabaron.
       POSTEAR-AJUSTE.
           MOVE "N" TO WS-POSTEADO
           MOVE "N" TO WS-LOCK-OK
           MOVE WS-AJU-PERIODO(WS-AJU-IDX) TO WS-PERIODO-TRABAJO
           PERFORM VERIFICAR-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               MOVE 4009 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               STRING "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " NO POSTEADO: PERIODO " WS-PERIODO-TRABAJO
                   " CERRADO" DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM CALCULAR-FECHA-ASIENTO
               PERFORM ABRIR-LEDGER
           END-IF
           IF WS-LOCK-OK = "S" AND WS-LEDGER-STATUS = "00"
               PERFORM ABRIR-JOURNAL-AJUSTE
               IF WS-CALCJRNL-STATUS = "00"
                   PERFORM ASENTAR-AJUSTE
                   CLOSE CALC-JOURNAL-FILE
               END-IF
               CLOSE LEDGER-MASTER
           END-IF
           IF WS-LOCK-OK = "S"
               PERFORM LIBERAR-LOCK-LEDGER
           END-IF.

      * Si el registro del dia entro y el del periodo no, el ledger
      * queda a medias: se reporta la fecha que fallo para corregirla
      * antes de volver a aprobar el vale.
       ASENTAR-AJUSTE.
           MOVE WS-FECHA-ASIENTO TO WS-APL-FECHA
           PERFORM APLICAR-AL-LEDGER
           IF WS-LEDGER-STATUS = "00"
               COMPUTE WS-APL-FECHA = WS-PERIODO-TRABAJO * 100
               PERFORM APLICAR-AL-LEDGER
           END-IF
           IF WS-LEDGER-STATUS = "00"
               PERFORM ESCRIBIR-JOURNAL-AJUSTE
               MOVE "S" TO WS-POSTEADO
           ELSE
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " NO ASENTADO EN CALCLEDG " WS-APL-FECHA
                   " STATUS=" WS-LEDGER-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "REVISAR CALCLEDG.DAT ANTES DE VOLVER A "
                   "APROBAR EL AJUSTE."
           END-IF.

       CALCULAR-FECHA-ASIENTO.
           IF WS-PERIODO-TRABAJO = WS-PERIODO-HOY
               MOVE WS-FECHA-HOY TO WS-FECHA-ASIENTO
           ELSE
               IF WS-PERIODO-TRABAJO(5:2) = "12"
                   COMPUTE WS-PRIMERO-SIGUIENTE =
                       (WS-PERIODO-TRABAJO + 89) * 100 + 1
               ELSE
                   COMPUTE WS-PRIMERO-SIGUIENTE =
                       (WS-PERIODO-TRABAJO + 1) * 100 + 1
               END-IF
               COMPUTE WS-FECHA-ASIENTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1)
           END-IF.

      *El ledger se toma bajo candado, como hacen CALC-POST y
      *CALC-ALLOC; sin candado el vale queda pendiente.
       ABRIR-LEDGER.
           MOVE "CALCLEDG" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "CALC-ADJUST" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO CALCLEDG" TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-LOCK-OK
               OPEN I-O LEDGER-MASTER
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-MASTER
                   CLOSE LEDGER-MASTER
                   OPEN I-O LEDGER-MASTER
               END-IF
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CALC-ADJUST" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR CALCLEDG.DAT, STATUS="
                       WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

       LIBERAR-LOCK-LEDGER.
           MOVE "CALCLEDG" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "CALC-ADJUST" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

       APLICAR-AL-LEDGER.
           MOVE WS-APL-FECHA TO LG-FECHA
           MOVE WS-AJU-OPERACION(WS-AJU-IDX) TO LG-OPERACION
           MOVE WS-AJU-DEPTO(WS-AJU-IDX) TO LG-DEPARTAMENTO
           READ LEDGER-MASTER
               INVALID KEY
                   MOVE 0 TO LG-CANTIDAD
                   MOVE WS-AJU-IMPORTE(WS-AJU-IDX) TO LG-IMPORTE
                   WRITE LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-AJU-IMPORTE(WS-AJU-IDX) TO LG-IMPORTE
                   REWRITE LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      * El id de corrida del asiento es AJ mas el numero del vale:
      * un ajuste no pertenece a ninguna corrida de posteo.
       ABRIR-JOURNAL-AJUSTE.
           OPEN EXTEND CALC-JOURNAL-FILE
           IF WS-CALCJRNL-STATUS = "35"
               OPEN OUTPUT CALC-JOURNAL-FILE
               CLOSE CALC-JOURNAL-FILE
               OPEN EXTEND CALC-JOURNAL-FILE
           END-IF
           IF WS-CALCJRNL-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR CALCJRNL.DAT, STATUS="
                   WS-CALCJRNL-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * Con el ledger ya asentado, una linea de diario que no se
      * graba no deshace el posteo: se reporta para que CALC-RECON
      * no la tome por una diferencia sin explicacion.
       ESCRIBIR-JOURNAL-AJUSTE.
           MOVE SPACES TO WS-RUN-ID-AJUSTE
           STRING "AJ" WS-AJU-NUMERO(WS-AJU-IDX)
               DELIMITED BY SIZE INTO WS-RUN-ID-AJUSTE
           MOVE SPACES TO CALC-JOURNAL-RECORD
           MOVE WS-FECHA-ASIENTO TO CJ-FECHA
           MOVE WS-AJU-OPERACION(WS-AJU-IDX) TO CJ-OPERACION
           MOVE WS-AJU-DEPTO(WS-AJU-IDX) TO CJ-DEPARTAMENTO
           MOVE 0 TO CJ-NUM1
           MOVE 0 TO CJ-NUM2
           MOVE 0 TO CJ-RESULTADO
           MOVE WS-RUN-ID-AJUSTE TO CJ-RUN-ID
           MOVE "J" TO CJ-TIPO
           MOVE WS-AJU-IMPORTE(WS-AJU-IDX) TO CJ-IMPORTE
           MOVE WS-AJU-MOTIVO(WS-AJU-IDX) TO CJ-REFERENCIA
           WRITE CALC-JOURNAL-RECORD
           IF WS-CALCJRNL-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " POSTEADO SIN LINEA EN CALCJRNL, STATUS="
                   WS-CALCJRNL-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       VERIFICAR-PERIODO-CERRADO.
           MOVE "N" TO WS-PERIODO-CERRADO
           MOVE "N" TO WS-EOF-PERIODOS
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-PERIODOS-STATUS = "00"
               PERFORM UNTIL EOF-PERIODOS
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PERIODOS
                       NOT AT END
                           IF PER-PERIODO = WS-PERIODO-TRABAJO
                               MOVE "S" TO WS-PERIODO-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       LISTAR-AJUSTES.
           MOVE 4213 TO MSJ-NUMERO
           MOVE "Estado (P, A, R; blanco = todos): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACE TO WS-ESTADO-FILTRO
           ACCEPT WS-ESTADO-FILTRO.
           INSPECT WS-ESTADO-FILTRO CONVERTING "par" TO "PAR".
           MOVE 0 TO WS-LISTADOS
           DISPLAY "NUMERO E PERIOD OP DEP         IMPORTE PREPARO  "
               "DECIDIO  ASIENTO  MOTIVO".
           PERFORM LISTAR-UN-AJUSTE
               VARYING WS-AJU-IDX FROM 1 BY 1
               UNTIL WS-AJU-IDX > WS-AJUSTES-COUNT
           IF WS-LISTADOS = 0
               DISPLAY "SIN AJUSTES."
           END-IF.

       LISTAR-UN-AJUSTE.
           IF WS-ESTADO-FILTRO = SPACE OR
              WS-AJU-ESTADO(WS-AJU-IDX) = WS-ESTADO-FILTRO
               ADD 1 TO WS-LISTADOS
               MOVE WS-AJU-IMPORTE(WS-AJU-IDX) TO WS-IMPORTE-ED
               DISPLAY WS-AJU-NUMERO(WS-AJU-IDX) " "
                   WS-AJU-ESTADO(WS-AJU-IDX) " "
                   WS-AJU-PERIODO(WS-AJU-IDX) " "
                   WS-AJU-OPERACION(WS-AJU-IDX) "  "
                   WS-AJU-DEPTO(WS-AJU-IDX) " "
                   WS-IMPORTE-ED " "
                   WS-AJU-PREPARADOR(WS-AJU-IDX) " "
                   WS-AJU-APROBADOR(WS-AJU-IDX) " "
                   WS-AJU-FECHA-ASIENTO(WS-AJU-IDX) " "
                   WS-AJU-MOTIVO(WS-AJU-IDX)
           END-IF.

      * El candado AJUSTES cubre la relectura, el cambio y la
      * reescritura de AJUSTES.DAT; se toma por cada cambio y no
      * durante toda la sesion.
       TOMAR-CANDADO-AJUSTES.
           MOVE "N" TO WS-CANDADO-AJUSTES
           MOVE "AJUSTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "CALC-ADJUST" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO AJUSTES" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "AJUSTES.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO-AJUSTES
           END-IF.

       LIBERAR-CANDADO-AJUSTES.
           MOVE "AJUSTES" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "CALC-ADJUST" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO-AJUSTES.

       GRABAR-AJUSTES.
           MOVE "N" TO WS-AJUSTES-GRABADOS
           OPEN OUTPUT ADJUSTMENT-FILE
           IF WS-AJUSTES-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "CALC-ADJUST" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR AJUSTES.DAT, STATUS="
                   WS-AJUSTES-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "EL CAMBIO NO SE GRABO."
           ELSE
               PERFORM ESCRIBIR-AJUSTES
               MOVE "S" TO WS-AJUSTES-GRABADOS
           END-IF.

       ESCRIBIR-AJUSTES.
           PERFORM VARYING WS-GRB-IDX FROM 1 BY 1
                   UNTIL WS-GRB-IDX > WS-AJUSTES-COUNT
               MOVE SPACES TO ADJUSTMENT-RECORD
               MOVE WS-AJU-NUMERO(WS-GRB-IDX) TO AJ-NUMERO
               MOVE WS-AJU-ESTADO(WS-GRB-IDX) TO AJ-ESTADO
               MOVE WS-AJU-PERIODO(WS-GRB-IDX) TO AJ-PERIODO
               MOVE WS-AJU-OPERACION(WS-GRB-IDX) TO AJ-OPERACION
               MOVE WS-AJU-DEPTO(WS-GRB-IDX) TO AJ-DEPARTAMENTO
               MOVE WS-AJU-IMPORTE(WS-GRB-IDX) TO AJ-IMPORTE
               MOVE WS-AJU-MOTIVO(WS-GRB-IDX) TO AJ-MOTIVO
               MOVE WS-AJU-PREPARADOR(WS-GRB-IDX) TO AJ-PREPARADOR
               MOVE WS-AJU-FECHA-ALTA(WS-GRB-IDX) TO AJ-FECHA-ALTA
               MOVE WS-AJU-APROBADOR(WS-GRB-IDX) TO AJ-APROBADOR
               MOVE WS-AJU-FECHA-DECISION(WS-GRB-IDX) TO
                   AJ-FECHA-DECISION
               MOVE WS-AJU-FECHA-ASIENTO(WS-GRB-IDX) TO
                   AJ-FECHA-ASIENTO
               WRITE ADJUSTMENT-RECORD
           END-PERFORM
           CLOSE ADJUSTMENT-FILE.

      * Mismo criterio que CALC-EDIT: GEN siempre vale, cualquier
      * otro codigo tiene que existir en DEPTOS.DAT y estar vigente
      * en algun dia del periodo ajustado (cero = sin limite). "V" =
      * existe pero no vigente, para que el aviso diga cual fallo.
       VALIDAR-DEPARTAMENTO.
           MOVE "S" TO WS-DEPTO-VALIDO
           IF WS-DEPTO-TRABAJO NOT = "GEN"
               MOVE "N" TO WS-DEPTO-VALIDO
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
                          OR WS-DEPTO-VALIDO = "S"
                   IF WS-DEPTO-CODIGO(WS-DEP-IDX) = WS-DEPTO-TRABAJO
                       IF (WS-DEPTO-DESDE(WS-DEP-IDX) = 0 OR
                           WS-DEPTO-DESDE(WS-DEP-IDX) <=
                               WS-VIGENCIA-HASTA)
                          AND
                          (WS-DEPTO-HASTA(WS-DEP-IDX) = 0 OR
                           WS-DEPTO-HASTA(WS-DEP-IDX) >=
                               WS-VIGENCIA-DESDE)
                           MOVE "S" TO WS-DEPTO-VALIDO
                       ELSE
                           MOVE "V" TO WS-DEPTO-VALIDO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPT-TABLE-FILE
           IF WS-DEPTOS-STATUS = "35"
               OPEN OUTPUT DEPT-TABLE-FILE
               CLOSE DEPT-TABLE-FILE
               OPEN INPUT DEPT-TABLE-FILE
           END-IF
           MOVE "N" TO WS-EOF-DEPTOS
           PERFORM UNTIL EOF-DEPTOS
               READ DEPT-TABLE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-DEPTOS
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

       LEER-OPERADOR-SESION.
           OPEN INPUT OPERATOR-CTL-FILE
           IF WS-OPERCTL-STATUS = "00"
               READ OPERATOR-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPERCTL-ID NOT = SPACES
                           MOVE OPERCTL-ID TO WS-OPERADOR-SESION
                       END-IF
               END-READ
               CLOSE OPERATOR-CTL-FILE
           END-IF.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       AUDITAR-DECISION.
           MOVE "CALC-ADJUST" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           IF WS-AJU-ESTADO(WS-AJU-IDX) = "A"
               STRING "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " APROBADO IMP=" WS-IMPORTE-ED
                   " PREP=" WS-AJU-PREPARADOR(WS-AJU-IDX)
                   " APR=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
           ELSE
               STRING "AJUSTE " WS-AJU-NUMERO(WS-AJU-IDX)
                   " RECHAZADO IMP=" WS-IMPORTE-ED
                   " PREP=" WS-AJU-PREPARADOR(WS-AJU-IDX)
                   " APR=" WS-OPERADOR-SESION
                   DELIMITED BY SIZE INTO AUP-EVENTO
           END-IF
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "CALC-ADJUST" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "AJUSTES ALTAS=" WS-ALTAS
               " APROBADOS=" WS-APROBADOS
               " RECHAZADOS=" WS-RECHAZADOS
               " OPERADOR=" WS-OPERADOR-SESION
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

       END PROGRAM CALC-ADJUST.
