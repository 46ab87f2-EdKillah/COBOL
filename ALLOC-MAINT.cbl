      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the GEN allocation table
      *          (REPARTO.DAT), in the style of RATE-MAINT. Finance
      *          registers a new version (effective date plus the
      *          target departments and the percentage of the GEN
      *          catch-all each one takes) and lists the versions on
      *          file. A version is written only when its percentages
      *          add up to exactly 100.00, so the month-end CALC-ALLOC
      *          step always distributes the whole GEN amount.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REPARTO-SEL.
           COPY DEPTOS-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY REPARTO-FD.

       COPY DEPTOS-FD.

       FD  OPERATOR-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-CTL-RECORD.
           05 OPERCTL-ID           PIC X(8).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.

       01 WS-REPARTO-STATUS     PIC XX.
       01 WS-DEPTOS-STATUS      PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ALTA       VALUES "A" "a".
           88 OPCION-LISTAR     VALUES "L" "l".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-FECHA-TRABAJO      PIC 9(8).
       01 WS-FECHA-FILTRO       PIC X(8).
       01 WS-DEPTO-TRABAJO      PIC X(3).
       01 WS-PORCENTAJE-TRABAJO PIC 9(3)V99.
       01 WS-FIN-DESTINOS       PIC X.
       01 WS-FECHA-EXISTE       PIC X.
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-LISTADAS           PIC 9(4) VALUE 0.
       01 WS-EOF-REPARTO        PIC X.

      *Version en armado: se graba entera o no se graba.
       01 WS-DESTINOS-COUNT     PIC 9(2) VALUE 0.
       01 WS-DESTINOS-TABLA.
           05 WS-DESTINO-ENTRY OCCURS 20 TIMES.
               10 WS-DES-DEPTO     PIC X(3).
               10 WS-DES-PORCENTAJE PIC 9(3)V99.
       01 WS-DES-IDX            PIC 9(2).
       01 WS-DESTINO-REPETIDO   PIC X.
       01 WS-SUMA-PORCENTAJES   PIC 9(5)V99.

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
           PERFORM LEER-OPERADOR-SESION.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 4101 TO MSJ-NUMERO
           MOVE " MANTENIMIENTO DE LA TABLA DE REPARTO GEN" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 4102 TO MSJ-NUMERO
           MOVE " A. Alta de version de reparto" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4103 TO MSJ-NUMERO
           MOVE " L. Listar versiones" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4104 TO MSJ-NUMERO
           MOVE " X. Salir" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 4105 TO MSJ-NUMERO
           MOVE "Elige una opcion: " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-VERSION
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-VERSIONES
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      * Una version nueva nunca pisa a la anterior y una fecha de
      * vigencia ya usada no se vuelve a cargar: dos juegos con la
      * misma fecha sumarian mas del 100% en el reparto.
       ALTA-VERSION.
           MOVE 4106 TO MSJ-NUMERO
           MOVE "Fecha de vigencia (AAAAMMDD): " TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-FECHA-TRABAJO.
           PERFORM VERIFICAR-FECHA-EXISTENTE
           EVALUATE TRUE
               WHEN WS-FECHA-TRABAJO IS NOT NUMERIC OR
                    WS-FECHA-TRABAJO = 0
                   DISPLAY "FECHA DE VIGENCIA INVALIDA."
               WHEN WS-FECHA-EXISTE = "S"
                   DISPLAY "YA HAY UNA VERSION CON VIGENCIA "
                       WS-FECHA-TRABAJO "; CARGAR UNA FECHA NUEVA."
               WHEN OTHER
                   PERFORM CARGAR-DESTINOS
                   PERFORM GRABAR-VERSION
           END-EVALUATE.

       CARGAR-DESTINOS.
           MOVE 0 TO WS-DESTINOS-COUNT
           MOVE 0 TO WS-SUMA-PORCENTAJES
           MOVE "N" TO WS-FIN-DESTINOS
           PERFORM UNTIL WS-FIN-DESTINOS = "S"
               MOVE 4107 TO MSJ-NUMERO
               MOVE "Departamento destino (blanco = terminar): "
                   TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               MOVE SPACES TO WS-DEPTO-TRABAJO
               ACCEPT WS-DEPTO-TRABAJO
               IF WS-DEPTO-TRABAJO = SPACES
                   MOVE "S" TO WS-FIN-DESTINOS
               ELSE
                   PERFORM AGREGAR-DESTINO
               END-IF
           END-PERFORM.

       AGREGAR-DESTINO.
           MOVE WS-FECHA-TRABAJO TO WS-VIGENCIA-DESDE
           MOVE WS-FECHA-TRABAJO TO WS-VIGENCIA-HASTA
           PERFORM VALIDAR-DEPARTAMENTO
           MOVE "N" TO WS-DESTINO-REPETIDO
           PERFORM VARYING WS-DES-IDX FROM 1 BY 1
                   UNTIL WS-DES-IDX > WS-DESTINOS-COUNT
               IF WS-DES-DEPTO(WS-DES-IDX) = WS-DEPTO-TRABAJO
                   MOVE "S" TO WS-DESTINO-REPETIDO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DEPTO-TRABAJO = "GEN"
                   DISPLAY "GEN ES EL ORIGEN DEL REPARTO, "
                       "NO UN DESTINO."
               WHEN WS-DEPTO-VALIDO = "N"
                   DISPLAY "DEPARTAMENTO NO EXISTE EN DEPTOS.DAT: "
                       WS-DEPTO-TRABAJO
               WHEN WS-DEPTO-VALIDO = "V"
                   DISPLAY "DEPARTAMENTO " WS-DEPTO-TRABAJO
                       " NO VIGENTE AL " WS-FECHA-TRABAJO
               WHEN WS-DESTINO-REPETIDO = "S"
                   DISPLAY "DEPARTAMENTO YA CARGADO EN ESTA VERSION."
               WHEN WS-DESTINOS-COUNT >= 20
                   DISPLAY "MAXIMO 20 DESTINOS POR VERSION."
               WHEN OTHER
                   MOVE 4108 TO MSJ-NUMERO
                   MOVE "Porcentaje (999.99): " TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT WS-PORCENTAJE-TRABAJO
                   IF WS-PORCENTAJE-TRABAJO = 0
                       DISPLAY "PORCENTAJE EN CERO; DESTINO OMITIDO."
                   ELSE
                       ADD 1 TO WS-DESTINOS-COUNT
                       MOVE WS-DEPTO-TRABAJO TO
                           WS-DES-DEPTO(WS-DESTINOS-COUNT)
                       MOVE WS-PORCENTAJE-TRABAJO TO
                           WS-DES-PORCENTAJE(WS-DESTINOS-COUNT)
                       ADD WS-PORCENTAJE-TRABAJO TO
                           WS-SUMA-PORCENTAJES
                       DISPLAY "ACUMULADO: " WS-SUMA-PORCENTAJES "%"
                   END-IF
           END-EVALUATE.

      * El reparto tiene que cuadrar al centavo con GEN: una version
      * que no suma exactamente 100.00 no entra a la tabla.
       GRABAR-VERSION.
           EVALUATE TRUE
               WHEN WS-DESTINOS-COUNT = 0
                   DISPLAY "SIN DESTINOS; LA VERSION NO SE GRABA."
               WHEN WS-SUMA-PORCENTAJES NOT = 100
                   DISPLAY "LOS PORCENTAJES SUMAN "
                       WS-SUMA-PORCENTAJES
                       "; LA VERSION NO SE GRABA."
               WHEN OTHER
                   OPEN EXTEND ALLOCATION-TABLE-FILE
                   IF WS-REPARTO-STATUS = "35"
                       OPEN OUTPUT ALLOCATION-TABLE-FILE
                       CLOSE ALLOCATION-TABLE-FILE
                       OPEN EXTEND ALLOCATION-TABLE-FILE
                   END-IF
                   PERFORM VARYING WS-DES-IDX FROM 1 BY 1
                           UNTIL WS-DES-IDX > WS-DESTINOS-COUNT
                       MOVE SPACES TO ALLOCATION-TABLE-RECORD
                       MOVE WS-FECHA-TRABAJO TO RP-FECHA-VIGENCIA
                       MOVE WS-DES-DEPTO(WS-DES-IDX) TO
                           RP-DEPARTAMENTO
                       MOVE WS-DES-PORCENTAJE(WS-DES-IDX) TO
                           RP-PORCENTAJE
                       WRITE ALLOCATION-TABLE-RECORD
                   END-PERFORM
                   CLOSE ALLOCATION-TABLE-FILE
                   ADD 1 TO WS-ALTAS
                   DISPLAY "VERSION REGISTRADA DESDE " WS-FECHA-TRABAJO
                       ": " WS-DESTINOS-COUNT " DESTINOS."
           END-EVALUATE.

       VERIFICAR-FECHA-EXISTENTE.
           MOVE "N" TO WS-FECHA-EXISTE
           OPEN INPUT ALLOCATION-TABLE-FILE
           IF WS-REPARTO-STATUS = "00"
               MOVE "N" TO WS-EOF-REPARTO
               PERFORM UNTIL WS-EOF-REPARTO = "Y"
                   READ ALLOCATION-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REPARTO
                       NOT AT END
                           IF RP-FECHA-VIGENCIA = WS-FECHA-TRABAJO
                               MOVE "S" TO WS-FECHA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-TABLE-FILE
           END-IF.

       LISTAR-VERSIONES.
           MOVE 4109 TO MSJ-NUMERO
           MOVE "Fecha de vigencia (AAAAMMDD, blanco = todas): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-FECHA-FILTRO
           ACCEPT WS-FECHA-FILTRO.
           MOVE 0 TO WS-LISTADAS
           OPEN INPUT ALLOCATION-TABLE-FILE
           IF WS-REPARTO-STATUS = "35"
               OPEN OUTPUT ALLOCATION-TABLE-FILE
               CLOSE ALLOCATION-TABLE-FILE
               OPEN INPUT ALLOCATION-TABLE-FILE
           END-IF
           DISPLAY "VIGENTE-DESDE DEP PORCENTAJE".
           MOVE "N" TO WS-EOF-REPARTO
           PERFORM UNTIL WS-EOF-REPARTO = "Y"
               READ ALLOCATION-TABLE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-REPARTO
                   NOT AT END
                       IF WS-FECHA-FILTRO = SPACES OR
                          RP-FECHA-VIGENCIA = WS-FECHA-FILTRO
                           ADD 1 TO WS-LISTADAS
                           DISPLAY RP-FECHA-VIGENCIA "      "
                               RP-DEPARTAMENTO " " RP-PORCENTAJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOCATION-TABLE-FILE
           IF WS-LISTADAS = 0
               DISPLAY "SIN VERSIONES DE REPARTO."
           END-IF.

      * Un destino tiene que existir en DEPTOS.DAT y estar vigente
      * en la fecha de vigencia de la version (cero = sin limite).
      * "V" = existe pero no vigente, para que el aviso lo diga.
       VALIDAR-DEPARTAMENTO.
           MOVE "N" TO WS-DEPTO-VALIDO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEPTOS-COUNT
                      OR WS-DEPTO-VALIDO = "S"
               IF WS-DEPTO-CODIGO(WS-DEP-IDX) = WS-DEPTO-TRABAJO
                   IF (WS-DEPTO-DESDE(WS-DEP-IDX) = 0 OR
                       WS-DEPTO-DESDE(WS-DEP-IDX) <= WS-VIGENCIA-HASTA)
                      AND
                      (WS-DEPTO-HASTA(WS-DEP-IDX) = 0 OR
                       WS-DEPTO-HASTA(WS-DEP-IDX) >= WS-VIGENCIA-DESDE)
                       MOVE "S" TO WS-DEPTO-VALIDO
                   ELSE
                       MOVE "V" TO WS-DEPTO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.

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

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "ALLOC-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "REPARTO VERSIONES ALTAS=" WS-ALTAS
               " OPERADOR=" WS-OPERADOR-SESION
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       END PROGRAM ALLOC-MAINT.
