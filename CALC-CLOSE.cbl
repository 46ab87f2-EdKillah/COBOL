      *          The supervised reopen asks for the supervisor's
      *          identification, removes the period from the registry
      *          and leaves the whole action in the audit trail.
      *          A period whose GEN activity has not been distributed
      *          by CALC-ALLOC (when an allocation table is in effect)
      *          is not closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY CALC-LEDGER-SEL.
           COPY CALCPERS-SEL.
           COPY REPARTO-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CALC-LEDGER-FD.
       COPY CALCPERS-FD.
       COPY REPARTO-FD.

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.

       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-PERIODOS-STATUS    PIC XX.
       01 WS-REPARTO-STATUS     PIC XX.
       01 WS-EOF-REPARTO        PIC X.
       01 WS-HAY-REPARTO        PIC X.
       01 WS-REPARTO-PENDIENTE  PIC X VALUE "N".
       01 WS-GEN-PENDIENTE      PIC S9(11)V99.
       01 WS-CLAVE-INICIO       PIC 9(8).
       01 WS-CLAVE-FIN          PIC 9(8).
       01 WS-IMPORTE-ED         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-FECHA-HOY          PIC 9(8).

       01 WS-MODO               PIC X VALUE "C".
           ELSE
               PERFORM ABRIR-LEDGER
               IF WS-LEDGER-STATUS = "00"
                   PERFORM VERIFICAR-REPARTO-PENDIENTE
               END-IF
               IF WS-LEDGER-STATUS = "00" AND
                  WS-REPARTO-PENDIENTE = "N"
                   PERFORM RECOGER-SALDOS-CIERRE
                   PERFORM CALCULAR-PERIODO-SIGUIENTE
                   PERFORM ARRASTRAR-SALDOS
                       WS-SALDOS-COUNT " SALDOS ARRASTRADOS A "
                       WS-PERIODO-SIGUIENTE "."
               ELSE
                   IF WS-LEDGER-STATUS = "00"
                       CLOSE LEDGER-MASTER
                   END-IF
                   PERFORM LIBERAR-LOCK-LEDGER
               END-IF
           END-IF.

      * Con una tabla de reparto vigente en el periodo, lo que quede
      * en GEN (registros de dia del mes) tiene que haberse repartido
      * con CALC-ALLOC antes del cierre: despues el periodo ya no
      * acepta asientos.
       VERIFICAR-REPARTO-PENDIENTE.
           MOVE "N" TO WS-REPARTO-PENDIENTE
           MOVE "N" TO WS-HAY-REPARTO
           COMPUTE WS-CLAVE-INICIO = WS-PERIODO * 100 + 1
           COMPUTE WS-CLAVE-FIN = WS-PERIODO * 100 + 99
           OPEN INPUT ALLOCATION-TABLE-FILE
           IF WS-REPARTO-STATUS = "00"
               MOVE "N" TO WS-EOF-REPARTO
               PERFORM UNTIL WS-EOF-REPARTO = "Y"
                   READ ALLOCATION-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REPARTO
                       NOT AT END
                           IF RP-FECHA-VIGENCIA IS NUMERIC AND
                              RP-FECHA-VIGENCIA <= WS-CLAVE-FIN
                               MOVE "S" TO WS-HAY-REPARTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-TABLE-FILE
           END-IF
           IF WS-HAY-REPARTO = "S"
               MOVE 0 TO WS-GEN-PENDIENTE
               MOVE WS-CLAVE-INICIO TO LG-FECHA
               MOVE LOW-VALUES TO LG-OPERACION
               MOVE LOW-VALUES TO LG-DEPARTAMENTO
               MOVE "N" TO WS-EOF-LEDGER
               START LEDGER-MASTER KEY >= LG-CLAVE
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-LEDGER
               END-START
               PERFORM UNTIL EOF-LEDGER
                   READ LEDGER-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-LEDGER
                       NOT AT END
                           IF LG-FECHA > WS-CLAVE-FIN
                               MOVE "Y" TO WS-EOF-LEDGER
                           ELSE
                               IF LG-DEPARTAMENTO = "GEN"
                                   ADD LG-IMPORTE TO WS-GEN-PENDIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-GEN-PENDIENTE NOT = 0
                   MOVE "S" TO WS-REPARTO-PENDIENTE
                   MOVE WS-GEN-PENDIENTE TO WS-IMPORTE-ED
                   MOVE 4017 TO ERR-CODIGO
                   MOVE "CALC-CLOSE" TO ERR-PROGRAMA
                   STRING "CIERRE RECHAZADO: GEN SIN REPARTIR "
                       WS-IMPORTE-ED " (CORRER CALC-ALLOC)"
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   DISPLAY "EL PERIODO " WS-PERIODO " TIENE GEN SIN "
                       "REPARTIR; CORRER CALC-ALLOC ANTES DEL CIERRE."
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

      *El ledger se toma bajo candado, como hace CALC-POST, para no
      *cerrar a media corrida de posteo.
       ABRIR-LEDGER.
