      *          re-keying our printed reports. Writes one interface
      *          file per day (EXTRACTO.<fecha>.DAT) with the gate
      *          summary from VISITOR.LOG (admissions and denials by
      *          hour, by entrance, and the denial-reason breakdown)
      *          and the day's ledger activity from CALCLEDG.DAT,
      *          wrapped in header and trailer records carrying the
      *          detail count and an amount hash, and registers every
      *          extract in TRANSREG.DAT with its totals and status so
      *          a lost or re-sent file can be proven either way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY CALC-LEDGER-FD.

      *Registros del extracto: H header, G resumen por hora, P
      *resumen por entrada (puerta), D motivo de denegacion, L
      *actividad del ledger, T trailer con conteo de detalles y hash
      *de importes en centavos.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD          PIC X(80).
           05 EXG-ADMITIDOS        PIC 9(6).
           05 EXG-DENEGADOS        PIC 9(6).
           05 FILLER               PIC X(65).
       01  EXTRACT-ENTRANCE REDEFINES EXTRACT-RECORD.
           05 EXP-TIPO             PIC X.
           05 EXP-ENTRADA          PIC X(2).
           05 EXP-ADMITIDOS        PIC 9(6).
           05 EXP-DENEGADOS        PIC 9(6).
           05 EXP-SALIDAS          PIC 9(6).
           05 FILLER               PIC X(59).
       01  EXTRACT-DENIAL REDEFINES EXTRACT-RECORD.
           05 EXD-TIPO             PIC X.
           05 EXD-MOTIVO           PIC X(20).
       01 WS-MOT-IDX            PIC 9(2).
       01 WS-MOT-HALLADO        PIC X.

      *Por entrada; un registro sin entrada es de la puerta 01.
       01 WS-ENTRADAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ENTRADAS-TABLA.
           05 WS-ENTRADA-ENTRY OCCURS 9 TIMES.
               10 WS-ENT-CODIGO    PIC X(2).
               10 WS-ENT-ADMITIDOS PIC 9(6).
               10 WS-ENT-DENEGADOS PIC 9(6).
               10 WS-ENT-SALIDAS   PIC 9(6).
       01 WS-ENT-IDX            PIC 9(2).
       01 WS-ENT-HALLADA        PIC 9(2).
       01 WS-ENTRADA-ACTUAL     PIC X(2).

       01 WS-DETALLES           PIC 9(6) VALUE 0.
       01 WS-HASH-IMPORTES      PIC 9(10)V99 VALUE 0.
       01 WS-HASH-REDONDO       PIC 9(12) VALUE 0.
           ELSE
               MOVE 0 TO WS-HORA-VISITA
           END-IF
           PERFORM BUSCAR-ENTRADA
           EVALUATE VIS-RESULTADO
               WHEN "ADMITIDO"
                   ADD 1 TO WS-HORA-ADMITIDOS(WS-HORA-VISITA + 1)
                   IF WS-ENT-HALLADA > 0
                       ADD 1 TO WS-ENT-ADMITIDOS(WS-ENT-HALLADA)
                   END-IF
               WHEN "DENEGADO"
                   ADD 1 TO WS-HORA-DENEGADOS(WS-HORA-VISITA + 1)
                   PERFORM ACUMULAR-MOTIVO
                   IF WS-ENT-HALLADA > 0
                       ADD 1 TO WS-ENT-DENEGADOS(WS-ENT-HALLADA)
                   END-IF
               WHEN "SALIDA"
                   IF WS-ENT-HALLADA > 0
                       ADD 1 TO WS-ENT-SALIDAS(WS-ENT-HALLADA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUSCAR-ENTRADA.
           IF VIS-ENTRADA = SPACES
               MOVE "01" TO WS-ENTRADA-ACTUAL
           ELSE
               MOVE VIS-ENTRADA TO WS-ENTRADA-ACTUAL
           END-IF
           MOVE 0 TO WS-ENT-HALLADA
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRADAS-COUNT
               IF WS-ENT-CODIGO(WS-ENT-IDX) = WS-ENTRADA-ACTUAL
                   MOVE WS-ENT-IDX TO WS-ENT-HALLADA
               END-IF
           END-PERFORM
           IF WS-ENT-HALLADA = 0 AND WS-ENTRADAS-COUNT < 9
               ADD 1 TO WS-ENTRADAS-COUNT
               MOVE WS-ENTRADAS-COUNT TO WS-ENT-HALLADA
               MOVE WS-ENTRADA-ACTUAL TO WS-ENT-CODIGO(WS-ENT-HALLADA)
               MOVE 0 TO WS-ENT-ADMITIDOS(WS-ENT-HALLADA)
               MOVE 0 TO WS-ENT-DENEGADOS(WS-ENT-HALLADA)
               MOVE 0 TO WS-ENT-SALIDAS(WS-ENT-HALLADA)
           END-IF.

       ACUMULAR-MOTIVO.
           MOVE "N" TO WS-MOT-HALLADO
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   ADD 1 TO WS-DETALLES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRADAS-COUNT
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "P" TO EXP-TIPO
               MOVE WS-ENT-CODIGO(WS-ENT-IDX) TO EXP-ENTRADA
               MOVE WS-ENT-ADMITIDOS(WS-ENT-IDX) TO EXP-ADMITIDOS
               MOVE WS-ENT-DENEGADOS(WS-ENT-IDX) TO EXP-DENEGADOS
               MOVE WS-ENT-SALIDAS(WS-ENT-IDX) TO EXP-SALIDAS
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-DETALLES
           END-PERFORM
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOTIVOS-COUNT
               MOVE SPACES TO EXTRACT-RECORD
