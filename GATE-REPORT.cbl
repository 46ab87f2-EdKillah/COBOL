      *          report: admissions and denials by hour of arrival, a
      *          breakdown of denial reasons, the peak hour, and the
      *          average age of admitted visitors, so the morning
      *          review no longer eyeballs the raw log. Every count is
      *          also broken down by entrance, to show which door the
      *          crowd really comes in through.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-HORA-PICO                 PIC 9(2) VALUE 0.
       01 WS-PICO-TOTAL                PIC 9(6) VALUE 0.
       01 WS-TOTAL-HORA                PIC 9(6).
      *Movimientos por entrada (puerta); un registro sin entrada es
      *de la puerta principal 01, anterior a la segunda puerta.
       01 WS-ENTRADAS-COUNT            PIC 9(2) VALUE 0.
       01 WS-ENTRADAS-TABLA.
           05 WS-ENTRADA-ENTRY OCCURS 9 TIMES.
               10 WS-ENT-CODIGO        PIC X(2).
               10 WS-ENT-ADMITIDOS     PIC 9(6).
               10 WS-ENT-PERSONAS      PIC 9(6).
               10 WS-ENT-DENEGADOS     PIC 9(6).
               10 WS-ENT-SALIDAS       PIC 9(6).
       01 WS-ENT-IDX                   PIC 9(2).
       01 WS-ENT-HALLADA               PIC 9(2).
       01 WS-ENTRADA-ACTUAL            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ELSE
               MOVE 0 TO WS-HORA-VISITA
           END-IF
           PERFORM BUSCAR-ENTRADA
           EVALUATE VIS-RESULTADO
               WHEN "ADMITIDO"
                   IF WS-ENT-HALLADA > 0
                       ADD 1 TO WS-ENT-ADMITIDOS(WS-ENT-HALLADA)
                       IF VIS-PERSONAS IS NUMERIC AND VIS-PERSONAS > 0
                           ADD VIS-PERSONAS TO
                               WS-ENT-PERSONAS(WS-ENT-HALLADA)
                       ELSE
                           ADD 1 TO WS-ENT-PERSONAS(WS-ENT-HALLADA)
                       END-IF
                   END-IF
                   ADD 1 TO WS-TOTAL-ADMITIDOS
                   ADD 1 TO WS-HORA-ADMITIDOS(WS-HORA-VISITA + 1)
                   IF VIS-EDAD IS NUMERIC
                   ADD 1 TO WS-TOTAL-DENEGADOS
                   ADD 1 TO WS-HORA-DENEGADOS(WS-HORA-VISITA + 1)
                   PERFORM ACUMULAR-MOTIVO
                   IF WS-ENT-HALLADA > 0
                       ADD 1 TO WS-ENT-DENEGADOS(WS-ENT-HALLADA)
                   END-IF
               WHEN "SALIDA"
                   ADD 1 TO WS-TOTAL-SALIDAS
                   IF WS-ENT-HALLADA > 0
                       ADD 1 TO WS-ENT-SALIDAS(WS-ENT-HALLADA)
                   END-IF
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
               MOVE 0 TO WS-ENT-PERSONAS(WS-ENT-HALLADA)
               MOVE 0 TO WS-ENT-DENEGADOS(WS-ENT-HALLADA)
               MOVE 0 TO WS-ENT-SALIDAS(WS-ENT-HALLADA)
           END-IF.

       ACUMULAR-MOTIVO.
           MOVE "N" TO WS-MOT-HALLADO
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PUERTA  ADMITIDOS  PERSONAS  DENEGADOS  SALIDAS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "------  ---------  --------  ---------  -------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRADAS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ENT-CODIGO(WS-ENT-IDX) "      "
                   WS-ENT-ADMITIDOS(WS-ENT-IDX) "     "
                   WS-ENT-PERSONAS(WS-ENT-IDX) "    "
                   WS-ENT-DENEGADOS(WS-ENT-IDX) "     "
                   WS-ENT-SALIDAS(WS-ENT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MOTIVOS DE DENEGACION:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
