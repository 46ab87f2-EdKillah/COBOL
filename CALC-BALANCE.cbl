      *          hop, and ends with CC=8 when any hop disagrees, so
      *          the stream's last page proves CALC-EDIT, the
      *          calculator and the posting saw the same data.
      *          Ledger movements of the day that never pass through
      *          the stream (approved adjusting entries, GEN
      *          allocation legs and posting-run reversals, from
      *          CALCJRNL.DAT) are listed apart with their count and
      *          amount and are not breaks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALCBAL-SEL.
           COPY CALCJRNL-SEL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCBAL-FD.
       COPY CALCJRNL-FD.

       FD  BALANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDIT-PARMS-CPY.

       01 WS-BALANCE-STATUS     PIC XX.
       01 WS-CALCJRNL-STATUS    PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-BALANCE        PIC X VALUE "N".
           88 EOF-BALANCE       VALUE "Y".
       01 WS-PTO-IDX            PIC 9(1).
       01 WS-SALTOS-MAL         PIC 9(1) VALUE 0.

      *Movimientos del dia que entran al ledger por fuera del stream.
       01 WS-EOF-JOURNAL        PIC X VALUE "N".
           88 EOF-JOURNAL       VALUE "Y".
       01 WS-AJUSTES-HOY        PIC 9(6) VALUE 0.
       01 WS-AJUSTES-IMPORTE    PIC S9(11)V99 VALUE 0.
       01 WS-REPARTOS-HOY       PIC 9(6) VALUE 0.
       01 WS-REPARTOS-IMPORTE   PIC S9(11)V99 VALUE 0.
       01 WS-REVERSOS-HOY       PIC 9(6) VALUE 0.
       01 WS-REVERSOS-IMPORTE   PIC S9(11)V99 VALUE 0.
       01 WS-IMPORTE-ED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               MOVE 0 TO WS-PTO-HASH(WS-PTO-IDX)
           END-PERFORM.
           PERFORM CARGAR-DECLARACIONES.
           PERFORM CONTAR-MOVIMIENTOS-FUERA.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           PERFORM ESCRIBIR-REPORTE.
           CLOSE BALANCE-REPORT-FILE.
           END-PERFORM
           CLOSE BALANCE-CTL-FILE.

      * Los ajustes aprobados (tipo J), los tramos del reparto GEN
      * (tipo A) y los reversos de corrida (tipo R) mueven el ledger
      * sin pasar por CALC-EDIT ni por el posteo: no tienen punto en
      * CALCBAL.CTL y se informan aparte para que nadie los tome por
      * un descuadre del stream.
       CONTAR-MOVIMIENTOS-FUERA.
           OPEN INPUT CALC-JOURNAL-FILE
           IF WS-CALCJRNL-STATUS = "00"
               PERFORM UNTIL EOF-JOURNAL
                   READ CALC-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-JOURNAL
                       NOT AT END
                           IF CJ-FECHA = WS-FECHA-HOY
                               EVALUATE TRUE
                                   WHEN CJ-ES-AJUSTE
                                       ADD 1 TO WS-AJUSTES-HOY
                                       ADD CJ-IMPORTE TO
                                           WS-AJUSTES-IMPORTE
                                   WHEN CJ-ES-REPARTO
                                       ADD 1 TO WS-REPARTOS-HOY
                                       ADD CJ-IMPORTE TO
                                           WS-REPARTOS-IMPORTE
                                   WHEN CJ-ES-REVERSO
                                       ADD 1 TO WS-REVERSOS-HOY
                                       ADD CJ-IMPORTE TO
                                           WS-REVERSOS-IMPORTE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-JOURNAL-FILE
           END-IF.

       ANOTAR-DECLARACION.
           PERFORM VARYING WS-PTO-IDX FROM 1 BY 1
                   UNTIL WS-PTO-IDX > 5
           MOVE 1 TO WS-PTO-IDX
           PERFORM COMPARAR-SALTO
           MOVE 3 TO WS-PTO-IDX
           PERFORM COMPARAR-SALTO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "MOVIMIENTOS DEL LEDGER FUERA DEL STREAM (NO SON "
               "DESCUADRE):" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AJUSTES-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  AJUSTES APROBADOS (TIPO J): " WS-AJUSTES-HOY
               "  IMPORTE " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPARTOS-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  TRAMOS REPARTO GEN (TIPO A): " WS-REPARTOS-HOY
               "  IMPORTE " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVERSOS-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSOS DE CORRIDA (TIPO R): " WS-REVERSOS-HOY
               "  IMPORTE " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-PUNTO.
           MOVE SPACES TO REPORT-LINE
           MOVE "CALC-BALANCE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "BALANCEO SALTOS-MAL=" WS-SALTOS-MAL
               " AJUSTES=" WS-AJUSTES-HOY
               " REVERSOS=" WS-REVERSOS-HOY
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
