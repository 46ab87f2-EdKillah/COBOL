      *          CALCLEDG.DAT under today's keys, reports every
      *          difference in CALCRCON.RPT, and ends with a serious
      *          condition code so DAILY-JOB.sh stops before
      *          LOG-ARCHIVE rolls the evidence away. Ledger
      *          movements of the day that do not come from CALCRES
      *          (the GEN allocation legs and the approved adjusting
      *          entries in CALCJRNL.DAT) are added to the expected
      *          side, so they do not show as breaks. So are the
      *          postings of an earlier run of the same day (CALCRES
      *          only holds the current run, named in RUNID.DAT) and
      *          the reversals written by CALC-REVERSE, which also
      *          take their count back off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCRES-STATUS.
           COPY CALC-LEDGER-SEL.
           COPY CALCJRNL-SEL.
           SELECT RUNID-FILE ASSIGN TO "RUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "CALCRCON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 RES-DEPARTAMENTO      PIC X(3).

       COPY CALC-LEDGER-FD.
       COPY CALCJRNL-FD.

      *El id de corrida viene con su fecha, igual que lo interpreta
      *AUDIT-WRITER: un RUNID.DAT de otro dia se ignora.
       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-RECORD.
           05 RUNID-VALOR          PIC X(8).
           05 FILLER               PIC X.
           05 RUNID-FECHA          PIC 9(8).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.

       01 WS-CALCRES-STATUS     PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-CALCJRNL-STATUS    PIC XX.
       01 WS-EOF-JOURNAL        PIC X VALUE "N".
           88 EOF-JOURNAL       VALUE "Y".
       01 WS-ASIENTOS-HOY       PIC 9(6) VALUE 0.
       01 WS-AJUSTES-HOY        PIC 9(6) VALUE 0.
       01 WS-REVERSOS-HOY       PIC 9(6) VALUE 0.
       01 WS-POSTEOS-OTRAS      PIC 9(6) VALUE 0.
       01 WS-RUNID-STATUS       PIC XX.
       01 WS-RUN-ID             PIC X(8) VALUE "ADHOC".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-RESULTADOS     PIC X VALUE "N".
           88 EOF-RESULTADOS    VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM DETERMINAR-RUN-ID.
           PERFORM ACUMULAR-ESPERADO.
           PERFORM ACUMULAR-ASIENTOS.
           PERFORM ACUMULAR-REAL.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM ESCRIBIR-REPORTE.
           END-PERFORM
           CLOSE CALC-RESULT-FILE.

      * Los tramos del reparto GEN (CALC-ALLOC) mueven el importe
      * del ledger sin pasar por CALCRES: se suman a lo esperado con
      * su departamento. No tocan la cantidad. Un reverso de
      * CALC-REVERSE resta su importe y tambien una unidad de la
      * cantidad. Los posteos de otra corrida del dia (la que se
      * reverso antes de re-enviar el lote corregido) ya no estan
      * en CALCRES y se suman como si estuvieran; sin RUNID.DAT no
      * hay como separarlas y se supone una sola corrida.
       ACUMULAR-ASIENTOS.
           OPEN INPUT CALC-JOURNAL-FILE
           IF WS-CALCJRNL-STATUS = "00"
               PERFORM UNTIL EOF-JOURNAL
                   READ CALC-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-JOURNAL
                       NOT AT END
                           IF CJ-FECHA = WS-FECHA-HOY
                               PERFORM ACUMULAR-UN-ASIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-JOURNAL-FILE
           END-IF.

       ACUMULAR-UN-ASIENTO.
           MOVE CJ-OPERACION TO WS-OP-TRABAJO
           MOVE CJ-DEPARTAMENTO TO WS-DEP-TRABAJO
           IF CJ-ES-POSTEO
               IF WS-RUN-ID NOT = "ADHOC" AND
                  CJ-RUN-ID NOT = WS-RUN-ID
                   PERFORM BUSCAR-CUENTA
                   IF WS-CTA-HALLADA > 0
                       ADD 1 TO WS-POSTEOS-OTRAS
                       ADD 1 TO WS-CTA-ESP-CANT(WS-CTA-HALLADA)
                       ADD CJ-RESULTADO TO
                           WS-CTA-ESP-IMP(WS-CTA-HALLADA)
                   END-IF
               END-IF
           ELSE
               PERFORM BUSCAR-CUENTA
               IF WS-CTA-HALLADA > 0
                   ADD 1 TO WS-ASIENTOS-HOY
                   IF CJ-ES-AJUSTE
                       ADD 1 TO WS-AJUSTES-HOY
                   END-IF
                   IF CJ-ES-REVERSO
                       ADD 1 TO WS-REVERSOS-HOY
                       IF WS-CTA-ESP-CANT(WS-CTA-HALLADA) > 0
                           SUBTRACT 1 FROM
                               WS-CTA-ESP-CANT(WS-CTA-HALLADA)
                       END-IF
                   END-IF
                   ADD CJ-IMPORTE TO WS-CTA-ESP-IMP(WS-CTA-HALLADA)
               END-IF
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

       BUSCAR-CUENTA.
           MOVE 0 TO WS-CTA-HALLADA
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
           MOVE SPACES TO REPORT-LINE
           STRING "DIFERENCIAS POR OPERACION: " WS-DIFERENCIAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ASIENTOS DE JOURNAL NO POSTEADOS DESDE CALCRES: "
               WS-ASIENTOS-HOY DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DE ELLOS, AJUSTES APROBADOS (CALC-ADJUST):    "
               WS-AJUSTES-HOY DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DE ELLOS, REVERSOS DE CORRIDA (CALC-REVERSE): "
               WS-REVERSOS-HOY DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "POSTEOS DE OTRAS CORRIDAS DEL DIA (NO ES "
               WS-RUN-ID "):  " WS-POSTEOS-OTRAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-CUENTA.
