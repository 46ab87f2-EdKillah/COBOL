      *          on how many days each ID was DENEGADO, moves the IDs
      *          at or over the VIGILA.PRM threshold to suspended in
      *          VISMAST.DAT, and writes VIGILA.RPT so the security
      *          lead can confirm who was suspended and why. Denials
      *          under an ID merged into another (FUSIONES.DAT) count
      *          against the surviving ID. Every suspension leaves
      *          its VISJRNL.DAT record (accion S) like the ones made
      *          at the front desk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-STATUS.
           COPY VISITOR-MASTER-SEL.
           COPY FUSION-SEL.
           COPY VISJRNL-SEL.
           SELECT WATCH-PARM-FILE ASSIGN TO "VIGILA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY VISITOR-CPY.
       COPY VISITOR-MASTER-FD.
       COPY FUSION-FD.
       COPY VISJRNL-FD.

       FD  WATCH-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01 WS-VISITOR-STATUS     PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-ESTADO-ANTES       PIC X.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-RETEN-STATUS       PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-GEN-IDX            PIC 9(2).
       01 WS-EOF-LOG            PIC X.

      *Inscripciones duplicadas retiradas y el ID al que pasaron.
       01 WS-FUSION-STATUS      PIC XX.
       01 WS-FUSIONES-COUNT     PIC 9(3) VALUE 0.
       01 WS-FUSIONES-TABLA.
           05 WS-FUSION-ENTRY OCCURS 500 TIMES.
               10 WS-FUS-FUSIONADO PIC 9(8).
               10 WS-FUS-VIGENTE   PIC 9(8).
       01 WS-FUS-IDX            PIC 9(3).
       01 WS-FUS-SALTOS         PIC 9(2).
       01 WS-ID-CONTADO         PIC 9(8).
       01 WS-ID-CAMBIADO        PIC X.

       01 WS-VIGILADOS-COUNT    PIC 9(3) VALUE 0.
       01 WS-VIGILADOS-TABLA.
           05 WS-VIGILADO-ENTRY OCCURS 200 TIMES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-RETENCION.
           PERFORM CARGAR-FUSIONES.
      *    La bitacora viva es el dia de hoy; cada generacion
      *    archivada cuenta como un dia anterior.
           MOVE SPACES TO WS-NOMBRE-LOG
           END-READ
           CLOSE RETENTION-PARM-FILE.

       CARGAR-FUSIONES.
           OPEN INPUT MERGE-XREF-FILE
           IF WS-FUSION-STATUS = "00"
               MOVE "N" TO WS-EOF-LOG
               PERFORM UNTIL WS-EOF-LOG = "Y"
                   READ MERGE-XREF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LOG
                       NOT AT END
                           IF WS-FUSIONES-COUNT < 500
                               ADD 1 TO WS-FUSIONES-COUNT
                               MOVE FUS-ID-FUSIONADO TO
                                   WS-FUS-FUSIONADO(WS-FUSIONES-COUNT)
                               MOVE FUS-ID-VIGENTE TO
                                   WS-FUS-VIGENTE(WS-FUSIONES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERGE-XREF-FILE
           END-IF.

      * Un ID fusionado cuenta como su ID vigente; si el vigente se
      * fusiono a su vez despues, se sigue la cadena.
       RESOLVER-ID-VIGENTE.
           MOVE VIS-ID-VISITANTE TO WS-ID-CONTADO
           MOVE "S" TO WS-ID-CAMBIADO
           PERFORM VARYING WS-FUS-SALTOS FROM 1 BY 1
                   UNTIL WS-ID-CAMBIADO = "N" OR WS-FUS-SALTOS > 10
               MOVE "N" TO WS-ID-CAMBIADO
               PERFORM VARYING WS-FUS-IDX FROM 1 BY 1
                       UNTIL WS-FUS-IDX > WS-FUSIONES-COUNT
                   IF WS-FUS-FUSIONADO(WS-FUS-IDX) = WS-ID-CONTADO
                       MOVE WS-FUS-VIGENTE(WS-FUS-IDX) TO WS-ID-CONTADO
                       MOVE "S" TO WS-ID-CAMBIADO
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCANEAR-GENERACION.
           MOVE SPACES TO WS-NOMBRE-LOG
           STRING "VISITOR.LOG.G" WS-GEN-IDX(2:1)
                           IF VIS-RESULTADO = "DENEGADO" AND
                              VIS-ID-VISITANTE IS NUMERIC AND
                              VIS-ID-VISITANTE > 0
                               PERFORM RESOLVER-ID-VIGENTE
                               PERFORM ANOTAR-DENEGACION
                           END-IF
                   END-READ
           MOVE 0 TO WS-VIG-HALLADO
           PERFORM VARYING WS-VIG-IDX FROM 1 BY 1
                   UNTIL WS-VIG-IDX > WS-VIGILADOS-COUNT
               IF WS-VIG-ID(WS-VIG-IDX) = WS-ID-CONTADO
                   MOVE WS-VIG-IDX TO WS-VIG-HALLADO
               END-IF
           END-PERFORM
           IF WS-VIG-HALLADO = 0 AND WS-VIGILADOS-COUNT < 200
               ADD 1 TO WS-VIGILADOS-COUNT
               MOVE WS-VIGILADOS-COUNT TO WS-VIG-HALLADO
               MOVE WS-ID-CONTADO TO WS-VIG-ID(WS-VIG-HALLADO)
               MOVE VIS-NOMBRE TO WS-VIG-NOMBRE(WS-VIG-HALLADO)
               MOVE 0 TO WS-VIG-DIAS(WS-VIG-HALLADO)
               MOVE 0 TO WS-VIG-TOTAL(WS-VIG-HALLADO)
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               OPEN EXTEND VISITOR-JOURNAL-FILE
               IF WS-VISJRNL-STATUS = "35"
                   OPEN OUTPUT VISITOR-JOURNAL-FILE
                   CLOSE VISITOR-JOURNAL-FILE
                   OPEN EXTEND VISITOR-JOURNAL-FILE
               END-IF
               PERFORM SUSPENDER-UNO
                   VARYING WS-VIG-IDX FROM 1 BY 1
                   UNTIL WS-VIG-IDX > WS-VIGILADOS-COUNT
               CLOSE VISITOR-JOURNAL-FILE
               CLOSE VISITOR-MASTER
           END-IF.

                       MOVE "X" TO WS-VIG-SUSPENDIDO(WS-VIG-IDX)
                       ADD 1 TO WS-NO-REGISTRADOS
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN VM-ANONIMIZADO
                               MOVE "X" TO WS-VIG-SUSPENDIDO(WS-VIG-IDX)
                               ADD 1 TO WS-NO-REGISTRADOS
                           WHEN VM-SUSPENDIDO
                               MOVE "Y" TO WS-VIG-SUSPENDIDO(WS-VIG-IDX)
                               ADD 1 TO WS-YA-SUSPENDIDOS
                           WHEN OTHER
                               MOVE VM-ESTADO TO WS-ESTADO-ANTES
                               MOVE "S" TO VM-ESTADO
                               REWRITE VISITOR-MASTER-RECORD
                               MOVE "S" TO WS-VIG-SUSPENDIDO(WS-VIG-IDX)
                               ADD 1 TO WS-SUSPENDIDOS
                               PERFORM ANOTAR-JOURNAL
                       END-EVALUATE
               END-READ
           END-IF.

      * La suspension automatica queda en el journal igual que la
      * del mostrador (solo cambia el estado), bajo SISTEMA: el
      * reporte de cambios la muestra y la recuperacion la repite.
       ANOTAR-JOURNAL.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES TO VISITOR-JOURNAL-RECORD
           STRING WS-FECHA-HOY "-" WS-HORA-AHORA
               DELIMITED BY SIZE INTO VJ-FECHA-HORA
           MOVE "SISTEMA" TO VJ-OPERADOR
           MOVE "S" TO VJ-ACCION
           MOVE VM-ID-VISITANTE TO VJ-ID-VISITANTE
           MOVE VM-NOMBRE TO VJ-ANT-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO VJ-ANT-FECHA-NAC
           MOVE WS-ESTADO-ANTES TO VJ-ANT-ESTADO
           MOVE VM-TIPO-PASE TO VJ-ANT-TIPO-PASE
           MOVE VM-FECHA-VENCE TO VJ-ANT-VENCE
           MOVE VM-NOMBRE TO VJ-DES-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO VJ-DES-FECHA-NAC
           MOVE VM-ESTADO TO VJ-DES-ESTADO
           MOVE VM-TIPO-PASE TO VJ-DES-TIPO-PASE
           MOVE VM-FECHA-VENCE TO VJ-DES-VENCE
           WRITE VISITOR-JOURNAL-RECORD.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT WATCH-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
