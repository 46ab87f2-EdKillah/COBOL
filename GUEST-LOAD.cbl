      *          VISMAST.DAT as day passes expiring on the event
      *          date, and diverts bad records to INVITREJ.DAT with a
      *          reason code so the organizer gets back a precise
      *          list of what to fix instead of a shrug. Every
      *          guest enrolled leaves its VISJRNL.DAT record (accion
      *          A) under operator INVITADO, the way MEMBER-FEED
      *          journals under INTERFAZ, so PASS-BILLING does not bill
      *          the event's day passes as venue sales; the signed-in
      *          operator who ran the load goes in the audit event.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUEST-STATUS.
           COPY VISITOR-MASTER-SEL.
           COPY VISJRNL-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.
           SELECT REJECT-FILE ASSIGN TO "INVITREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
               10 FILLER           PIC X(20).

       COPY VISITOR-MASTER-FD.
       COPY VISJRNL-FD.

      *Operador firmado en MENU-DRIVER; una corrida sin sesion de
      *operador queda journalizada como SISTEMA.
       FD  OPERATOR-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-CTL-RECORD.
           05 OPERCTL-ID           PIC X(8).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WS-GUEST-STATUS       PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-REJECT-STATUS      PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-OPERADOR-INVITADOS PIC X(8) VALUE "INVITADO".
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-EVENTO       PIC 9(8) VALUE 0.

       MAIN-PROCEDURE.
           DISPLAY "GUEST-LOAD: CARGA DE LISTA DE INVITADOS".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR-ENTRADA UNTIL EOF-ENTRADA.
           PERFORM VERIFICAR-CONTROLES.
           CLOSE GUEST-LIST-FILE
           CLOSE VISITOR-MASTER
           CLOSE VISITOR-JOURNAL-FILE
           CLOSE REJECT-FILE.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
               CLOSE VISITOR-MASTER
               OPEN I-O VISITOR-MASTER
           END-IF
           OPEN EXTEND VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "35"
               OPEN OUTPUT VISITOR-JOURNAL-FILE
               CLOSE VISITOR-JOURNAL-FILE
               OPEN EXTEND VISITOR-JOURNAL-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE.

       PROCESAR-ENTRADA.
                   PERFORM ESCRIBIR-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-CARGADOS
                   PERFORM ANOTAR-JOURNAL
           END-WRITE.

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

      * El alta del invitado queda en el journal como cualquier
      * alta del mostrador: imagen antes vacia, despues el registro.
      * Va bajo el operador INVITADO y no el de la sesion: el pase lo
      * paga el organizador del evento, no se vende en el mostrador,
      * y PASS-BILLING lo reconoce por ese operador para no cobrarlo.
       ANOTAR-JOURNAL.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES TO VISITOR-JOURNAL-RECORD
           STRING WS-FECHA-HOY "-" WS-HORA-AHORA
               DELIMITED BY SIZE INTO VJ-FECHA-HORA
           MOVE WS-OPERADOR-INVITADOS TO VJ-OPERADOR
           MOVE "A" TO VJ-ACCION
           MOVE VM-ID-VISITANTE TO VJ-ID-VISITANTE
           MOVE SPACES TO VJ-ANT-NOMBRE
           MOVE 0 TO VJ-ANT-FECHA-NAC
           MOVE SPACE TO VJ-ANT-ESTADO
           MOVE SPACE TO VJ-ANT-TIPO-PASE
           MOVE 0 TO VJ-ANT-VENCE
           MOVE VM-NOMBRE TO VJ-DES-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO VJ-DES-FECHA-NAC
           MOVE VM-ESTADO TO VJ-DES-ESTADO
           MOVE VM-TIPO-PASE TO VJ-DES-TIPO-PASE
           MOVE VM-FECHA-VENCE TO VJ-DES-VENCE
           WRITE VISITOR-JOURNAL-RECORD.

       ESCRIBIR-RECHAZO.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-CODIGO-RECHAZO TO REJ-CODIGO
           STRING "CARGA INVITADOS CARGADOS=" WS-CARGADOS
               " RECHAZADOS=" WS-RECHAZADOS
               " CONTROL=" WS-CONTROL-OK
               " OPERADOR=" WS-OPERADOR-SESION
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
