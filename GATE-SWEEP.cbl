      *          emptied so the next morning's aforo count starts
      *          clean, and the swept names go to BARRIDO.RPT as a
      *          separate security report - an overstay after closing
      *          is a security event, not a normal exit. The sweep
      *          is broken down by the entrance each straggler came
      *          in through, and the roster is emptied under the same
      *          PRESENTES lock the gates at every door use.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SCHEDULE-FILE ASSIGN TO "HORARIO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           COPY PRESENTES-SEL.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "BARRIDO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 PARM-HORA-ABRE      PIC 9(4).
           05 PARM-HORA-CIERRA    PIC 9(4).

       COPY PRESENTES-FD.

       FD  SWEEP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY AUDIT-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-VISITOR-STATUS     PIC XX.
       01 WS-HORARIO-STATUS     PIC XX.
       01 WS-EOF-ROSTER         PIC X VALUE "N".
           88 EOF-ROSTER        VALUE "Y".
       01 WS-BARRIDOS           PIC 9(4) VALUE 0.
      *Barridos por entrada; un registro sin entrada es de la puerta
      *principal 01, la unica que habia antes de abrir la segunda.
       01 WS-ENTRADAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ENTRADAS-TABLA.
           05 WS-ENTRADA-ENTRY OCCURS 9 TIMES.
               10 WS-ENT-CODIGO     PIC X(2).
               10 WS-ENT-BARRIDOS   PIC 9(4).
               10 WS-ENT-PERSONAS   PIC 9(5).
       01 WS-ENT-IDX            PIC 9(2).
       01 WS-ENT-HALLADA        PIC 9(2).
       01 WS-ENTRADA-ACTUAL     PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE SCHEDULE-FILE.

       BARRER-PRESENTES.
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "GATE-SWEEP" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
      *    Una puerta que sigue grabando presentes despues del cierre
      *    es para revisar: no se vacia el registro bajo sus pies.
           IF LCK-NO-OBTENIDO
               DISPLAY "GATE-SWEEP: CANDADO PRESENTES NO OBTENIDO, "
                   "UNA PUERTA SIGUE OPERANDO; NO SE BARRE."
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM BARRER-REGISTRO
               MOVE "PRESENTES" TO LCK-RECURSO
               MOVE "L" TO LCK-ACCION
               MOVE "GATE-SWEEP" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
           END-IF.

       BARRER-REGISTRO.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "35"
               OPEN OUTPUT ROSTER-FILE
                   " (EVENTO DE SEGURIDAD, REVISAR)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM ESCRIBIR-POR-ENTRADA
           END-IF
           CLOSE SWEEP-REPORT-FILE
           CLOSE VISITOR-LOG
           MOVE WS-HORA-AHORA TO VIS-HORA-LLEGADA
           MOVE "SALIDA" TO VIS-RESULTADO
           MOVE "BARRIDO CIERRE" TO VIS-DENIAL-REASON
      *    Un grupo sale completo con su titular; un registro sin
      *    personas es de un solo visitante.
           IF ROS-PERSONAS IS NUMERIC AND ROS-PERSONAS > 0
               MOVE ROS-PERSONAS TO VIS-PERSONAS
           ELSE
               MOVE 1 TO VIS-PERSONAS
           END-IF
           IF ROS-ENTRADA = SPACES
               MOVE "01" TO WS-ENTRADA-ACTUAL
           ELSE
               MOVE ROS-ENTRADA TO WS-ENTRADA-ACTUAL
           END-IF
           MOVE WS-ENTRADA-ACTUAL TO VIS-ENTRADA
           WRITE VISITOR-RECORD
           PERFORM ACUMULAR-ENTRADA
           MOVE SPACES TO REPORT-LINE
           STRING "  " ROS-ID-VISITANTE " " ROS-NOMBRE
               " ENTRO A LAS " ROS-HORA-ENTRADA
               " PERSONAS: " VIS-PERSONAS
               " PUERTA: " WS-ENTRADA-ACTUAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       ACUMULAR-ENTRADA.
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
               MOVE 0 TO WS-ENT-BARRIDOS(WS-ENT-HALLADA)
               MOVE 0 TO WS-ENT-PERSONAS(WS-ENT-HALLADA)
           END-IF
           IF WS-ENT-HALLADA > 0
               ADD 1 TO WS-ENT-BARRIDOS(WS-ENT-HALLADA)
               ADD VIS-PERSONAS TO WS-ENT-PERSONAS(WS-ENT-HALLADA)
           END-IF.

       ESCRIBIR-POR-ENTRADA.
           MOVE "BARRIDOS POR ENTRADA:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRADAS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  PUERTA " WS-ENT-CODIGO(WS-ENT-IDX)
                   "  BARRIDOS: " WS-ENT-BARRIDOS(WS-ENT-IDX)
                   "  PERSONAS: " WS-ENT-PERSONAS(WS-ENT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "GATE-SWEEP" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
