      ******************************************************************
      * Author:
      * Date:
      * Purpose: Emergency evacuation muster roll. Prints on demand
      *          everyone PRESENTES.DAT says is inside (ID, name and
      *          pass type from VISMAST.DAT, arrival time) to
      *          EVACUA.RPT, then lets the warden check each ID off as
      *          accounted for at the assembly point. The run ends
      *          with the people still unaccounted for (plus anyone
      *          checked off who was not on the roster) in
      *          EVACFIN.RPT, and the whole event -- start, every
      *          check-off, every missing ID and the totals -- goes to
      *          AUDIT.TRL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUSTER-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRESENTES-SEL.
           COPY VISITOR-MASTER-SEL.
           SELECT MUSTER-REPORT-FILE ASSIGN TO "EVACUA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISSING-REPORT-FILE ASSIGN TO "EVACFIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY PRESENTES-FD.
       COPY VISITOR-MASTER-FD.

       FD  MUSTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       FD  MISSING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MISSING-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-ROSTER-STATUS      PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-EOF-ROSTER         PIC X VALUE "N".
           88 EOF-ROSTER        VALUE "Y".

      *La lista de la evacuacion: lo que dice PRESENTES.DAT al
      *momento de imprimirla, con la marca de contado del brigadista.
       01 WS-LISTA-COUNT        PIC 9(4) VALUE 0.
       01 WS-LISTA-TABLA.
           05 WS-LISTA-ENTRY OCCURS 200 TIMES.
               10 WS-LIS-ID        PIC 9(8).
               10 WS-LIS-NOMBRE    PIC A(10).
               10 WS-LIS-PASE      PIC X(10).
               10 WS-LIS-HORA      PIC 9(8).
               10 WS-LIS-CONTADO   PIC X.
               10 WS-LIS-PERSONAS  PIC 9(3).
       01 WS-LIS-IDX            PIC 9(4).
       01 WS-LIS-HALLADA        PIC 9(4).
       01 WS-LISTA-DESBORDE     PIC X VALUE "N".

      *Contados en el punto de reunion que no figuraban en la lista
      *(entraron sin pasar por la puerta o la lista estaba vieja).
       01 WS-EXTRAS-COUNT       PIC 9(3) VALUE 0.
       01 WS-EXTRAS-TABLA.
           05 WS-EXTRA-ID OCCURS 100 TIMES PIC 9(8).
       01 WS-EXT-IDX            PIC 9(3).

       01 WS-CONTROL            PIC X VALUE "N".
           88 CONTROL-SI        VALUES "S" "s".
       01 WS-ID-CONTADO         PIC 9(8).
       01 WS-FIN-CONTROL        PIC X VALUE "N".
           88 FIN-CONTROL       VALUE "S".
       01 WS-CONTADOS           PIC 9(4) VALUE 0.
       01 WS-SIN-CONTAR         PIC 9(4) VALUE 0.
       01 WS-HORA-ED            PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           PERFORM CARGAR-PRESENTES.
           PERFORM COMPLETAR-DESDE-MAESTRO.
           PERFORM IMPRIMIR-LISTA.
           PERFORM AUDITAR-INICIO.
           MOVE 3501 TO MSJ-NUMERO
           MOVE "MUSTER-ROLL: Pasar lista en punto de reunion (S/N)? "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-CONTROL.
           IF CONTROL-SI
               PERFORM PASAR-LISTA UNTIL FIN-CONTROL
           END-IF.
           PERFORM EMITIR-SIN-CONTAR.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       CARGAR-PRESENTES.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "35"
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN INPUT ROSTER-FILE
           END-IF
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "MUSTER-ROLL" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR PRESENTES.DAT, STATUS="
                   WS-ROSTER-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM UNTIL EOF-ROSTER
                   READ ROSTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ROSTER
                       NOT AT END
                           PERFORM GUARDAR-PRESENTE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      * En una evacuacion no se puede perder a nadie por tamano de
      * tabla: el desborde se avisa en la lista impresa y en el
      * codigo de condicion.
       GUARDAR-PRESENTE.
           IF WS-LISTA-COUNT < 200
               ADD 1 TO WS-LISTA-COUNT
               MOVE ROS-ID-VISITANTE TO WS-LIS-ID(WS-LISTA-COUNT)
               MOVE ROS-NOMBRE TO WS-LIS-NOMBRE(WS-LISTA-COUNT)
               MOVE ROS-HORA-ENTRADA TO WS-LIS-HORA(WS-LISTA-COUNT)
               MOVE "SIN MAESTRO" TO WS-LIS-PASE(WS-LISTA-COUNT)
               MOVE "N" TO WS-LIS-CONTADO(WS-LISTA-COUNT)
               IF ROS-PERSONAS IS NUMERIC AND ROS-PERSONAS > 0
                   MOVE ROS-PERSONAS TO WS-LIS-PERSONAS(WS-LISTA-COUNT)
               ELSE
                   MOVE 1 TO WS-LIS-PERSONAS(WS-LISTA-COUNT)
               END-IF
           ELSE
               MOVE "S" TO WS-LISTA-DESBORDE
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * El nombre y el tipo de pase salen del maestro; sin maestro la
      * lista igual se imprime con el nombre que dio la puerta.
       COMPLETAR-DESDE-MAESTRO.
           OPEN INPUT VISITOR-MASTER
           IF WS-VISMAST-STATUS = "00"
               PERFORM VARYING WS-LIS-IDX FROM 1 BY 1
                       UNTIL WS-LIS-IDX > WS-LISTA-COUNT
                   MOVE WS-LIS-ID(WS-LIS-IDX) TO VM-ID-VISITANTE
                   READ VISITOR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VM-NOMBRE TO WS-LIS-NOMBRE(WS-LIS-IDX)
                           EVALUATE TRUE
                               WHEN VM-PASE-DIA
                                   MOVE "DIA" TO WS-LIS-PASE(WS-LIS-IDX)
                               WHEN VM-PASE-TEMPORAL
                                   MOVE "TEMPORAL" TO
                                       WS-LIS-PASE(WS-LIS-IDX)
                               WHEN VM-PASE-PERMANENTE
                                   MOVE "PERMANENTE" TO
                                       WS-LIS-PASE(WS-LIS-IDX)
                               WHEN OTHER
                                   MOVE "SIN TIPO" TO
                                       WS-LIS-PASE(WS-LIS-IDX)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE VISITOR-MASTER
           ELSE
               MOVE 4003 TO ERR-CODIGO
               MOVE "MUSTER-ROLL" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                   WS-VISMAST-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       IMPRIMIR-LISTA.
           OPEN OUTPUT MUSTER-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LISTA DE EVACUACION - FECHA: " WS-FECHA-HOY
               "  HORA: " WS-HORA-AHORA(1:2) ":" WS-HORA-AHORA(3:2)
               "  PRESENTES: " WS-LISTA-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTADO  ID       NOMBRE     PASE       LLEGADA PERS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-------- -------- ---------- ---------- ------- ----"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LIS-IDX FROM 1 BY 1
                   UNTIL WS-LIS-IDX > WS-LISTA-COUNT
               PERFORM FORMATEAR-HORA
               MOVE SPACES TO REPORT-LINE
               STRING "[    ]   " WS-LIS-ID(WS-LIS-IDX) " "
                   WS-LIS-NOMBRE(WS-LIS-IDX) " "
                   WS-LIS-PASE(WS-LIS-IDX) " " WS-HORA-ED
                   "   " WS-LIS-PERSONAS(WS-LIS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-LISTA-DESBORDE = "S"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ATENCION: PRESENTES.DAT TIENE MAS DE 200 "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "REGISTROS; REVISAR EL ARCHIVO COMPLETO."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE MUSTER-REPORT-FILE
           MOVE "EVACUA.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 30 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS
           DISPLAY "LISTA DE EVACUACION EN EVACUA.RPT: "
               WS-LISTA-COUNT " PRESENTES".

       FORMATEAR-HORA.
           MOVE SPACES TO WS-HORA-ED
           STRING WS-LIS-HORA(WS-LIS-IDX)(1:2) ":"
               WS-LIS-HORA(WS-LIS-IDX)(3:2)
               DELIMITED BY SIZE INTO WS-HORA-ED.

      * El brigadista dicta los IDs que ve en el punto de reunion;
      * un ID en cero termina el pase de lista.
       PASAR-LISTA.
           MOVE 3502 TO MSJ-NUMERO
           MOVE "ID contado en el punto de reunion (0 = terminar): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0 TO WS-ID-CONTADO
           ACCEPT WS-ID-CONTADO.
           IF WS-ID-CONTADO = 0
               MOVE "S" TO WS-FIN-CONTROL
           ELSE
               PERFORM MARCAR-CONTADO
           END-IF.

       MARCAR-CONTADO.
           MOVE 0 TO WS-LIS-HALLADA
           PERFORM VARYING WS-LIS-IDX FROM 1 BY 1
                   UNTIL WS-LIS-IDX > WS-LISTA-COUNT
               IF WS-LIS-ID(WS-LIS-IDX) = WS-ID-CONTADO
                   MOVE WS-LIS-IDX TO WS-LIS-HALLADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-LIS-HALLADA = 0
                   MOVE 3503 TO MSJ-NUMERO
                   MOVE "ID NO FIGURA EN LA LISTA; SE ANOTA APARTE."
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   IF WS-EXTRAS-COUNT < 100
                       ADD 1 TO WS-EXTRAS-COUNT
                       MOVE WS-ID-CONTADO TO
                           WS-EXTRA-ID(WS-EXTRAS-COUNT)
                   END-IF
                   MOVE SPACES TO AUP-EVENTO
                   STRING "EVACUACION CONTADO FUERA DE LISTA ID="
                       WS-ID-CONTADO DELIMITED BY SIZE INTO AUP-EVENTO
                   PERFORM ESCRIBIR-EVENTO-AUDITORIA
               WHEN WS-LIS-CONTADO(WS-LIS-HALLADA) = "S"
                   MOVE 3504 TO MSJ-NUMERO
                   MOVE "ESE ID YA ESTABA CONTADO." TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
               WHEN OTHER
                   MOVE "S" TO WS-LIS-CONTADO(WS-LIS-HALLADA)
                   ADD 1 TO WS-CONTADOS
                   DISPLAY "CONTADO: " WS-ID-CONTADO " "
                       WS-LIS-NOMBRE(WS-LIS-HALLADA)
                       "  (" WS-CONTADOS " DE " WS-LISTA-COUNT ")"
                   MOVE SPACES TO AUP-EVENTO
                   STRING "EVACUACION CONTADO ID=" WS-ID-CONTADO
                       DELIMITED BY SIZE INTO AUP-EVENTO
                   PERFORM ESCRIBIR-EVENTO-AUDITORIA
           END-EVALUATE.

      * Cierre del evento: quien sigue sin contar va primero, que es
      * lo que buscan los bomberos; despues los contados fuera de
      * lista. Cada faltante queda ademas en el trail por su ID.
       EMITIR-SIN-CONTAR.
           OPEN OUTPUT MISSING-REPORT-FILE
           MOVE SPACES TO MISSING-LINE
           STRING "EVACUACION - SIN CONTAR - FECHA: " WS-FECHA-HOY
               "  LISTA DE LAS " WS-HORA-AHORA(1:2) ":"
               WS-HORA-AHORA(3:2)
               DELIMITED BY SIZE INTO MISSING-LINE
           WRITE MISSING-LINE
           MOVE SPACES TO MISSING-LINE
           WRITE MISSING-LINE
           MOVE "ID       NOMBRE     PASE       LLEGADA PERS"
               TO MISSING-LINE
           WRITE MISSING-LINE
           PERFORM VARYING WS-LIS-IDX FROM 1 BY 1
                   UNTIL WS-LIS-IDX > WS-LISTA-COUNT
               IF WS-LIS-CONTADO(WS-LIS-IDX) = "N"
                   ADD 1 TO WS-SIN-CONTAR
                   PERFORM FORMATEAR-HORA
                   MOVE SPACES TO MISSING-LINE
                   STRING WS-LIS-ID(WS-LIS-IDX) " "
                       WS-LIS-NOMBRE(WS-LIS-IDX) " "
                       WS-LIS-PASE(WS-LIS-IDX) " " WS-HORA-ED
                       "   " WS-LIS-PERSONAS(WS-LIS-IDX)
                       DELIMITED BY SIZE INTO MISSING-LINE
                   WRITE MISSING-LINE
                   DISPLAY "SIN CONTAR: " WS-LIS-ID(WS-LIS-IDX) " "
                       WS-LIS-NOMBRE(WS-LIS-IDX)
                   MOVE SPACES TO AUP-EVENTO
                   STRING "EVACUACION SIN CONTAR ID="
                       WS-LIS-ID(WS-LIS-IDX) " "
                       WS-LIS-NOMBRE(WS-LIS-IDX)
                       DELIMITED BY SIZE INTO AUP-EVENTO
                   PERFORM ESCRIBIR-EVENTO-AUDITORIA
               END-IF
           END-PERFORM
           MOVE SPACES TO MISSING-LINE
           WRITE MISSING-LINE
           IF WS-EXTRAS-COUNT > 0
               MOVE "CONTADOS QUE NO FIGURABAN EN LA LISTA:"
                   TO MISSING-LINE
               WRITE MISSING-LINE
               PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                       UNTIL WS-EXT-IDX > WS-EXTRAS-COUNT
                   MOVE SPACES TO MISSING-LINE
                   STRING "  " WS-EXTRA-ID(WS-EXT-IDX)
                       DELIMITED BY SIZE INTO MISSING-LINE
                   WRITE MISSING-LINE
               END-PERFORM
               MOVE SPACES TO MISSING-LINE
               WRITE MISSING-LINE
           END-IF
           MOVE SPACES TO MISSING-LINE
           STRING "EN LISTA: " WS-LISTA-COUNT
               "  CONTADOS: " WS-CONTADOS
               "  SIN CONTAR: " WS-SIN-CONTAR
               "  FUERA DE LISTA: " WS-EXTRAS-COUNT
               DELIMITED BY SIZE INTO MISSING-LINE
           WRITE MISSING-LINE
           CLOSE MISSING-REPORT-FILE
           MOVE "EVACFIN.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 30 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS
           DISPLAY "MUSTER-ROLL: CONTADOS=" WS-CONTADOS
               " SIN CONTAR=" WS-SIN-CONTAR
               " FUERA DE LISTA=" WS-EXTRAS-COUNT
               " (VER EVACFIN.RPT)".
           IF WS-SIN-CONTAR > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       AUDITAR-INICIO.
           MOVE SPACES TO AUP-EVENTO
           STRING "EVACUACION INICIO LISTA PRESENTES=" WS-LISTA-COUNT
               DELIMITED BY SIZE INTO AUP-EVENTO
           PERFORM ESCRIBIR-EVENTO-AUDITORIA.

       ESCRIBIR-EVENTO-AUDITORIA.
           MOVE "MUSTER-ROLL" TO AUP-PROGRAMA
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "MUSTER-ROLL" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "EVACUACION FIN LISTA=" WS-LISTA-COUNT
               " CONTADOS=" WS-CONTADOS
               " SIN-CONTAR=" WS-SIN-CONTAR
               " FUERA-LISTA=" WS-EXTRAS-COUNT
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

      * La condicion de la corrida se acumula aqui (se queda la
      * peor) y se pasa a RETURN-CODE al final, porque un CALL
      * intermedio devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       END PROGRAM MUSTER-ROLL.
