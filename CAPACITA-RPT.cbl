      ******************************************************************
      * Author:
      * Date:
      * Purpose: Training exceptions over the operator master. Lists
      *          in CAPACITA.RPT every authorization an operator in
      *          OPERMAST.DAT holds while still missing tutorial
      *          chapters that AUTCAPIT.PRM requires for its code (as
      *          judged by FORMACION-SUB against ALUMNOS.DAT and
      *          NOTAMIN.PRM), with the chapters still pending. These
      *          are grants made before the requirement existed or
      *          before it was raised; MENU-DRIVER already blocks
      *          the options, this tells security whom to chase. Any
      *          exception ends the run in warning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITA-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERMAST-SEL.
           SELECT TRAINING-REPORT-FILE ASSIGN TO "CAPACITA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERMAST-FD.

       FD  TRAINING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY FORMACION-PARMS-CPY.

       01 WS-OPER-STATUS        PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-OPERADORES     PIC X VALUE "N".
           88 EOF-OPERADORES    VALUE "Y".
       01 WS-AUT-IDX            PIC 9(2).
       01 WS-AUT-LIMITE         PIC 9(2).
       01 WS-OPE-CON-FALTA      PIC X.

       01 WS-OPERADORES-LEIDOS  PIC 9(4) VALUE 0.
       01 WS-AUTORIZ-REVISADAS  PIC 9(5) VALUE 0.
       01 WS-AUTORIZ-SIN-FORMAC PIC 9(5) VALUE 0.
       01 WS-OPERADORES-SIN-FORMAC PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *    Sin maestro no se crea uno vacio: MENU-DRIVER crea el
      *    suyo con ADMIN solo cuando el archivo falta.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "35"
               DISPLAY "CAPACITA-RPT: NO HAY OPERMAST.DAT, NADA QUE "
                   "REVISAR."
               MOVE "Y" TO WS-EOF-OPERADORES
           ELSE
               IF WS-OPER-STATUS NOT = "00"
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "CAPACITA-RPT" TO ERR-PROGRAMA
                   MOVE "NO SE PUDO ABRIR OPERMAST.DAT" TO
                       ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   MOVE "Y" TO WS-EOF-OPERADORES
               END-IF
           END-IF.
      *    Una sola carga de AUTCAPIT.PRM, NOTAMIN.PRM y ALUMNOS.DAT
      *    para toda la corrida; el codigo 00 no pide capacitacion.
           MOVE "C" TO FRM-ACCION
           MOVE SPACES TO FRM-OPERADOR
           MOVE 0 TO FRM-AUTORIZACION
           CALL "FORMACION-SUB" USING FORMACION-PARMS.
           OPEN OUTPUT TRAINING-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "AUTORIZACIONES SIN CAPACITACION - FECHA: "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *    Con ALUMNOS.DAT desbordado el reporte acusa de mas: los
      *    alumnos que no entraron figuran sin capacitacion.
           IF FRM-ALUMNOS-DESBORDADO
               MOVE SPACES TO REPORT-LINE
               STRING "ALUMNOS.DAT TIENE MAS DE 50 ALUMNOS; LOS QUE "
                   "NO CUPIERON FIGURAN SIN CAPACITACION."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           PERFORM UNTIL EOF-OPERADORES
               READ OPERATOR-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-OPERADORES
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           ADD 1 TO WS-OPERADORES-LEIDOS
                           PERFORM REVISAR-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "10"
               CLOSE OPERATOR-MASTER
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE TRAINING-REPORT-FILE.
           IF WS-AUTORIZ-SIN-FORMAC > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           DISPLAY "CAPACITA-RPT: " WS-AUTORIZ-SIN-FORMAC
               " AUTORIZACIONES SIN CAPACITACION EN "
               WS-OPERADORES-SIN-FORMAC " OPERADORES".
           MOVE "CAPACITA.RPT" TO SPL-REPORTE
           MOVE "H" TO SPL-DISPOSICION
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Un registro del trazado viejo (sin fecha de clave) solo trae
      * cuatro autorizaciones: las demas posiciones son sus bytes de
      * intentos y bloqueo y no se leen como autorizaciones.
       REVISAR-OPERADOR.
           MOVE "N" TO WS-OPE-CON-FALTA
           IF OP-FECHA-CLAVE IS NUMERIC
               MOVE 12 TO WS-AUT-LIMITE
           ELSE
               MOVE 4 TO WS-AUT-LIMITE
           END-IF
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-LIMITE
               IF OP-AUTORIZA(WS-AUT-IDX) = "S"
                   PERFORM REVISAR-AUTORIZACION
               END-IF
           END-PERFORM
           IF WS-OPE-CON-FALTA = "S"
               ADD 1 TO WS-OPERADORES-SIN-FORMAC
           END-IF.

       REVISAR-AUTORIZACION.
           ADD 1 TO WS-AUTORIZ-REVISADAS
           MOVE "V" TO FRM-ACCION
           MOVE OP-ID TO FRM-OPERADOR
           MOVE WS-AUT-IDX TO FRM-AUTORIZACION
           CALL "FORMACION-SUB" USING FORMACION-PARMS
           IF FRM-NO-FORMADO
               ADD 1 TO WS-AUTORIZ-SIN-FORMAC
               MOVE "S" TO WS-OPE-CON-FALTA
               MOVE SPACES TO REPORT-LINE
               STRING "OPERADOR " OP-ID "  AUTORIZACION " WS-AUT-IDX
                   "  BLOQUEADO " OP-BLOQUEADO
                   "  CAPITULOS PENDIENTES: " FRM-LISTA-FALTAN
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERADORES LEIDOS:               "
               WS-OPERADORES-LEIDOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUTORIZACIONES REVISADAS:        "
               WS-AUTORIZ-REVISADAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUTORIZACIONES SIN CAPACITACION: "
               WS-AUTORIZ-SIN-FORMAC
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERADORES CON PENDIENTES:       "
               WS-OPERADORES-SIN-FORMAC
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NOTA MINIMA APLICADA (NOTAMIN.PRM): "
               FRM-NOTA-MINIMA
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * La condicion de la corrida se acumula aqui (se queda la peor)
      * y se pasa a RETURN-CODE al final, porque un CALL intermedio
      * devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "CAPACITA-RPT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "CAPACITACION OPERADORES=" WS-OPERADORES-LEIDOS
               " AUTORIZACIONES SIN CAPACITACION="
               WS-AUTORIZ-SIN-FORMAC
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       END PROGRAM CAPACITA-RPT.
