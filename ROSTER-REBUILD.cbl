      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rebuilds the presence roster PRESENTES.DAT from the
      *          day's ADMITIDO and SALIDA records in VISITOR.LOG,
      *          for when a gate terminal died mid-movement or the
      *          roster file was damaged and the aforo count went
      *          wrong. The rebuilt roster is compared with the one on
      *          disk, every discrepancy is listed on RECONSTR.RPT and
      *          on the screen, and the file is replaced only after
      *          the operator confirms. When the log cannot be read or
      *          the rebuild overflows its table, the roster would be
      *          empty or partial: the run only reports and ends with
      *          condition code 8. The rebuild is stamped in AUDIT.TRL
      *          either way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-REBUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-LOG ASSIGN TO "VISITOR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-STATUS.
           COPY PRESENTES-SEL.
           COPY TUTOR-SEL.
           SELECT REBUILD-REPORT-FILE ASSIGN TO "RECONSTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-LOG
           LABEL RECORDS ARE STANDARD.
       COPY VISITOR-CPY.

       COPY PRESENTES-FD.
       COPY TUTOR-FD.

       FD  REBUILD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-VISITOR-STATUS     PIC XX.
       01 WS-ROSTER-STATUS      PIC XX.
       01 WS-TUTOR-STATUS       PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-EOF-LOG            PIC X VALUE "N".
           88 EOF-LOG           VALUE "Y".
       01 WS-EOF-ROSTER         PIC X VALUE "N".
           88 EOF-ROSTER        VALUE "Y".
       01 WS-EOF-TUTORES        PIC X VALUE "N".
           88 EOF-TUTORES       VALUE "Y".
       01 WS-LOCK-OK            PIC X VALUE "N".
       01 WS-CONFIRMA           PIC X VALUE "N".
           88 CONFIRMADO        VALUES "S" "s".
       01 WS-REEMPLAZADO        PIC X VALUE "N".
       01 WS-RECONSTRUCCION-INCOMPLETA PIC X VALUE "N".
           88 RECONSTRUCCION-INCOMPLETA VALUE "S".

      *Registro reconstruido desde la bitacora: misma forma que la
      *tabla de presentes de la puerta (SINTAXIS-EDAD), 200 entradas.
       01 WS-NUEVO-COUNT        PIC 9(4) VALUE 0.
       01 WS-NUEVO-TABLA.
           05 WS-NUEVO-ENTRY OCCURS 200 TIMES.
               10 WS-NUE-ID        PIC 9(8).
               10 WS-NUE-NOMBRE    PIC A(10).
               10 WS-NUE-HORA      PIC 9(8).
               10 WS-NUE-MARCA     PIC X.
               10 WS-NUE-PERSONAS  PIC 9(3).
               10 WS-NUE-ENTRADA   PIC X(2).
       01 WS-NUE-IDX            PIC 9(4).
       01 WS-NUEVO-DESBORDE     PIC X VALUE "N".

      *Registro tal como esta en disco.
       01 WS-DISCO-COUNT        PIC 9(4) VALUE 0.
       01 WS-DISCO-TABLA.
           05 WS-DISCO-ENTRY OCCURS 200 TIMES.
               10 WS-DSC-ID        PIC 9(8).
               10 WS-DSC-NOMBRE    PIC A(10).
               10 WS-DSC-HORA      PIC 9(8).
               10 WS-DSC-MARCA     PIC X.
               10 WS-DSC-PERSONAS  PIC 9(3).
               10 WS-DSC-ENTRADA   PIC X(2).
               10 WS-DSC-USADO     PIC X.
       01 WS-DSC-IDX            PIC 9(4).
       01 WS-DSC-HALLADO        PIC 9(4).
       01 WS-DISCO-DESBORDE     PIC X VALUE "N".
       01 WS-DISCO-ILEGIBLE     PIC X VALUE "N".

      *Vinculos activos menor / tutor, para volver a marcar al menor
      *que quedo dentro sin ninguno de sus tutores.
       01 WS-VINCULOS-COUNT     PIC 9(3) VALUE 0.
       01 WS-VINCULOS-TABLA.
           05 WS-VINCULO-ENTRY OCCURS 200 TIMES.
               10 WS-VIN-MENOR     PIC 9(8).
               10 WS-VIN-TUTOR     PIC 9(8).
       01 WS-VIN-IDX            PIC 9(3).
       01 WS-VIN-IDX2           PIC 9(3).
       01 WS-ES-MENOR-VINCULADO PIC X.
       01 WS-TUTOR-DENTRO       PIC X.
       01 WS-ID-BUSCADO         PIC 9(8).
       01 WS-BUSCADO-IDX        PIC 9(4).

       01 WS-LEIDOS-LOG         PIC 9(6) VALUE 0.
       01 WS-ADMITIDOS          PIC 9(6) VALUE 0.
       01 WS-SALIDAS            PIC 9(6) VALUE 0.
       01 WS-SALIDAS-SIN-ENTRADA PIC 9(6) VALUE 0.
       01 WS-PERSONAS-NUEVO     PIC 9(5) VALUE 0.
       01 WS-PERSONAS-DISCO     PIC 9(5) VALUE 0.
       01 WS-DIFERENCIAS        PIC 9(4) VALUE 0.
       01 WS-TIPO-DIFERENCIA    PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           PERFORM TOMAR-LOCK-PRESENTES.
           IF WS-LOCK-OK = "S"
               PERFORM LEER-TUTORES
               PERFORM RECONSTRUIR-DESDE-LOG
               PERFORM MARCAR-MENORES-SOLOS
               PERFORM LEER-ROSTER-DISCO
               OPEN OUTPUT REBUILD-REPORT-FILE
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM COMPARAR-ROSTERS
               PERFORM ESCRIBIR-TOTALES
               PERFORM CONFIRMAR-REEMPLAZO
               CLOSE REBUILD-REPORT-FILE
               PERFORM LIBERAR-LOCK-PRESENTES
               MOVE "RECONSTR.RPT" TO SPL-REPORTE
               MOVE "A" TO SPL-DISPOSICION
               MOVE 90 TO SPL-DIAS-PURGA
               CALL "SPOOL-REG" USING SPOOL-PARMS
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Todo se hace bajo el candado PRESENTES de las puertas: una
      * puerta que grabara un movimiento entre la lectura de la
      * bitacora y el reemplazo quedaria fuera del registro nuevo.
      * Las puertas que sigan en pie ven "PRESENTES OCUPADO" y
      * repiten el movimiento cuando termina la reconstruccion.
       TOMAR-LOCK-PRESENTES.
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "ROSTER-REBUILD" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "ROSTER-REBUILD" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO PRESENTES, SIN RECONSTRUIR"
                   TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-LOCK-OK
           END-IF.

       LIBERAR-LOCK-PRESENTES.
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "ROSTER-REBUILD" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

       LEER-TUTORES.
           OPEN INPUT GUARDIAN-FILE
           IF WS-TUTOR-STATUS = "00"
               PERFORM UNTIL EOF-TUTORES
                   READ GUARDIAN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-TUTORES
                       NOT AT END
                           IF TUT-ACTIVO AND WS-VINCULOS-COUNT < 200
                               ADD 1 TO WS-VINCULOS-COUNT
                               MOVE TUT-ID-MENOR TO
                                   WS-VIN-MENOR(WS-VINCULOS-COUNT)
                               MOVE TUT-ID-TUTOR TO
                                   WS-VIN-TUTOR(WS-VINCULOS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

      * VISITOR.LOG vivo es el del dia: LOG-ARCHIVE lo pasa a
      * generacion cada noche. Se repiten los movimientos en orden,
      * como los hizo la puerta: ADMITIDO agrega (un grupo con su
      * numero de personas), SALIDA retira la ultima entrada de ese
      * ID; las denegaciones no mueven el registro.
       RECONSTRUIR-DESDE-LOG.
           OPEN INPUT VISITOR-LOG
           IF WS-VISITOR-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "ROSTER-REBUILD" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR VISITOR.LOG, STATUS="
                   WS-VISITOR-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               MOVE "S" TO WS-RECONSTRUCCION-INCOMPLETA
           ELSE
               PERFORM UNTIL EOF-LOG
                   READ VISITOR-LOG
                       AT END
                           MOVE "Y" TO WS-EOF-LOG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-LOG
                           PERFORM APLICAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG
           END-IF.

       APLICAR-MOVIMIENTO.
           IF VIS-ID-VISITANTE IS NUMERIC
               EVALUATE VIS-RESULTADO
                   WHEN "ADMITIDO"
                       ADD 1 TO WS-ADMITIDOS
                       PERFORM AGREGAR-NUEVO
                   WHEN "SALIDA"
                       ADD 1 TO WS-SALIDAS
                       PERFORM RETIRAR-NUEVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       AGREGAR-NUEVO.
           IF WS-NUEVO-COUNT < 200
               ADD 1 TO WS-NUEVO-COUNT
               MOVE VIS-ID-VISITANTE TO WS-NUE-ID(WS-NUEVO-COUNT)
               MOVE VIS-NOMBRE TO WS-NUE-NOMBRE(WS-NUEVO-COUNT)
               MOVE VIS-HORA-LLEGADA TO WS-NUE-HORA(WS-NUEVO-COUNT)
               MOVE SPACE TO WS-NUE-MARCA(WS-NUEVO-COUNT)
               IF VIS-PERSONAS IS NUMERIC AND VIS-PERSONAS > 0
                   MOVE VIS-PERSONAS TO WS-NUE-PERSONAS(WS-NUEVO-COUNT)
               ELSE
                   MOVE 1 TO WS-NUE-PERSONAS(WS-NUEVO-COUNT)
               END-IF
               IF VIS-ENTRADA = SPACES
                   MOVE "01" TO WS-NUE-ENTRADA(WS-NUEVO-COUNT)
               ELSE
                   MOVE VIS-ENTRADA TO WS-NUE-ENTRADA(WS-NUEVO-COUNT)
               END-IF
           ELSE
               MOVE "S" TO WS-NUEVO-DESBORDE
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       RETIRAR-NUEVO.
           MOVE VIS-ID-VISITANTE TO WS-ID-BUSCADO
           PERFORM BUSCAR-NUEVO-ID
           IF WS-BUSCADO-IDX = 0
               ADD 1 TO WS-SALIDAS-SIN-ENTRADA
           ELSE
               PERFORM VARYING WS-NUE-IDX FROM WS-BUSCADO-IDX BY 1
                       UNTIL WS-NUE-IDX >= WS-NUEVO-COUNT
                   MOVE WS-NUEVO-ENTRY(WS-NUE-IDX + 1) TO
                       WS-NUEVO-ENTRY(WS-NUE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-NUEVO-COUNT
           END-IF.

      * Como en la puerta, si el ID figura mas de una vez vale la
      * ultima entrada.
       BUSCAR-NUEVO-ID.
           MOVE 0 TO WS-BUSCADO-IDX
           PERFORM VARYING WS-NUE-IDX FROM 1 BY 1
                   UNTIL WS-NUE-IDX > WS-NUEVO-COUNT
               IF WS-NUE-ID(WS-NUE-IDX) = WS-ID-BUSCADO
                   MOVE WS-NUE-IDX TO WS-BUSCADO-IDX
               END-IF
           END-PERFORM.

      * La marca M no esta en la bitacora: se recalcula sobre el
      * estado final, menor vinculado sin ningun tutor suyo dentro.
       MARCAR-MENORES-SOLOS.
           PERFORM VARYING WS-NUE-IDX FROM 1 BY 1
                   UNTIL WS-NUE-IDX > WS-NUEVO-COUNT
               MOVE "N" TO WS-ES-MENOR-VINCULADO
               MOVE "N" TO WS-TUTOR-DENTRO
               PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                       UNTIL WS-VIN-IDX > WS-VINCULOS-COUNT
                   IF WS-VIN-MENOR(WS-VIN-IDX) = WS-NUE-ID(WS-NUE-IDX)
                       MOVE "S" TO WS-ES-MENOR-VINCULADO
                       PERFORM BUSCAR-TUTOR-DENTRO
                   END-IF
               END-PERFORM
               IF WS-ES-MENOR-VINCULADO = "S" AND
                  WS-TUTOR-DENTRO = "N"
                   MOVE "M" TO WS-NUE-MARCA(WS-NUE-IDX)
               END-IF
           END-PERFORM.

       BUSCAR-TUTOR-DENTRO.
           PERFORM VARYING WS-VIN-IDX2 FROM 1 BY 1
                   UNTIL WS-VIN-IDX2 > WS-NUEVO-COUNT
               IF WS-NUE-ID(WS-VIN-IDX2) = WS-VIN-TUTOR(WS-VIN-IDX)
                   MOVE "S" TO WS-TUTOR-DENTRO
               END-IF
           END-PERFORM.

      * Un registro danado se lee hasta donde se puede; lo que no se
      * pudo leer aparece en la comparacion como faltante en disco.
       LEER-ROSTER-DISCO.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE "S" TO WS-DISCO-ILEGIBLE
           ELSE
               PERFORM UNTIL EOF-ROSTER
                   READ ROSTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ROSTER
                       NOT AT END
                           PERFORM GUARDAR-DISCO
                   END-READ
                   IF WS-ROSTER-STATUS NOT = "00" AND
                      WS-ROSTER-STATUS NOT = "10"
                       MOVE "S" TO WS-DISCO-ILEGIBLE
                       MOVE "Y" TO WS-EOF-ROSTER
                   END-IF
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       GUARDAR-DISCO.
           IF WS-DISCO-COUNT < 200
               ADD 1 TO WS-DISCO-COUNT
               IF ROS-ID-VISITANTE IS NUMERIC
                   MOVE ROS-ID-VISITANTE TO WS-DSC-ID(WS-DISCO-COUNT)
               ELSE
                   MOVE 0 TO WS-DSC-ID(WS-DISCO-COUNT)
               END-IF
               MOVE ROS-NOMBRE TO WS-DSC-NOMBRE(WS-DISCO-COUNT)
               IF ROS-HORA-ENTRADA IS NUMERIC
                   MOVE ROS-HORA-ENTRADA TO WS-DSC-HORA(WS-DISCO-COUNT)
               ELSE
                   MOVE 0 TO WS-DSC-HORA(WS-DISCO-COUNT)
               END-IF
               MOVE ROS-MARCA TO WS-DSC-MARCA(WS-DISCO-COUNT)
               IF ROS-PERSONAS IS NUMERIC AND ROS-PERSONAS > 0
                   MOVE ROS-PERSONAS TO WS-DSC-PERSONAS(WS-DISCO-COUNT)
               ELSE
                   MOVE 1 TO WS-DSC-PERSONAS(WS-DISCO-COUNT)
               END-IF
               IF ROS-ENTRADA = SPACES
                   MOVE "01" TO WS-DSC-ENTRADA(WS-DISCO-COUNT)
               ELSE
                   MOVE ROS-ENTRADA TO WS-DSC-ENTRADA(WS-DISCO-COUNT)
               END-IF
               MOVE "N" TO WS-DSC-USADO(WS-DISCO-COUNT)
               ADD WS-DSC-PERSONAS(WS-DISCO-COUNT) TO WS-PERSONAS-DISCO
           ELSE
               MOVE "S" TO WS-DISCO-DESBORDE
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE
           STRING "RECONSTRUCCION DE PRESENTES - FECHA: " WS-FECHA-HOY
               "  HORA: " WS-HORA-AHORA(1:2) ":" WS-HORA-AHORA(3:2)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DIFERENCIA     ID       NOMBRE     LLEGADA  PERS PTA M"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-------------- -------- ---------- -------- ---- --- -"
               TO REPORT-LINE
           WRITE REPORT-LINE.

      * Cada entrada reconstruida busca su par en disco por ID; sin
      * par es FALTA EN DISCO, con par distinto es DISTINTO (se
      * listan las dos versiones) y lo que en disco quedo sin par es
      * SOBRA EN DISCO.
       COMPARAR-ROSTERS.
           PERFORM VARYING WS-NUE-IDX FROM 1 BY 1
                   UNTIL WS-NUE-IDX > WS-NUEVO-COUNT
               ADD WS-NUE-PERSONAS(WS-NUE-IDX) TO WS-PERSONAS-NUEVO
               PERFORM BUSCAR-PAR-DISCO
               IF WS-DSC-HALLADO = 0
                   MOVE "FALTA EN DISCO" TO WS-TIPO-DIFERENCIA
                   PERFORM LISTAR-NUEVO
               ELSE
                   MOVE "S" TO WS-DSC-USADO(WS-DSC-HALLADO)
                   IF WS-DSC-NOMBRE(WS-DSC-HALLADO) NOT =
                          WS-NUE-NOMBRE(WS-NUE-IDX) OR
                      WS-DSC-HORA(WS-DSC-HALLADO) NOT =
                          WS-NUE-HORA(WS-NUE-IDX) OR
                      WS-DSC-PERSONAS(WS-DSC-HALLADO) NOT =
                          WS-NUE-PERSONAS(WS-NUE-IDX) OR
                      WS-DSC-ENTRADA(WS-DSC-HALLADO) NOT =
                          WS-NUE-ENTRADA(WS-NUE-IDX) OR
                      WS-DSC-MARCA(WS-DSC-HALLADO) NOT =
                          WS-NUE-MARCA(WS-NUE-IDX)
                       MOVE "DISTINTO" TO WS-TIPO-DIFERENCIA
                       PERFORM LISTAR-NUEVO
                       MOVE WS-DSC-HALLADO TO WS-DSC-IDX
                       MOVE "  EN DISCO" TO WS-TIPO-DIFERENCIA
                       PERFORM LISTAR-DISCO
                       SUBTRACT 1 FROM WS-DIFERENCIAS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DISCO-COUNT
               IF WS-DSC-USADO(WS-DSC-IDX) = "N"
                   MOVE "SOBRA EN DISCO" TO WS-TIPO-DIFERENCIA
                   PERFORM LISTAR-DISCO
               END-IF
           END-PERFORM.

       BUSCAR-PAR-DISCO.
           MOVE 0 TO WS-DSC-HALLADO
           PERFORM VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DISCO-COUNT
                      OR WS-DSC-HALLADO > 0
               IF WS-DSC-ID(WS-DSC-IDX) = WS-NUE-ID(WS-NUE-IDX) AND
                  WS-DSC-USADO(WS-DSC-IDX) = "N"
                   MOVE WS-DSC-IDX TO WS-DSC-HALLADO
               END-IF
           END-PERFORM.

       LISTAR-NUEVO.
           ADD 1 TO WS-DIFERENCIAS
           MOVE SPACES TO REPORT-LINE
           STRING WS-TIPO-DIFERENCIA " " WS-NUE-ID(WS-NUE-IDX) " "
               WS-NUE-NOMBRE(WS-NUE-IDX) " "
               WS-NUE-HORA(WS-NUE-IDX) " "
               WS-NUE-PERSONAS(WS-NUE-IDX) "  "
               WS-NUE-ENTRADA(WS-NUE-IDX) "  "
               WS-NUE-MARCA(WS-NUE-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       LISTAR-DISCO.
           ADD 1 TO WS-DIFERENCIAS
           MOVE SPACES TO REPORT-LINE
           STRING WS-TIPO-DIFERENCIA " " WS-DSC-ID(WS-DSC-IDX) " "
               WS-DSC-NOMBRE(WS-DSC-IDX) " "
               WS-DSC-HORA(WS-DSC-IDX) " "
               WS-DSC-PERSONAS(WS-DSC-IDX) "  "
               WS-DSC-ENTRADA(WS-DSC-IDX) "  "
               WS-DSC-MARCA(WS-DSC-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DIFERENCIAS = 0
               MOVE "SIN DIFERENCIAS: EL REGISTRO EN DISCO ES CORRECTO."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "MOVIMIENTOS LEIDOS: " WS-LEIDOS-LOG
               "  ADMITIDOS: " WS-ADMITIDOS
               "  SALIDAS: " WS-SALIDAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SALIDAS-SIN-ENTRADA > 0
               MOVE SPACES TO REPORT-LINE
               STRING "SALIDAS SIN ENTRADA EN LA BITACORA: "
                   WS-SALIDAS-SIN-ENTRADA
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RECONSTRUIDO: " WS-NUEVO-COUNT " ENTRADAS, "
               WS-PERSONAS-NUEVO " PERSONAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EN DISCO:     " WS-DISCO-COUNT " ENTRADAS, "
               WS-PERSONAS-DISCO " PERSONAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DIFERENCIAS:  " WS-DIFERENCIAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DISCO-ILEGIBLE = "S"
               MOVE "ATENCION: PRESENTES.DAT NO SE PUDO LEER COMPLETO."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-NUEVO-DESBORDE = "S" OR WS-DISCO-DESBORDE = "S"
               MOVE "ATENCION: MAS DE 200 PRESENTES, LISTA INCOMPLETA."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY "ROSTER-REBUILD: RECONSTRUIDO " WS-NUEVO-COUNT
               " / EN DISCO " WS-DISCO-COUNT
               " / DIFERENCIAS " WS-DIFERENCIAS.

      * Sin diferencias no hay nada que reemplazar. Con diferencias
      * el operador decide despues de verlas; si dice que no, el
      * registro en disco queda como estaba. Sin bitacora, o con mas
      * de 200 grupos reconstruidos, el registro nuevo estaria vacio
      * o cortado: ni se ofrece, y el reporte queda como informe.
       CONFIRMAR-REEMPLAZO.
           IF WS-NUEVO-DESBORDE = "S"
               MOVE "S" TO WS-RECONSTRUCCION-INCOMPLETA
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF
           IF RECONSTRUCCION-INCOMPLETA
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "PRESENTES.DAT NO SE REEMPLAZA: "
                   "RECONSTRUCCION INCOMPLETA."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           IF WS-DIFERENCIAS > 0 AND NOT RECONSTRUCCION-INCOMPLETA
               MOVE 2301 TO MSJ-NUMERO
               MOVE SPACES TO MSJ-TEXTO
               STRING "Reemplazar PRESENTES.DAT por el "
                   "reconstruido (S/N)? " DELIMITED BY SIZE
                   INTO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT WS-CONFIRMA
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF CONFIRMADO
                   PERFORM GRABAR-ROSTER
                   MOVE "S" TO WS-REEMPLAZADO
                   MOVE "PRESENTES.DAT REEMPLAZADO POR EL RECONSTRUIDO."
                       TO REPORT-LINE
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   MOVE "PRESENTES.DAT NO SE REEMPLAZO (OPERADOR)."
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

       GRABAR-ROSTER.
           OPEN OUTPUT ROSTER-FILE
           PERFORM VARYING WS-NUE-IDX FROM 1 BY 1
                   UNTIL WS-NUE-IDX > WS-NUEVO-COUNT
               MOVE SPACES TO ROSTER-RECORD
               MOVE WS-NUE-ID(WS-NUE-IDX) TO ROS-ID-VISITANTE
               MOVE WS-NUE-NOMBRE(WS-NUE-IDX) TO ROS-NOMBRE
               MOVE WS-NUE-HORA(WS-NUE-IDX) TO ROS-HORA-ENTRADA
               MOVE WS-NUE-MARCA(WS-NUE-IDX) TO ROS-MARCA
               MOVE WS-NUE-PERSONAS(WS-NUE-IDX) TO ROS-PERSONAS
               MOVE WS-NUE-ENTRADA(WS-NUE-IDX) TO ROS-ENTRADA
               WRITE ROSTER-RECORD
           END-PERFORM
           CLOSE ROSTER-FILE.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "ROSTER-REBUILD" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "RECONSTRUCCION PRESENTES ENTRADAS=" WS-NUEVO-COUNT
               " DISCO=" WS-DISCO-COUNT
               " DIFERENCIAS=" WS-DIFERENCIAS
               " REEMPLAZADO=" WS-REEMPLAZADO
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

       END PROGRAM ROSTER-REBUILD.
