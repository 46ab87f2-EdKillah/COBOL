      ******************************************************************
      * Author:
      * Date:
      * Purpose: Practice worksheets for staff training built from the
      *          table cache. EJERCIC.PRM names the number range, the
      *          multiplier rows, the operation (* or +), the percent
      *          of results to blank out and how many worksheets to
      *          print. Each worksheet gets its own random blanks and
      *          an ID; EJERCIC.RPT holds the worksheets and
      *          EJERRESP.RPT one answer key per worksheet under the
      *          same ID. Cells come from MULTTAB.DAT; a number not in
      *          the cache is computed with TABLA-SUB and stored back,
      *          so no worksheet prints a hole. Both reports are
      *          registered with SPOOL-REG for printing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLA-DRILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MULT-CACHE-SEL.
           SELECT DRILL-PARM-FILE ASSIGN TO "EJERCIC.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRLPRM-STATUS.
           SELECT WORKSHEET-REPORT-FILE ASSIGN TO "EJERCIC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANSWER-KEY-FILE ASSIGN TO "EJERRESP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY MULT-CACHE-FD.

      *Primer y ultimo numero, filas (multiplicadores 1 a n),
      *operacion, porcentaje de resultados en blanco y cantidad de
      *hojas; lo que falte o no sea valido toma el valor por defecto.
       FD  DRILL-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRILL-PARM-RECORD.
           05 DRL-NUM-INICIO       PIC 9(4).
           05 FILLER               PIC X.
           05 DRL-NUM-FIN          PIC 9(4).
           05 FILLER               PIC X.
           05 DRL-FILAS            PIC 9(4).
           05 FILLER               PIC X.
           05 DRL-OPERACION        PIC X.
           05 FILLER               PIC X.
           05 DRL-PORC-BLANCO      PIC 9(3).
           05 FILLER               PIC X.
           05 DRL-HOJAS            PIC 9(2).

       FD  WORKSHEET-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKSHEET-LINE          PIC X(132).

       FD  ANSWER-KEY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANSWER-KEY-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.
       COPY LOCK-PARMS-CPY.
       COPY TABLA-LINKAGE-CPY.

       01 WS-MT-STATUS          PIC XX.
       01 WS-DRLPRM-STATUS      PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-HOY           PIC 9(8).

       01 WS-NUM-INICIO         PIC 9(4) VALUE 1.
       01 WS-NUM-FIN            PIC 9(4) VALUE 10.
       01 WS-FILAS              PIC 9(4) VALUE 10.
       01 WS-OPERACION          PIC X VALUE "*".
       01 WS-PORC-BLANCO        PIC 9(3) VALUE 30.
       01 WS-HOJAS              PIC 9(2) VALUE 1.

      *Modo del cache: E = entrada y salida con candado (las celdas
      *frias se guardan), L = solo lectura, N = sin cache (todo sale
      *de TABLA-SUB).
       01 WS-MODO-CACHE         PIC X VALUE "N".
           88 CACHE-ESCRITURA   VALUE "E".
           88 CACHE-LECTURA     VALUE "L".
           88 CACHE-AUSENTE     VALUE "N".
       01 WS-NUMERO             PIC 9(4).
       01 WS-MULT               PIC 9(4).
       01 WS-TABLA-PEDIDA       PIC X.
       01 WS-CELDAS-CACHE       PIC 9(6) VALUE 0.
       01 WS-CELDAS-CALCULADAS  PIC 9(6) VALUE 0.
       01 WS-CELDAS-GUARDADAS   PIC 9(6) VALUE 0.

      *Los ejercicios se arman una vez; cada hoja solo cambia cuales
      *resultados van en blanco.
       01 WS-EJER-COUNT         PIC 9(4) VALUE 0.
       01 WS-EJER-DESBORDE      PIC 9(6) VALUE 0.
       01 WS-EJER-TABLA.
           05 WS-EJER-ENTRY OCCURS 1000 TIMES.
               10 WS-EJ-NUMERO     PIC 9(4).
               10 WS-EJ-MULT       PIC 9(4).
               10 WS-EJ-RESULTADO  PIC 9(8).
               10 WS-EJ-BLANCO     PIC X.
       01 WS-ORDEN-TABLA.
           05 WS-ORDEN-ENTRY OCCURS 1000 TIMES.
               10 WS-ORD-EJER      PIC 9(4).
       01 WS-EJ-IDX             PIC 9(4).
       01 WS-SORTEO-IDX         PIC 9(4).
       01 WS-SORTEO-ELEGIDO     PIC 9(4).
       01 WS-SORTEO-GUARDA      PIC 9(4).
       01 WS-BLANCOS            PIC 9(4).
       01 WS-BLANCOS-TOTAL      PIC 9(6) VALUE 0.
       01 WS-AZAR               PIC V9(9).
       01 WS-SEMILLA            PIC 9(8).

       01 WS-HOJA               PIC 9(2).
       01 WS-HOJAS-IMPRESAS     PIC 9(2) VALUE 0.
       01 WS-ID-HOJA            PIC X(21).
       01 WS-PAGINA-HOJA        PIC 9(3).
       01 WS-LINEAS             PIC 9(2).
       01 WS-LINEAS-POR-PAGINA  PIC 9(2) VALUE 50.
       01 WS-PRIMERA-HOJA       PIC X VALUE "S".
       01 WS-COLUMNA            PIC 9(1).
       01 WS-PUNTERO-HOJA       PIC 9(3).
       01 WS-PUNTERO-CLAVE      PIC 9(3).

      *Una celda de la hoja y de la clave: "nnn) a x b = resultado".
       01 WS-CELDA.
           05 WS-CEL-ORDEN       PIC ZZ9.
           05 FILLER             PIC X(2) VALUE ") ".
           05 WS-CEL-NUMERO      PIC ZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CEL-OPERACION   PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CEL-MULT        PIC ZZZ9.
           05 FILLER             PIC X(3) VALUE " = ".
           05 WS-CEL-RESULTADO   PIC X(8).
           05 WS-CEL-MARCA       PIC X.
       01 WS-RESULTADO-ED       PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-CACHE.
           PERFORM ARMAR-EJERCICIOS.
           PERFORM CERRAR-CACHE.
           MOVE WS-HORA-HOY TO WS-SEMILLA
           COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA).
           OPEN OUTPUT WORKSHEET-REPORT-FILE.
           OPEN OUTPUT ANSWER-KEY-FILE.
           PERFORM IMPRIMIR-UNA-HOJA
               VARYING WS-HOJA FROM 1 BY 1
               UNTIL WS-HOJA > WS-HOJAS.
           CLOSE WORKSHEET-REPORT-FILE.
           CLOSE ANSWER-KEY-FILE.
           DISPLAY "TABLA-DRILL: " WS-HOJAS-IMPRESAS " HOJAS DE "
               WS-EJER-COUNT " EJERCICIOS, CELDAS CALCULADAS "
               WS-CELDAS-CALCULADAS " (GUARDADAS EN CACHE "
               WS-CELDAS-GUARDADAS ")".
           MOVE "EJERCIC.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 30 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           MOVE "EJERRESP.RPT" TO SPL-REPORTE
           MOVE "P" TO SPL-DISPOSICION
           MOVE 30 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT DRILL-PARM-FILE
           IF WS-DRLPRM-STATUS = "35"
               OPEN OUTPUT DRILL-PARM-FILE
               CLOSE DRILL-PARM-FILE
               OPEN INPUT DRILL-PARM-FILE
           END-IF
           READ DRILL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DRL-NUM-INICIO IS NUMERIC AND
                      DRL-NUM-FIN IS NUMERIC AND
                      DRL-NUM-FIN >= DRL-NUM-INICIO AND
                      DRL-NUM-INICIO > 0
                       MOVE DRL-NUM-INICIO TO WS-NUM-INICIO
                       MOVE DRL-NUM-FIN TO WS-NUM-FIN
                   END-IF
                   IF DRL-FILAS IS NUMERIC AND DRL-FILAS > 0 AND
                      DRL-FILAS <= 1000
                       MOVE DRL-FILAS TO WS-FILAS
                   END-IF
                   IF DRL-OPERACION = "*" OR DRL-OPERACION = "+"
                       MOVE DRL-OPERACION TO WS-OPERACION
                   END-IF
                   IF DRL-PORC-BLANCO IS NUMERIC AND
                      DRL-PORC-BLANCO <= 100
                       MOVE DRL-PORC-BLANCO TO WS-PORC-BLANCO
                   END-IF
                   IF DRL-HOJAS IS NUMERIC AND DRL-HOJAS > 0
                       MOVE DRL-HOJAS TO WS-HOJAS
                   END-IF
           END-READ
           CLOSE DRILL-PARM-FILE.

      * El cache es compartido: para guardar las celdas frias se
      * toma el candado MULTTAB como hacen los generadores. Sin
      * candado se lee igual pero no se escribe; sin cache todo se
      * calcula con TABLA-SUB. La hoja sale en cualquier caso.
       ABRIR-CACHE.
           MOVE "MULTTAB" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "TABLA-DRILL" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "TABLA-DRILL" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO MULTTAB" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               OPEN INPUT MULT-TABLE-MASTER
               IF WS-MT-STATUS = "00"
                   MOVE "L" TO WS-MODO-CACHE
               END-IF
           ELSE
               OPEN I-O MULT-TABLE-MASTER
               IF WS-MT-STATUS = "35" OR WS-MT-STATUS = "39"
                   OPEN OUTPUT MULT-TABLE-MASTER
                   CLOSE MULT-TABLE-MASTER
                   OPEN I-O MULT-TABLE-MASTER
               END-IF
               IF WS-MT-STATUS = "00"
                   MOVE "E" TO WS-MODO-CACHE
               ELSE
      *            El candado se tomo antes del OPEN fallido:
      *            liberarlo tambien en este camino.
                   PERFORM LIBERAR-LOCK-CACHE
               END-IF
           END-IF
           IF CACHE-AUSENTE
               MOVE 4003 TO ERR-CODIGO
               MOVE "TABLA-DRILL" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR MULTTAB.DAT, STATUS="
                   WS-MT-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       CERRAR-CACHE.
           IF NOT CACHE-AUSENTE
               CLOSE MULT-TABLE-MASTER
           END-IF
           IF CACHE-ESCRITURA
               PERFORM LIBERAR-LOCK-CACHE
           END-IF.

       LIBERAR-LOCK-CACHE.
           MOVE "MULTTAB" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "TABLA-DRILL" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

      * Un ejercicio por numero del rango y multiplicador; la hoja
      * admite hasta 1000 y lo que sobre se avisa y no se imprime.
       ARMAR-EJERCICIOS.
           PERFORM VARYING WS-NUMERO FROM WS-NUM-INICIO BY 1
                   UNTIL WS-NUMERO > WS-NUM-FIN
               MOVE "N" TO WS-TABLA-PEDIDA
               PERFORM VARYING WS-MULT FROM 1 BY 1
                       UNTIL WS-MULT > WS-FILAS
                   IF WS-EJER-COUNT < 1000
                       ADD 1 TO WS-EJER-COUNT
                       MOVE WS-NUMERO TO WS-EJ-NUMERO(WS-EJER-COUNT)
                       MOVE WS-MULT TO WS-EJ-MULT(WS-EJER-COUNT)
                       MOVE "N" TO WS-EJ-BLANCO(WS-EJER-COUNT)
                       PERFORM OBTENER-RESULTADO
                   ELSE
                       ADD 1 TO WS-EJER-DESBORDE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-EJER-DESBORDE > 0
               DISPLAY "TABLA-DRILL: MAS DE 1000 EJERCICIOS; "
                   WS-EJER-DESBORDE " NO ENTRAN EN LA HOJA."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * El resultado sale del cache; una celda fria se pide a
      * TABLA-SUB (una sola llamada por numero, con todas las filas)
      * y, con el cache abierto en escritura, se guarda para la
      * proxima corrida.
       OBTENER-RESULTADO.
           IF CACHE-AUSENTE
               PERFORM CALCULAR-RESULTADO
           ELSE
               MOVE WS-NUMERO TO MT-NUMERO
               MOVE WS-MULT TO MT-MULTIPLICADOR
               MOVE WS-OPERACION TO MT-OPERACION
               READ MULT-TABLE-MASTER
                   INVALID KEY
                       PERFORM CALCULAR-RESULTADO
                       IF CACHE-ESCRITURA
                           PERFORM GUARDAR-RESULTADO
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-CELDAS-CACHE
                       MOVE MT-RESULTADO TO
                           WS-EJ-RESULTADO(WS-EJER-COUNT)
               END-READ
           END-IF.

       CALCULAR-RESULTADO.
           IF WS-TABLA-PEDIDA = "N"
               MOVE WS-NUMERO TO TC-NUMERO
               MOVE WS-FILAS TO TC-FILAS
               MOVE WS-OPERACION TO TC-OPERACION
               CALL "TABLA-SUB" USING TABLA-CALL-PARMS
               MOVE "S" TO WS-TABLA-PEDIDA
           END-IF
           ADD 1 TO WS-CELDAS-CALCULADAS
           MOVE TC-RESULTADO(WS-MULT) TO WS-EJ-RESULTADO(WS-EJER-COUNT).

       GUARDAR-RESULTADO.
           MOVE WS-NUMERO TO MT-NUMERO
           MOVE WS-MULT TO MT-MULTIPLICADOR
           MOVE WS-OPERACION TO MT-OPERACION
           MOVE WS-EJ-RESULTADO(WS-EJER-COUNT) TO MT-RESULTADO
           MOVE WS-FECHA-HOY TO MT-GENERATED-DATE
           WRITE MULT-TABLE-MASTER-RECORD
               INVALID KEY
                   REWRITE MULT-TABLE-MASTER-RECORD
           END-WRITE
           ADD 1 TO WS-CELDAS-GUARDADAS.

      * Cada hoja sortea sus propios blancos: exactamente el
      * porcentaje pedido del total, elegidos al azar sin repetir
      * (se baraja la lista de ejercicios y se toman los primeros).
       SORTEAR-BLANCOS.
           PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                   UNTIL WS-EJ-IDX > WS-EJER-COUNT
               MOVE "N" TO WS-EJ-BLANCO(WS-EJ-IDX)
               MOVE WS-EJ-IDX TO WS-ORD-EJER(WS-EJ-IDX)
           END-PERFORM
           COMPUTE WS-BLANCOS ROUNDED =
               WS-EJER-COUNT * WS-PORC-BLANCO / 100
           PERFORM VARYING WS-SORTEO-IDX FROM 1 BY 1
                   UNTIL WS-SORTEO-IDX > WS-BLANCOS
               COMPUTE WS-AZAR = FUNCTION RANDOM
               COMPUTE WS-SORTEO-ELEGIDO = WS-SORTEO-IDX +
                   FUNCTION INTEGER(WS-AZAR *
                       (WS-EJER-COUNT - WS-SORTEO-IDX + 1))
               IF WS-SORTEO-ELEGIDO > WS-EJER-COUNT
                   MOVE WS-EJER-COUNT TO WS-SORTEO-ELEGIDO
               END-IF
               MOVE WS-ORD-EJER(WS-SORTEO-ELEGIDO) TO WS-SORTEO-GUARDA
               MOVE WS-ORD-EJER(WS-SORTEO-IDX) TO
                   WS-ORD-EJER(WS-SORTEO-ELEGIDO)
               MOVE WS-SORTEO-GUARDA TO WS-ORD-EJER(WS-SORTEO-IDX)
               MOVE "S" TO WS-EJ-BLANCO(WS-SORTEO-GUARDA)
           END-PERFORM
           ADD WS-BLANCOS TO WS-BLANCOS-TOTAL.

      * La hoja y su clave se escriben a la par, linea por linea,
      * asi comparten numeracion, paginas e ID.
       IMPRIMIR-UNA-HOJA.
           PERFORM SORTEAR-BLANCOS
           MOVE SPACES TO WS-ID-HOJA
           STRING "EJ-" WS-FECHA-HOY "-" WS-HORA-HOY(1:6) "-" WS-HOJA
               DELIMITED BY SIZE INTO WS-ID-HOJA
           MOVE 0 TO WS-PAGINA-HOJA
           PERFORM IMPRIMIR-ENCABEZADO-HOJA
           MOVE 0 TO WS-COLUMNA
           MOVE SPACES TO WORKSHEET-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           MOVE 1 TO WS-PUNTERO-HOJA
           MOVE 1 TO WS-PUNTERO-CLAVE
           PERFORM IMPRIMIR-UN-EJERCICIO
               VARYING WS-EJ-IDX FROM 1 BY 1
               UNTIL WS-EJ-IDX > WS-EJER-COUNT
           IF WS-COLUMNA > 0
               PERFORM ESCRIBIR-LINEA-EJERCICIOS
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           WRITE ANSWER-KEY-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           STRING "* = RESULTADO EN BLANCO EN LA HOJA " WS-ID-HOJA
               "  BLANCOS: " WS-BLANCOS " DE " WS-EJER-COUNT
               DELIMITED BY SIZE INTO ANSWER-KEY-LINE
           WRITE ANSWER-KEY-LINE
           ADD 1 TO WS-HOJAS-IMPRESAS.

       IMPRIMIR-ENCABEZADO-HOJA.
           ADD 1 TO WS-PAGINA-HOJA
           MOVE SPACES TO WORKSHEET-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           IF WS-PRIMERA-HOJA = "S"
               MOVE "N" TO WS-PRIMERA-HOJA
           ELSE
               WRITE WORKSHEET-LINE AFTER ADVANCING PAGE
               WRITE ANSWER-KEY-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           STRING "HOJA DE PRACTICA " WS-ID-HOJA
               "  OPERACION " WS-OPERACION
               "  NUMEROS " WS-NUM-INICIO " A " WS-NUM-FIN
               "  HOJA " WS-HOJA " DE " WS-HOJAS
               "  PAGINA " WS-PAGINA-HOJA
               DELIMITED BY SIZE INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           STRING "CLAVE DE RESPUESTAS " WS-ID-HOJA
               "  OPERACION " WS-OPERACION
               "  NUMEROS " WS-NUM-INICIO " A " WS-NUM-FIN
               "  HOJA " WS-HOJA " DE " WS-HOJAS
               "  PAGINA " WS-PAGINA-HOJA
               DELIMITED BY SIZE INTO ANSWER-KEY-LINE
           WRITE ANSWER-KEY-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           STRING "NOMBRE: ______________________________"
               "   FECHA: __________"
               DELIMITED BY SIZE INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           WRITE ANSWER-KEY-LINE
           MOVE 4 TO WS-LINEAS.

      * Cuatro ejercicios por linea; en la hoja el resultado sorteado
      * va como raya para completar, en la clave va siempre con una
      * marca en los que la hoja dejo en blanco.
       IMPRIMIR-UN-EJERCICIO.
           MOVE WS-EJ-IDX TO WS-CEL-ORDEN
           MOVE WS-EJ-NUMERO(WS-EJ-IDX) TO WS-CEL-NUMERO
           IF WS-OPERACION = "+"
               MOVE "+" TO WS-CEL-OPERACION
           ELSE
               MOVE "X" TO WS-CEL-OPERACION
           END-IF
           MOVE WS-EJ-MULT(WS-EJ-IDX) TO WS-CEL-MULT
           MOVE WS-EJ-RESULTADO(WS-EJ-IDX) TO WS-RESULTADO-ED
           MOVE SPACE TO WS-CEL-MARCA
           IF WS-EJ-BLANCO(WS-EJ-IDX) = "S"
               MOVE "________" TO WS-CEL-RESULTADO
           ELSE
               MOVE WS-RESULTADO-ED TO WS-CEL-RESULTADO
           END-IF
           STRING WS-CELDA "     " DELIMITED BY SIZE
               INTO WORKSHEET-LINE WITH POINTER WS-PUNTERO-HOJA
           MOVE WS-RESULTADO-ED TO WS-CEL-RESULTADO
           IF WS-EJ-BLANCO(WS-EJ-IDX) = "S"
               MOVE "*" TO WS-CEL-MARCA
           END-IF
           STRING WS-CELDA "     " DELIMITED BY SIZE
               INTO ANSWER-KEY-LINE WITH POINTER WS-PUNTERO-CLAVE
           ADD 1 TO WS-COLUMNA
           IF WS-COLUMNA = 4
               PERFORM ESCRIBIR-LINEA-EJERCICIOS
           END-IF.

       ESCRIBIR-LINEA-EJERCICIOS.
           IF WS-LINEAS + 2 > WS-LINEAS-POR-PAGINA
               PERFORM IMPRIMIR-ENCABEZADO-HOJA
           END-IF
           WRITE WORKSHEET-LINE
           WRITE ANSWER-KEY-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           ADD 2 TO WS-LINEAS
           MOVE SPACES TO WORKSHEET-LINE
           MOVE SPACES TO ANSWER-KEY-LINE
           MOVE 1 TO WS-PUNTERO-HOJA
           MOVE 1 TO WS-PUNTERO-CLAVE
           MOVE 0 TO WS-COLUMNA.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "TABLA-DRILL" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "EJERCICIOS HOJAS=" WS-HOJAS-IMPRESAS
               " OPER=" WS-OPERACION
               " EJERCICIOS=" WS-EJER-COUNT
               " BLANCOS=" WS-BLANCOS-TOTAL
               " CALCULADAS=" WS-CELDAS-CALCULADAS
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

       END PROGRAM TABLA-DRILL.
