      * Author:
      * Date:
      * Purpose: Sequence generator for the lab. Processes EVERY
      *          sequence that passed SEQ-EDIT (SECUENCIA.VAL, edited
      *          from the inicio, paso, limite records of
      *          SECUENCIA.PRM) in one execution instead of one run
      *          per hand-edited record, tags each NEGATIVOS.EXC
      *          exception and each statistics block with its
      *          sequence number, and ends with a summary of
      *          sequences processed, numbers generated and
      *          negatives found. Rejected and held records never
      *          reach it; an empty parameter file still runs the
      *          classic built-in sequence.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECVAL-SEL.
           SELECT EXCEPTION-FILE ASSIGN TO "NEGATIVOS.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SECRES-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SECVAL-FD.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           01 WS-CONTADOR   PIC 9(7) VALUE 0.
           01 WS-PROMEDIO   PIC S9(7)V99 VALUE 0.
           01 WS-NEGATIVOS  PIC 9(7) VALUE 0.
           01 WS-SECVAL-STATUS PIC XX.
           01 WS-EDICION-LEIDA PIC X VALUE "N".
           01 WS-EDICION-LEIDOS PIC 9(3) VALUE 0.
           01 WS-SECUENCIAS-PROCESADAS PIC 9(3) VALUE 0.
           01 WS-EOF-PARAMETROS PIC X VALUE "N".
               88 EOF-PARAMETROS VALUE "Y".
           01 WS-SECUENCIA-ID PIC 9(3) VALUE 0.
           PERFORM ABRIR-MAESTRO-RESULTADOS
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM PROCESAR-ARCHIVO-PARAMETROS
           IF WS-EDICION-LEIDA = "S" AND WS-EDICION-LEIDOS = 0
               MOVE 1 TO WS-SECUENCIA-ID
               ADD 1 TO WS-SECUENCIAS-PROCESADAS
               PERFORM PROCESAR-SECUENCIA
           END-IF
           CLOSE EXCEPTION-FILE
           PERFORM REGISTRAR-AUDITORIA-SHOP
           STOP RUN.

      * Solo corre lo que paso la edicion de SEQ-EDIT; cada secuencia
      * conserva como id su posicion en SECUENCIA.PRM, asi las
      * excepciones y el maestro coinciden con el reporte de edicion.
      * Sin edicion no se corre nada: SECUENCIA.PRM sin editar puede
      * traer una secuencia que no termina.
       PROCESAR-ARCHIVO-PARAMETROS.
           OPEN INPUT EDITED-SEQUENCE-FILE
           IF WS-SECVAL-STATUS NOT = "00"
               DISPLAY "SECUENCIA.VAL NO EXISTE: CORRER SEQ-EDIT "
                   "ANTES DEL GENERADOR. NO SE PROCESA NADA."
           ELSE
               PERFORM UNTIL EOF-PARAMETROS
                   READ EDITED-SEQUENCE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARAMETROS
                       NOT AT END
                           PERFORM TOMAR-REGISTRO-EDITADO
                   END-READ
               END-PERFORM
               CLOSE EDITED-SEQUENCE-FILE
           END-IF.

       TOMAR-REGISTRO-EDITADO.
           EVALUATE TRUE
               WHEN SV-CABECERA
                   MOVE "S" TO WS-EDICION-LEIDA
                   MOVE SV-LEIDOS TO WS-EDICION-LEIDOS
                   DISPLAY "EDICION DEL " SV-FECHA-EDICION
                       ": ACEPTADAS " SV-ACEPTADOS
                       " RETENIDAS " SV-RETENIDOS
                       " RECHAZADAS " SV-RECHAZADOS
               WHEN SV-DETALLE
                   MOVE SV-INICIO TO WS-INICIO
                   MOVE SV-PASO TO WS-PASO
                   MOVE SV-LIMITE TO WS-LIMITE
                   MOVE SV-SECUENCIA TO WS-SECUENCIA-ID
                   ADD 1 TO WS-SECUENCIAS-PROCESADAS
                   PERFORM PROCESAR-SECUENCIA
           END-EVALUATE.

      * Un parametro mal capturado (paso cero o ascendente sin tope
      * alcanzable) colgaria la corrida nocturna completa: la

       MOSTRAR-RESUMEN-FINAL.
           DISPLAY "-------------------------------------------".
           DISPLAY "SECUENCIAS PROCESADAS: " WS-SECUENCIAS-PROCESADAS.
           DISPLAY "NUMEROS GENERADOS:     " WS-TOTAL-GENERADOS.
           DISPLAY "NEGATIVOS ENCONTRADOS: " WS-TOTAL-NEGATIVOS.
           DISPLAY "-------------------------------------------".
       REGISTRAR-AUDITORIA-SHOP.
           MOVE "PERFORM-NEG" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "CORRIDA FINALIZADA, SECUENCIAS="
               WS-SECUENCIAS-PROCESADAS
               " GENERADOS=" WS-TOTAL-GENERADOS
               " NEGATIVOS=" WS-TOTAL-NEGATIVOS
               DELIMITED BY SIZE INTO AUP-EVENTO
