      *          lines behind it with their run ids and a count, so
      *          finance can trace a suspicious CALCSTMT.RPT total to
      *          the transactions inside it instead of taking
      *          LG-IMPORTE on faith. Allocation legs (type A)
      *          are listed with their amount and reference, so the
      *          GEN split of a period shows up in the same drill-down.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               OPEN INPUT CALC-JOURNAL-FILE
           END-IF.
           DISPLAY "FECHA    OP DEP NUM1     NUM2     RESULTADO "
               "RUN-ID   T".
           PERFORM UNTIL EOF-JOURNAL
               READ CALC-JOURNAL-FILE
                   AT END
               WS-DEPTO-BUSCADO = SPACES OR
               CJ-DEPARTAMENTO = WS-DEPTO-BUSCADO)
               ADD 1 TO WS-COINCIDEN
               IF CJ-ES-POSTEO
                   ADD CJ-RESULTADO TO WS-SUMA-IMPORTES
                   DISPLAY CJ-FECHA " " CJ-OPERACION "  "
                       CJ-DEPARTAMENTO " " CJ-NUM1 " " CJ-NUM2 " "
                       CJ-RESULTADO "   " CJ-RUN-ID " P"
               ELSE
      *            Un asiento no posteado no tiene operandos: se
      *            muestra su importe y su referencia.
                   ADD CJ-IMPORTE TO WS-SUMA-IMPORTES
                   MOVE CJ-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY CJ-FECHA " " CJ-OPERACION "  "
                       CJ-DEPARTAMENTO " " WS-IMPORTE-ED " "
                       CJ-REFERENCIA " " CJ-RUN-ID " " CJ-TIPO
               END-IF
           END-IF.

       MOSTRAR-MENSAJE.
