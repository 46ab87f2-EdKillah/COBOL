           MOVE RES-NUM2 TO CJ-NUM2
           MOVE RES-RESULTADO TO CJ-RESULTADO
           MOVE WS-RUN-ID TO CJ-RUN-ID
           MOVE "P" TO CJ-TIPO
           MOVE RES-RESULTADO TO CJ-IMPORTE
           WRITE CALC-JOURNAL-RECORD.

       DETERMINAR-RUN-ID.
