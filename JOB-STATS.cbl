           END-READ
           CLOSE STATS-PARM-FILE.

      * Los registros FREC (omision por frecuencia) y DEPE (saltado
      * por dependencia) no son corridas y quedan fuera de la
      * historia.
       RECORRER-JOBLOG.
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
                       MOVE "Y" TO WS-EOF-JOBLOG
                   NOT AT END
                       IF JL-ESTADO NOT = "FREC" AND
                          JL-ESTADO NOT = "DEPE" AND
                          JL-HORA-INICIO IS NUMERIC AND
                          JL-HORA-FIN IS NUMERIC
                           PERFORM ACUMULAR-CORRIDA
