      ******************************************************************
      * FD for the table request drop file. TR-PRIORIDAD: 1 is the
      * most urgent and 9 the least; a blank or non-numeric value is
      * treated as 9 so the batch is not held up. TR-SOLICITANTE is
      * the requesting department's code, added after the first three
      * fields so programs that read only those still see the same
      * record; a request without it is registered under GEN.
      ******************************************************************
       FD  TABLE-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TABLE-REQUEST-RECORD.
           05 TR-NUMERO            PIC 9(4).
           05 TR-RUN-DATE          PIC 9(8).
           05 TR-PRIORIDAD         PIC X.
           05 TR-SOLICITANTE       PIC X(3).
