      *    version del trazado: una recarga contra un respaldo de un
      *    trazado anterior cargaria los bytes corridos y el trailer
      *    ni se enteraria, asi que FILE-RELOAD y FILE-DRILL la
      *    verifican antes de tocar nada. BKH-HORA es la hora en
      *    que se tomo el respaldo, ya bajo el candado: FILE-RECOVER
      *    aplica el journal de VISMAST solo desde ese instante.
           05 BKP-HEADER REDEFINES BKP-DATOS.
               10 BKH-FECHA           PIC X(8).
               10 FILLER              PIC X.
               10 BKH-ARCHIVO         PIC X.
               10 FILLER              PIC X.
               10 BKH-LONGITUD        PIC X(3).
               10 FILLER              PIC X.
               10 BKH-HORA            PIC X(8).
               10 FILLER              PIC X(37).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-BACKUP-STATUS      PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-RESPALDO      PIC 9(8).
       01 WS-NOMBRE-RESPALDO    PIC X(30).

       01 WS-ARCHIVO-ELEGIDO    PIC X VALUE "M".
                   MOVE LENGTH OF MULT-TABLE-MASTER-RECORD TO
                       WS-LONGITUD-TRAZADO
           END-EVALUATE
           ACCEPT WS-HORA-RESPALDO FROM TIME
           MOVE SPACES TO BACKUP-RECORD
           MOVE "H" TO BKP-TIPO
           MOVE WS-FECHA-HOY TO BKH-FECHA
           MOVE WS-HORA-RESPALDO TO BKH-HORA
           MOVE WS-ARCHIVO-ELEGIDO TO BKH-ARCHIVO
           MOVE WS-LONGITUD-TRAZADO TO BKH-LONGITUD
           WRITE BACKUP-RECORD.
