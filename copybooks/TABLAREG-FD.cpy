      ******************************************************************
      * FD for the table request register. One record per request in
      * TABLAREQ.DAT; RG-ID is the day it was received plus a
      * sequence within that day. RG-NUMERO, RG-RUN-DATE and
      * RG-PRIORIDAD keep the request exactly as it was dropped, so a
      * rerun over the same file finds its own records instead of
      * registering them again. RG-ESTADO: R received, C served from
      * the cache, G generated, F failed (RG-MOTIVO says why). The
      * received and attended stamps are date and time (HHMMSS).
      ******************************************************************
       FD  REQUEST-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUEST-REGISTER-RECORD.
           05 RG-ID.
               10 RG-ID-FECHA      PIC 9(8).
               10 RG-ID-SEC        PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 RG-SOLICITANTE       PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 RG-NUMERO            PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 RG-RUN-DATE          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RG-PRIORIDAD         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 RG-ESTADO            PIC X.
               88 RG-RECIBIDA      VALUE "R".
               88 RG-DESDE-CACHE   VALUE "C".
               88 RG-GENERADA      VALUE "G".
               88 RG-FALLIDA       VALUE "F".
           05 FILLER               PIC X VALUE SPACE.
           05 RG-REC-FECHA         PIC 9(8).
           05 RG-REC-HORA          PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RG-ATE-FECHA         PIC 9(8).
           05 RG-ATE-HORA          PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RG-MOTIVO            PIC X(30).
