      ******************************************************************
      * FD for the access recertification sheets. One record per
      * operator holding any authorization when the quarter's sheets
      * were issued (RC-CAMPANA = year and quarter). RC-TENIA is what
      * the operator held then; RC-CONFIRMA what the supervisor
      * reconfirmed on the signed sheet, S kept, N withdrawn, blank
      * not yet signed. Whatever is still not reconfirmed by RC-VENCE
      * is revoked by ACCESS-RECERT. RC-SUPERVISOR is the supervisor
      * assigned in SUPERVIS.PRM (blank = security administration).
      * RC-ESTADO: P pending, F signed, C closed.
      ******************************************************************
       FD  RECERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-RECORD.
           05 RC-CAMPANA           PIC 9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-VENCE             PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-OPERADOR          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-SUPERVISOR        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-TENIA             PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-CONFIRMA          PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-FIRMADO-POR       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-FECHA-FIRMA       PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RC-ESTADO            PIC X.
               88 RC-PENDIENTE     VALUE "P".
               88 RC-FIRMADA       VALUE "F".
               88 RC-CERRADA       VALUE "C".
