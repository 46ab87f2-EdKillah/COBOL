      ******************************************************************
      * FD for the ledger adjusting-entry register. One record per
      * voucher: the period, operation and department it corrects,
      * the signed amount, the reason, the operator who prepared it
      * and the one who decided it. AJ-ESTADO: P pendiente (held
      * until a second, different operator approves it), A aprobado
      * (posted to the ledger on AJ-FECHA-ASIENTO and journaled in
      * CALCJRNL.DAT as type J with run id AJ + voucher number),
      * R rechazado (never posted).
      ******************************************************************
       FD  ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-RECORD.
           05 AJ-NUMERO            PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-ESTADO            PIC X.
               88 AJ-PENDIENTE     VALUE "P".
               88 AJ-APROBADO      VALUE "A".
               88 AJ-RECHAZADO     VALUE "R".
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-PERIODO           PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-OPERACION         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-DEPARTAMENTO      PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-IMPORTE           PIC S9(9)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-MOTIVO            PIC X(40).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-PREPARADOR        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-FECHA-ALTA        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-APROBADOR         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-FECHA-DECISION    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-FECHA-ASIENTO     PIC 9(8).
