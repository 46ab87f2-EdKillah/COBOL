      ******************************************************************
      * FD for the calculator intake register. One record per sender
      * file CALC-INTAKE accepted: the sender's own series, the
      * sender code, the intake date, the file's control count and
      * hash (in cents, as its trailer carries them), the series of
      * the merged batch it went into and the run id of the job
      * stream. A sender series found here is refused as already
      * received.
      ******************************************************************
       FD  INTAKE-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTAKE-REGISTRY-RECORD.
           05 REC-SERIE            PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 REC-REMITENTE        PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 REC-FECHA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 REC-TOTAL            PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 REC-HASH             PIC 9(12).
           05 FILLER               PIC X VALUE SPACE.
           05 REC-SERIE-FUSION     PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 REC-RUN-ID           PIC X(8).
