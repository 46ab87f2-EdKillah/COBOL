      * FD for the advance-reservation file, shared by RESERVA-MAINT
      * and SINTAXIS-EDAD. One record per booked party: visitor ID,
      * visit date, expected arrival window and party size. Estado:
      * P pendiente, C consumida (the party arrived), X cancelada,
      * N no-show (still pending after its window; set by the
      * end-of-day step RESERVA-NOSHOW).
      ******************************************************************
       FD  RESERVATION-FILE
           LABEL RECORDS ARE STANDARD.
               88 RSV-PENDIENTE    VALUE "P".
               88 RSV-CONSUMIDA    VALUE "C".
               88 RSV-CANCELADA    VALUE "X".
               88 RSV-NO-SHOW      VALUE "N".
