      ******************************************************************
      * FILE-CONTROL entry for the reservation no-show history, shared
      * by RESERVA-NOSHOW (the end-of-day step appends one record per
      * missed booking) and RESERVA-MAINT (refuses new bookings from
      * an ID with too many recent no-shows).
      ******************************************************************
           SELECT NOSHOW-FILE ASSIGN TO "NOSHOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSHOW-STATUS.
