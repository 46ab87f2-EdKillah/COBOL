      ******************************************************************
      * FD for the reservation no-show history. One record per
      * reservation left pending past its arrival window: the visitor
      * ID, the booked date, window and party size, and the date the
      * end-of-day step marked it. The per-ID no-show count is the
      * number of records for the ID (in total, or within the rolling
      * period of NOSHOW.PRM).
      ******************************************************************
       FD  NOSHOW-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOSHOW-RECORD.
           05 NSH-ID-VISITANTE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 NSH-FECHA            PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 NSH-HORA-DESDE       PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 NSH-HORA-HASTA       PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 NSH-PERSONAS         PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 NSH-FECHA-MARCA      PIC 9(8).
