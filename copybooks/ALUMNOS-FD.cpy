      ******************************************************************
      * FD for the trainee master: bookmark (chapter and page), one
      * completion flag, quiz grade and completion date per chapter,
      * then the version of each chapter the student completed and a
      * retraining flag per chapter (S = the chapter was rewritten
      * after the student completed it and must be taken again).
      * Records written before versioning end after the dates: their
      * versions arrive non-numeric and count as version 001.
      ******************************************************************
       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STUDENT-RECORD.
           05 AL-ID              PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-CAPITULO        PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-PAGINA          PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-COMPLETADOS     PIC X(9).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-NOTAS.
               10 AL-NOTA OCCURS 9 TIMES PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-FECHAS-COMP.
               10 AL-FECHA-COMP OCCURS 9 TIMES PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-VERSIONES.
               10 AL-VERSION OCCURS 9 TIMES PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-REPASOS         PIC X(9).
