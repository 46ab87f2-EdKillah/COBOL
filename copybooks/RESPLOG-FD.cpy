      ******************************************************************
      * FD for the quiz answer log: one line per question answered in
      * a chapter quiz, with the date and time, the student, the
      * chapter, the question's place in that chapter's quiz, the
      * answer typed, whether it was right, the right option and the
      * question text as LECCION.DAT had it that day (so a reworded
      * question is analysed apart from its old wording).
      ******************************************************************
       FD  ANSWER-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANSWER-LOG-RECORD.
           05 RL-FECHA             PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RL-HORA              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RL-ALUMNO            PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RL-CAPITULO          PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
           05 RL-PREGUNTA          PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
           05 RL-RESPUESTA         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 RL-CORRECTA          PIC X.
               88 RL-ACERTADA      VALUE "S".
               88 RL-FALLADA       VALUE "N".
           05 FILLER               PIC X VALUE SPACE.
           05 RL-CLAVE             PIC 9.
           05 FILLER               PIC X VALUE SPACE.
           05 RL-TEXTO             PIC X(60).
