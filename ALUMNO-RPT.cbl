      * Purpose: Supervisor report over the trainee master. Lists for
      *          each student in ALUMNOS.DAT the per-chapter quiz
      *          scores, completion flags and completion dates kept
      *          by the tutorial driver, with the chapter version
      *          completed and any retraining still pending, so
      *          training grades trainees from the file instead of
      *          asking around.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALUMNOS-SEL.
           SELECT STUDENT-REPORT-FILE ASSIGN TO "ALUMNOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY ALUMNOS-FD.

       FD  STUDENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           88 EOF-ALUMNOS       VALUE "Y".
       01 WS-ALUMNOS            PIC 9(3) VALUE 0.
       01 WS-CAP-IDX            PIC 9(2).
       01 WS-VERSION-ED         PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       " NOTA " AL-NOTA(WS-CAP-IDX)
                       " COMPLETADO EL " AL-FECHA-COMP(WS-CAP-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF AL-VERSIONES IS NUMERIC
                       MOVE AL-VERSION(WS-CAP-IDX) TO WS-VERSION-ED
                   ELSE
                       MOVE "001" TO WS-VERSION-ED
                   END-IF
                   MOVE " VERSION " TO REPORT-LINE(51:9)
                   MOVE WS-VERSION-ED TO REPORT-LINE(60:3)
                   IF AL-REPASOS(WS-CAP-IDX:1) = "S"
                       MOVE " REPASO PENDIENTE" TO REPORT-LINE(63:17)
                   END-IF
               ELSE
                   STRING "  CAPITULO " WS-CAP-IDX
                       " NOTA " AL-NOTA(WS-CAP-IDX)
