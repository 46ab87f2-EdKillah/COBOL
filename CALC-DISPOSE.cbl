      *          to anything touching the ledger - or return it to
      *          the sender in CALCDEV.DAT. Every disposition lands
      *          in ESCDISPO.LOG with both operator identities.
      *          Each escalation shows its cause: the recycle limit,
      *          or an amount CALC-EDIT found far outside the
      *          department's history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 ESC-MEMORIA          PIC X.
           05 ESC-CONTADOR         PIC 9.
           05 ESC-DEPARTAMENTO     PIC X(3).
      *Causa: blanco = reciclaje agotado (CALC-RECYCLE, OPERADORES-
      *MAT), 08 = importe atipico contra la historia (CALC-EDIT).
           05 ESC-CODIGO           PIC X(2).

      *Las liberaciones vuelven a CALCTXIN.DAT como detalle despues
      *del trailer, igual que las de CALC-RECYCLE, con el contador
               10 WS-PEN-MEMORIA   PIC X.
               10 WS-PEN-CONTADOR  PIC 9.
               10 WS-PEN-DEPTO     PIC X(3).
               10 WS-PEN-CODIGO    PIC X(2).
               10 WS-PEN-DESTINO   PIC X.
                   88 PEN-LIBERADO   VALUE "L".
                   88 PEN-PENDIENTE  VALUE "P".
                               WS-PEN-CONTADOR(WS-PENDIENTES-COUNT)
                           MOVE ESC-DEPARTAMENTO TO
                               WS-PEN-DEPTO(WS-PENDIENTES-COUNT)
                           MOVE ESC-CODIGO TO
                               WS-PEN-CODIGO(WS-PENDIENTES-COUNT)
                           MOVE "P" TO
                               WS-PEN-DESTINO(WS-PENDIENTES-COUNT)
                           MOVE SPACES TO
           DISPLAY "  OPERACION: " WS-PEN-OPERACION(WS-PEN-IDX).
           DISPLAY "  DEPTO    : " WS-PEN-DEPTO(WS-PEN-IDX).
           DISPLAY "  FALLAS   : " WS-PEN-CONTADOR(WS-PEN-IDX).
           IF WS-PEN-CODIGO(WS-PEN-IDX) = "08"
               DISPLAY "  CAUSA    : 08 IMPORTE ATIPICO CONTRA LA "
                   "HISTORIA DEL DEPARTAMENTO"
           ELSE
               DISPLAY "  CAUSA    : RECICLAJE AGOTADO"
           END-IF.
           MOVE 2702 TO MSJ-NUMERO
           MOVE SPACES TO MSJ-TEXTO
           STRING "(C)orregir y liberar, (B)aja, (D)evolver al "
                   MOVE WS-PEN-MEMORIA(WS-PEN-IDX) TO ESC-MEMORIA
                   MOVE WS-PEN-CONTADOR(WS-PEN-IDX) TO ESC-CONTADOR
                   MOVE WS-PEN-DEPTO(WS-PEN-IDX) TO ESC-DEPARTAMENTO
                   MOVE WS-PEN-CODIGO(WS-PEN-IDX) TO ESC-CODIGO
                   WRITE ESCALATION-RECORD
           END-EVALUATE.

