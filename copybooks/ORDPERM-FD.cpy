      ******************************************************************
      * FD for the standing-order master. Each order is a calculator
      * transaction a department sends again and again (a fixed fee,
      * a recurring percentage): the two operands, the operation and
      * the department, as in a CALCTXIN.DAT detail. ORD-FRECUENCIA
      * D is every business day, S weekly on weekday ORD-DIA
      * (1=LUNES ... 7=DOMINGO), M monthly on day ORD-DIA (the last
      * day of a shorter month); a weekly or monthly date that is not
      * a business day rolls to the next one (CALENDAR-SUB). The
      * order runs from ORD-FECHA-INICIO to ORD-FECHA-FIN (0 = open
      * ended). ORD-ULTIMA-PROGRAMADA is the last scheduled date
      * already generated, so a rerun never generates it twice and a
      * missed day is caught up. Orders are never deleted: a
      * cancelled one keeps state B.
      ******************************************************************
       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-ORDER-RECORD.
           05 ORD-NUMERO           PIC 9(6).
           05 ORD-ESTADO           PIC X.
               88 ORD-ACTIVA       VALUE "A".
               88 ORD-SUSPENDIDA   VALUE "S".
               88 ORD-BAJA         VALUE "B".
           05 ORD-DEPARTAMENTO     PIC X(3).
           05 ORD-OPERACION        PIC X.
           05 ORD-NUM1             PIC S9(4)V99.
           05 ORD-NUM2             PIC S9(4)V99.
           05 ORD-FRECUENCIA       PIC X.
               88 ORD-DIARIA       VALUE "D".
               88 ORD-SEMANAL      VALUE "S".
               88 ORD-MENSUAL      VALUE "M".
           05 ORD-DIA              PIC 9(2).
           05 ORD-FECHA-INICIO     PIC 9(8).
           05 ORD-FECHA-FIN        PIC 9(8).
           05 ORD-DESCRIPCION      PIC X(30).
           05 ORD-ULTIMA-PROGRAMADA PIC 9(8).
           05 ORD-FECHA-MODIF      PIC 9(8).
           05 ORD-OPERADOR         PIC X(8).
