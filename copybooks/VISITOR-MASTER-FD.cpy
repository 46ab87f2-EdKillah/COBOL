           LABEL RECORDS ARE STANDARD.
      * VM-TIPO-PASE distingue el pase de un dia del socio
      * permanente; VM-FECHA-VENCE 0 = sin vencimiento (el pase
      * permanente no vence). El estado X lo deja PRIV-PURGE: el
      * nombre queda enmascarado y de la fecha de nacimiento solo el
      * anio (AAAA0000); para la puerta el ID ya no esta registrado.
      * El estado F lo deja VISITOR-MERGE en la inscripcion duplicada
      * retirada; FUSIONES.DAT dice a que ID se movio su historia.
       01  VISITOR-MASTER-RECORD.
           05 VM-ID-VISITANTE      PIC 9(8).
           05 VM-NOMBRE            PIC A(10).
           05 VM-ESTADO            PIC X.
               88 VM-ACTIVO        VALUE "A".
               88 VM-SUSPENDIDO    VALUE "S".
               88 VM-ANONIMIZADO   VALUE "X".
               88 VM-FUSIONADO     VALUE "F".
           05 VM-FECHA-ALTA        PIC 9(8).
           05 VM-FECHA-NACIMIENTO  PIC 9(8).
           05 VM-TIPO-PASE         PIC X.
