      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance program for the guardian link file
      *          (TUTORES.DAT), in the style of RESERVA-MAINT. Lets
      *          the front desk link a minor's ID to the adults
      *          authorized to bring them in, withdraw a link, and
      *          list the links of an ID, so the gate (SINTAXIS-EDAD)
      *          can admit an under-age visitor while a linked
      *          guardian is inside. Both IDs must be registered in
      *          VISMAST.DAT and the guardian must be of age under
      *          EDADMIN.PRM; every change goes to the audit trail.
      *          Each change is made under the PRESENTES lock over a
      *          fresh copy of TUTORES.DAT, which VISITOR-MERGE also
      *          rewrites under that lock; the gate only reads it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TUTOR-SEL.
           COPY VISITOR-MASTER-SEL.
           SELECT AGE-PARM-FILE ASSIGN TO "EDADMIN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TUTOR-FD.
       COPY VISITOR-MASTER-FD.

       FD  AGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-PARM-RECORD.
           05 PARM-MINIMUM-EDAD    PIC 9(2).
           05 FILLER               PIC X(25).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-TUTOR-STATUS       PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-AGEPRM-STATUS      PIC XX.
       01 WS-FECHA-HOY.
           05 WS-HOY-AAAA       PIC 9(4).
           05 WS-HOY-MMDD       PIC 9(4).
       01 WS-FECHA-NACIMIENTO.
           05 WS-NAC-AAAA       PIC 9(4).
           05 WS-NAC-MMDD       PIC 9(4).
       01 WS-MINIMUM-EDAD       PIC 9(2) VALUE 18.
       01 WS-EDAD               PIC 9(3).

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-ALTA       VALUES "A" "a".
           88 OPCION-BAJA       VALUES "B" "b".
           88 OPCION-CONSULTAR  VALUES "C" "c".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-ID-MENOR           PIC 9(8).
       01 WS-ID-TUTOR           PIC 9(8).
       01 WS-ID-TRABAJO         PIC 9(8).
       01 WS-PARENTESCO         PIC X(10).
       01 WS-NOMBRE-MENOR       PIC A(10).
       01 WS-NOMBRE-TUTOR       PIC A(10).
       01 WS-REGISTRADO         PIC X.
       01 WS-CANDADO            PIC X VALUE "N".
           88 CANDADO-TOMADO    VALUE "S".
       01 WS-EOF-TUTORES        PIC X VALUE "N".
           88 EOF-TUTORES       VALUE "Y".

       01 WS-TUTORES-COUNT      PIC 9(3) VALUE 0.
       01 WS-TUTORES-TABLA.
           05 WS-TUTOR-ENTRY OCCURS 200 TIMES.
               10 WS-TUT-MENOR     PIC 9(8).
               10 WS-TUT-TUTOR     PIC 9(8).
               10 WS-TUT-PARENTESCO PIC X(10).
               10 WS-TUT-FECHA     PIC 9(8).
               10 WS-TUT-ESTADO    PIC X.
       01 WS-TUT-IDX            PIC 9(3).
       01 WS-TUT-HALLADO        PIC 9(3).
       01 WS-TUT-DESBORDE       PIC X VALUE "N".
           88 TUTORES-DESBORDADOS VALUE "S".
       01 WS-VINCULOS-VISTOS    PIC 9(3).
       01 WS-ALTAS              PIC 9(4) VALUE 0.
       01 WS-BAJAS              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETRO-EDAD.
           PERFORM CARGAR-TUTORES.
           PERFORM ABRIR-MASTER.
      *    Igual que en RESERVA-MAINT: reescribir desde una tabla
      *    incompleta borraria los vinculos que no cupieron.
           IF TUTORES-DESBORDADOS
               DISPLAY "TUTORES.DAT TIENE MAS DE 200 VINCULOS; "
                   "MODO SOLO CONSULTA, DEPURAR EL ARCHIVO."
           END-IF.
           PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR.
           IF WS-VISMAST-STATUS = "00"
               CLOSE VISITOR-MASTER
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETRO-EDAD.
           OPEN INPUT AGE-PARM-FILE
           IF WS-AGEPRM-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MINIMUM-EDAD IS NUMERIC AND
                          PARM-MINIMUM-EDAD > 0
                           MOVE PARM-MINIMUM-EDAD TO WS-MINIMUM-EDAD
                       END-IF
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.

       CARGAR-TUTORES.
           MOVE 0 TO WS-TUTORES-COUNT
           MOVE "N" TO WS-TUT-DESBORDE
           MOVE "N" TO WS-EOF-TUTORES
           OPEN INPUT GUARDIAN-FILE
           IF WS-TUTOR-STATUS = "35"
               OPEN OUTPUT GUARDIAN-FILE
               CLOSE GUARDIAN-FILE
               OPEN INPUT GUARDIAN-FILE
           END-IF
           PERFORM UNTIL EOF-TUTORES
               READ GUARDIAN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TUTORES
                   NOT AT END
                       IF WS-TUTORES-COUNT >= 200
                           MOVE "S" TO WS-TUT-DESBORDE
                       END-IF
                       IF WS-TUTORES-COUNT < 200
                           ADD 1 TO WS-TUTORES-COUNT
                           MOVE TUT-ID-MENOR TO
                               WS-TUT-MENOR(WS-TUTORES-COUNT)
                           MOVE TUT-ID-TUTOR TO
                               WS-TUT-TUTOR(WS-TUTORES-COUNT)
                           MOVE TUT-PARENTESCO TO
                               WS-TUT-PARENTESCO(WS-TUTORES-COUNT)
                           MOVE TUT-FECHA-ALTA TO
                               WS-TUT-FECHA(WS-TUTORES-COUNT)
                           MOVE TUT-ESTADO TO
                               WS-TUT-ESTADO(WS-TUTORES-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-FILE.

       ABRIR-MASTER.
           OPEN INPUT VISITOR-MASTER
           IF WS-VISMAST-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "TUTOR-MAINT" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                   WS-VISMAST-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 3601 TO MSJ-NUMERO
           MOVE " MANTENIMIENTO DE TUTORES DE MENORES"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 3602 TO MSJ-NUMERO
           MOVE " A. Alta de vinculo menor / tutor"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3603 TO MSJ-NUMERO
           MOVE " B. Baja de vinculo"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3604 TO MSJ-NUMERO
           MOVE " C. Consultar vinculos de un ID"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3605 TO MSJ-NUMERO
           MOVE " X. Salir"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3606 TO MSJ-NUMERO
           MOVE "Elige una opcion: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN TUTORES-DESBORDADOS AND OPCION-CONSULTAR
                   PERFORM CONSULTAR-VINCULOS
               WHEN TUTORES-DESBORDADOS
                   DISPLAY "MODO SOLO CONSULTA: ACCION NO DISPONIBLE."
               WHEN OPCION-ALTA
                   PERFORM ALTA-VINCULO
               WHEN OPCION-BAJA
                   PERFORM BAJA-VINCULO
               WHEN OPCION-CONSULTAR
                   PERFORM CONSULTAR-VINCULOS
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       PEDIR-MENOR.
           MOVE 3607 TO MSJ-NUMERO
           MOVE "ID del menor (8 digitos): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-MENOR.

       PEDIR-TUTOR.
           MOVE 3608 TO MSJ-NUMERO
           MOVE "ID del adulto autorizado (8 digitos): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-TUTOR.

       BUSCAR-VINCULO.
           MOVE 0 TO WS-TUT-HALLADO
           PERFORM VARYING WS-TUT-IDX FROM 1 BY 1
                   UNTIL WS-TUT-IDX > WS-TUTORES-COUNT
               IF WS-TUT-MENOR(WS-TUT-IDX) = WS-ID-MENOR AND
                  WS-TUT-TUTOR(WS-TUT-IDX) = WS-ID-TUTOR AND
                  WS-TUT-ESTADO(WS-TUT-IDX) = "A"
                   MOVE WS-TUT-IDX TO WS-TUT-HALLADO
               END-IF
           END-PERFORM.

      * Ambos deben estar en el maestro; el tutor ademas debe ser
      * mayor de edad con el mismo umbral que aplica la puerta.
       ALTA-VINCULO.
           IF WS-TUTORES-COUNT >= 200
               DISPLAY "NO HAY CUPO PARA MAS VINCULOS."
           ELSE
               PERFORM PEDIR-MENOR
               PERFORM PEDIR-TUTOR
               MOVE WS-ID-MENOR TO WS-ID-TRABAJO
               PERFORM LEER-VISITANTE
               MOVE VM-NOMBRE TO WS-NOMBRE-MENOR
               IF WS-REGISTRADO = "N"
                   DISPLAY "EL MENOR NO ESTA EN EL MAESTRO."
               ELSE
                   MOVE WS-ID-TUTOR TO WS-ID-TRABAJO
                   PERFORM LEER-VISITANTE
                   MOVE VM-NOMBRE TO WS-NOMBRE-TUTOR
                   PERFORM BUSCAR-VINCULO
                   EVALUATE TRUE
                       WHEN WS-REGISTRADO = "N"
                           DISPLAY "EL TUTOR NO ESTA EN EL MAESTRO."
                       WHEN WS-ID-MENOR = WS-ID-TUTOR
                           DISPLAY "UN ID NO PUEDE SER SU PROPIO TUTOR."
                       WHEN WS-EDAD < WS-MINIMUM-EDAD
                           DISPLAY "EL TUTOR NO ES MAYOR DE EDAD ("
                               WS-EDAD " ANIOS)."
                       WHEN WS-TUT-HALLADO > 0
                           DISPLAY "ESE VINCULO YA ESTA ACTIVO."
                       WHEN OTHER
                           PERFORM REGISTRAR-ALTA
                   END-EVALUATE
               END-IF
           END-IF.

       REGISTRAR-ALTA.
           MOVE 3609 TO MSJ-NUMERO
           MOVE "Parentesco (MADRE, PADRE, TUTOR, ...): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE SPACES TO WS-PARENTESCO
           ACCEPT WS-PARENTESCO.
           PERFORM TOMAR-CANDADO
           IF CANDADO-TOMADO
               PERFORM CARGAR-TUTORES
               PERFORM APLICAR-ALTA
               PERFORM LIBERAR-CANDADO
           END-IF.

      * Releido bajo el candado, el vinculo pudo darse de alta o el
      * archivo llenarse mientras se pedian los datos.
       APLICAR-ALTA.
           PERFORM BUSCAR-VINCULO
           EVALUATE TRUE
               WHEN WS-TUTORES-COUNT >= 200 OR TUTORES-DESBORDADOS
                   DISPLAY "NO HAY CUPO PARA MAS VINCULOS."
               WHEN WS-TUT-HALLADO > 0
                   DISPLAY "ESE VINCULO YA ESTA ACTIVO."
               WHEN OTHER
                   ADD 1 TO WS-TUTORES-COUNT
                   MOVE WS-ID-MENOR TO WS-TUT-MENOR(WS-TUTORES-COUNT)
                   MOVE WS-ID-TUTOR TO WS-TUT-TUTOR(WS-TUTORES-COUNT)
                   MOVE WS-PARENTESCO TO
                       WS-TUT-PARENTESCO(WS-TUTORES-COUNT)
                   MOVE WS-FECHA-HOY TO WS-TUT-FECHA(WS-TUTORES-COUNT)
                   MOVE "A" TO WS-TUT-ESTADO(WS-TUTORES-COUNT)
                   PERFORM GRABAR-TUTORES
                   ADD 1 TO WS-ALTAS
                   DISPLAY "VINCULO REGISTRADO: " WS-NOMBRE-MENOR
                       " CON " WS-NOMBRE-TUTOR "."
                   MOVE SPACES TO AUP-EVENTO
                   STRING "TUTOR ALTA MENOR=" WS-ID-MENOR
                       " TUTOR=" WS-ID-TUTOR " " WS-PARENTESCO
                       DELIMITED BY SIZE INTO AUP-EVENTO
                   PERFORM AUDITAR-CAMBIO
           END-EVALUATE.

      * La baja no borra el registro: queda con estado B para que la
      * historia de quien estuvo autorizado no se pierda.
       BAJA-VINCULO.
           PERFORM PEDIR-MENOR.
           PERFORM PEDIR-TUTOR.
           PERFORM TOMAR-CANDADO
           IF CANDADO-TOMADO
               PERFORM CARGAR-TUTORES
               PERFORM APLICAR-BAJA
               PERFORM LIBERAR-CANDADO
           END-IF.

       APLICAR-BAJA.
           PERFORM BUSCAR-VINCULO
           EVALUATE TRUE
               WHEN TUTORES-DESBORDADOS
                   DISPLAY "MODO SOLO CONSULTA: ACCION NO DISPONIBLE."
               WHEN WS-TUT-HALLADO = 0
                   DISPLAY "NO HAY VINCULO ACTIVO CON ESOS IDS."
               WHEN OTHER
                   PERFORM REGISTRAR-BAJA
           END-EVALUATE.

       REGISTRAR-BAJA.
           MOVE "B" TO WS-TUT-ESTADO(WS-TUT-HALLADO)
           PERFORM GRABAR-TUTORES
           ADD 1 TO WS-BAJAS
           DISPLAY "VINCULO DADO DE BAJA."
           MOVE SPACES TO AUP-EVENTO
           STRING "TUTOR BAJA MENOR=" WS-ID-MENOR
               " TUTOR=" WS-ID-TUTOR
               DELIMITED BY SIZE INTO AUP-EVENTO
           PERFORM AUDITAR-CAMBIO.

      * Un ID puede ser menor (con sus tutores) o tutor (con sus
      * menores); la consulta muestra ambos lados.
       CONSULTAR-VINCULOS.
           MOVE 3610 TO MSJ-NUMERO
           MOVE "ID a consultar (menor o tutor): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-TRABAJO.
           PERFORM CARGAR-TUTORES.
           MOVE 0 TO WS-VINCULOS-VISTOS
           DISPLAY "MENOR    TUTOR    PARENTESCO ALTA     ESTADO".
           PERFORM VARYING WS-TUT-IDX FROM 1 BY 1
                   UNTIL WS-TUT-IDX > WS-TUTORES-COUNT
               IF WS-TUT-MENOR(WS-TUT-IDX) = WS-ID-TRABAJO OR
                  WS-TUT-TUTOR(WS-TUT-IDX) = WS-ID-TRABAJO
                   ADD 1 TO WS-VINCULOS-VISTOS
                   DISPLAY WS-TUT-MENOR(WS-TUT-IDX) " "
                       WS-TUT-TUTOR(WS-TUT-IDX) " "
                       WS-TUT-PARENTESCO(WS-TUT-IDX) " "
                       WS-TUT-FECHA(WS-TUT-IDX) " "
                       WS-TUT-ESTADO(WS-TUT-IDX)
               END-IF
           END-PERFORM.
           IF WS-VINCULOS-VISTOS = 0
               DISPLAY "SIN VINCULOS PARA ESE ID."
           END-IF.

      * Deja el registro del maestro en VISITOR-MASTER-RECORD y la
      * edad calculada como la calcula la puerta.
       LEER-VISITANTE.
           MOVE "N" TO WS-REGISTRADO
           MOVE 0 TO WS-EDAD
           MOVE SPACES TO VM-NOMBRE
           IF WS-VISMAST-STATUS = "00"
               MOVE WS-ID-TRABAJO TO VM-ID-VISITANTE
               READ VISITOR-MASTER
                   INVALID KEY
                       MOVE SPACES TO VM-NOMBRE
                   NOT INVALID KEY
                       MOVE "S" TO WS-REGISTRADO
                       IF VM-FECHA-NACIMIENTO IS NUMERIC AND
                          VM-FECHA-NACIMIENTO NOT = 0
                           MOVE VM-FECHA-NACIMIENTO TO
                               WS-FECHA-NACIMIENTO
                           COMPUTE WS-EDAD = WS-HOY-AAAA - WS-NAC-AAAA
                           IF WS-HOY-MMDD < WS-NAC-MMDD
                               SUBTRACT 1 FROM WS-EDAD
                           END-IF
                       END-IF
               END-READ
           END-IF.

       GRABAR-TUTORES.
           OPEN OUTPUT GUARDIAN-FILE
           PERFORM VARYING WS-TUT-IDX FROM 1 BY 1
                   UNTIL WS-TUT-IDX > WS-TUTORES-COUNT
               MOVE SPACES TO GUARDIAN-RECORD
               MOVE WS-TUT-MENOR(WS-TUT-IDX) TO TUT-ID-MENOR
               MOVE WS-TUT-TUTOR(WS-TUT-IDX) TO TUT-ID-TUTOR
               MOVE WS-TUT-PARENTESCO(WS-TUT-IDX) TO TUT-PARENTESCO
               MOVE WS-TUT-FECHA(WS-TUT-IDX) TO TUT-FECHA-ALTA
               MOVE WS-TUT-ESTADO(WS-TUT-IDX) TO TUT-ESTADO
               WRITE GUARDIAN-RECORD
           END-PERFORM
           CLOSE GUARDIAN-FILE.

      * TUTORES.DAT comparte el candado PRESENTES con la puerta, que
      * tambien lo reescribe.
       TOMAR-CANDADO.
           MOVE "N" TO WS-CANDADO
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "TUTOR-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "TUTOR-MAINT" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO PRESENTES" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
               DISPLAY "TUTORES.DAT OCUPADO, EL CAMBIO NO SE HIZO; "
                   "INTENTA DE NUEVO."
           ELSE
               MOVE "S" TO WS-CANDADO
           END-IF.

       LIBERAR-CANDADO.
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "TUTOR-MAINT" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           MOVE "N" TO WS-CANDADO.

       AUDITAR-CAMBIO.
           MOVE "TUTOR-MAINT" TO AUP-PROGRAMA
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "TUTOR-MAINT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "TUTORES ALTAS=" WS-ALTAS
               " BAJAS=" WS-BAJAS
               DELIMITED BY SIZE INTO AUP-EVENTO
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS
           MOVE "C" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

      * La condicion de la corrida se acumula aqui (se queda la
      * peor) y se pasa a RETURN-CODE al final, porque un CALL
      * intermedio devuelve el RETURN-CODE del subprograma.
       ANOTAR-CONDICION.
           IF WS-CC-NUEVA > WS-CC-CORRIDA
               MOVE WS-CC-NUEVA TO WS-CC-CORRIDA
           END-IF.

       END PROGRAM TUTOR-MAINT.
