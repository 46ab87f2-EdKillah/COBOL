      ******************************************************************
      * Author:
      * Date:
      * Purpose: Duplicate enrollment report and supervised merge for
      *          the registered-visitor master. Option D lists in
      *          DUPLIC.RPT every group of IDs in VISMAST.DAT that
      *          share VM-NOMBRE and VM-FECHA-NACIMIENTO. Option F
      *          merges one duplicate into the ID the supervisor
      *          keeps: its VISITHIS.DAT periods are added into the
      *          surviving ID, its bookings in RESERVAS.DAT, its
      *          no-show history in NOSHOW.DAT and its guardian links
      *          in TUTORES.DAT are moved over (NOSHOW.DAT, which only
      *          grows, is streamed through NOSHOW.TMP rather than
      *          held in a table), the duplicate is left
      *          in status F (fusionado) so the gate refuses it, and
      *          the merge is written to FUSIONES.DAT, to VISJRNL.DAT
      *          (accion F) and to the audit trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISITOR-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VISITOR-MASTER-SEL.
           SELECT HISTORY-MASTER ASSIGN TO "VISITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           COPY RESERVA-SEL.
           COPY NOSHOW-SEL.
           COPY TUTOR-SEL.
           COPY FUSION-SEL.
           COPY VISJRNL-SEL.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCTL-STATUS.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPLIC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOSHOW-WORK-FILE ASSIGN TO "NOSHOW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY VISITOR-MASTER-FD.

       FD  HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RECORD.
           05 VH-CLAVE.
               10 VH-ID-VISITANTE  PIC 9(8).
               10 VH-PERIODO       PIC 9(6).
           05 VH-VISITAS           PIC 9(5).
           05 VH-MINUTOS-TOTAL     PIC 9(8).
           05 VH-MINUTOS-PROM      PIC 9(5).
           05 VH-ULTIMA-FECHA      PIC 9(8).

       COPY RESERVA-FD.
       COPY NOSHOW-FD.
       COPY TUTOR-FD.
       COPY FUSION-FD.
       COPY VISJRNL-FD.

      *Operador firmado en MENU-DRIVER; es el supervisor que fusiona.
       FD  OPERATOR-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-CTL-RECORD.
           05 OPERCTL-ID           PIC X(8).

       FD  DUPLICATE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(80).

       FD  NOSHOW-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOSHOW-WORK-RECORD      PIC X(40).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY MENSAJE-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-RESERVA-STATUS     PIC XX.
       01 WS-NOSHOW-STATUS      PIC XX.
       01 WS-TUTOR-STATUS       PIC XX.
       01 WS-FUSION-STATUS      PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-OPERCTL-STATUS     PIC XX.
       01 WS-TRABAJO-STATUS     PIC XX.
       01 WS-OPERADOR-SESION    PIC X(8) VALUE "SISTEMA".
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-MASTER-ABIERTO     PIC X VALUE "N".
       01 WS-EOF-ARCHIVO        PIC X.
           88 EOF-ARCHIVO       VALUE "Y".

       01 WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-DUPLICADOS VALUES "D" "d".
           88 OPCION-FUSIONAR   VALUES "F" "f".
           88 OPCION-SALIR      VALUES "X" "x".
       01 WS-CONFIRMA           PIC X.
           88 CONFIRMA-SI       VALUES "S" "s".
       01 WS-ID-TRABAJO         PIC 9(8).
       01 WS-ID-VIGENTE         PIC 9(8).
       01 WS-ID-DUPLICADO       PIC 9(8).

      *Registro del ID que se conserva, leido antes que el duplicado.
       01 WS-VIGENTE.
           05 WS-VIG-NOMBRE     PIC A(10).
           05 WS-VIG-FECHA-NAC  PIC 9(8).
           05 WS-VIG-ESTADO     PIC X.
       01 WS-DUPLICADO-VALIDO   PIC X.
           88 DUPLICADO-VALIDO  VALUE "S".

      *Inscripciones del maestro para el reporte de duplicados.
       01 WS-INSCRIPCIONES-COUNT PIC 9(4) VALUE 0.
       01 WS-INSCRIPCIONES-TABLA.
           05 WS-INSCRIPCION-ENTRY OCCURS 1000 TIMES.
               10 WS-INS-ID        PIC 9(8).
               10 WS-INS-NOMBRE    PIC A(10).
               10 WS-INS-FECHA-NAC PIC 9(8).
               10 WS-INS-ESTADO    PIC X.
               10 WS-INS-ALTA      PIC 9(8).
               10 WS-INS-PASE      PIC X.
               10 WS-INS-GRUPO     PIC 9(4).
       01 WS-INS-IDX            PIC 9(4).
       01 WS-INS-OTRO           PIC 9(4).
       01 WS-INS-DESBORDE       PIC X VALUE "N".
           88 INSCRIPCIONES-DESBORDADAS VALUE "S".
       01 WS-GRUPOS             PIC 9(4) VALUE 0.
       01 WS-EN-GRUPO           PIC 9(4).

      *Periodos de VISITHIS.DAT del duplicado, que se suman al ID
      *vigente antes de borrarlos.
       01 WS-PERIODOS-COUNT     PIC 9(3) VALUE 0.
       01 WS-PERIODOS-TABLA.
           05 WS-PERIODO-ENTRY OCCURS 200 TIMES.
               10 WS-PER-PERIODO   PIC 9(6).
               10 WS-PER-VISITAS   PIC 9(5).
               10 WS-PER-MINUTOS   PIC 9(8).
               10 WS-PER-ULTIMA    PIC 9(8).
       01 WS-PER-IDX            PIC 9(3).
       01 WS-HIST-ABIERTO       PIC X VALUE "N".

      *Imagenes completas de RESERVAS.DAT y TUTORES.DAT; se
      *reescriben con el ID vigente donde decia el duplicado.
      *NOSHOW.DAT no se purga nunca y no cabe en una tabla fija: pasa
      *por NOSHOW.TMP.
       01 WS-RESERVAS-COUNT     PIC 9(3) VALUE 0.
       01 WS-RESERVAS-TABLA.
           05 WS-RESERVA-IMAGEN PIC X(33) OCCURS 500 TIMES.
       01 WS-NOSHOW-TRABAJO     PIC X VALUE "N".
           88 NOSHOW-TRABAJO-LISTO VALUE "S".
       01 WS-VINCULOS-COUNT     PIC 9(3) VALUE 0.
       01 WS-VINCULOS-TABLA.
           05 WS-VINCULO-IMAGEN PIC X(39) OCCURS 500 TIMES.
       01 WS-IMG-IDX            PIC 9(3).
       01 WS-ARCHIVOS-DESBORDE  PIC X VALUE "N".
           88 ARCHIVOS-DESBORDADOS VALUE "S".

       01 WS-MOVIDOS-HISTORIA   PIC 9(3).
       01 WS-MOVIDOS-RESERVAS   PIC 9(3).
       01 WS-MOVIDOS-NOSHOWS    PIC 9(5).
       01 WS-MOVIDOS-VINCULOS   PIC 9(3).

       01 WS-IMAGEN-ANTES.
           05 WS-ANT-NOMBRE     PIC A(10).
           05 WS-ANT-FECHA-NAC  PIC 9(8).
           05 WS-ANT-ESTADO     PIC X.
           05 WS-ANT-TIPO-PASE  PIC X.
           05 WS-ANT-VENCE      PIC 9(8).
       01 WS-FUSIONES           PIC 9(4) VALUE 0.
       01 WS-REPORTES           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR-SESION.
           PERFORM ABRIR-MASTER.
           IF WS-MASTER-ABIERTO = "S"
               PERFORM CICLO-MANTENIMIENTO UNTIL OPCION-SALIR
               PERFORM CERRAR-MASTER
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      *El maestro se actualiza bajo el candado VISMAST, como en
      *VISITOR-MAINT; sin maestro no hay nada que fusionar.
       ABRIR-MASTER.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "VISITOR-MERGE" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "VISITOR-MERGE" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO VISMAST" TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               OPEN I-O VISITOR-MASTER
               IF WS-VISMAST-STATUS = "00"
                   MOVE "S" TO WS-MASTER-ABIERTO
               ELSE
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "VISITOR-MERGE" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                       WS-VISMAST-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
                   PERFORM LIBERAR-CANDADO-MAESTRO
               END-IF
           END-IF.

       CERRAR-MASTER.
           CLOSE VISITOR-MASTER
           MOVE "N" TO WS-MASTER-ABIERTO
           PERFORM LIBERAR-CANDADO-MAESTRO.

       LIBERAR-CANDADO-MAESTRO.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "L" TO LCK-ACCION
           MOVE "VISITOR-MERGE" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS.

       CICLO-MANTENIMIENTO.
           DISPLAY "============================================".
           MOVE 3801 TO MSJ-NUMERO
           MOVE " INSCRIPCIONES DUPLICADAS DE VISITANTES"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "============================================".
           MOVE 3802 TO MSJ-NUMERO
           MOVE " D. Reporte de posibles duplicados"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3803 TO MSJ-NUMERO
           MOVE " F. Fusionar un duplicado en el ID vigente"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3804 TO MSJ-NUMERO
           MOVE " X. Salir"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           MOVE 3805 TO MSJ-NUMERO
           MOVE "Elige una opcion: "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN OPCION-DUPLICADOS
                   PERFORM REPORTAR-DUPLICADOS
               WHEN OPCION-FUSIONAR
                   PERFORM FUSIONAR-VISITANTE
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       PEDIR-ID.
           MOVE 3806 TO MSJ-NUMERO
           MOVE "Numero de identificacion (8 digitos): "
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT WS-ID-TRABAJO.

      * Un duplicado es el mismo nombre y la misma fecha de nacimiento
      * bajo otro ID. Los IDs ya fusionados o anonimizados no cuentan,
      * ni los que no tienen fecha de nacimiento cargada.
       REPORTAR-DUPLICADOS.
           PERFORM CARGAR-INSCRIPCIONES
           MOVE 0 TO WS-GRUPOS
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INSCRIPCIONES-COUNT
               IF WS-INS-GRUPO(WS-INS-IDX) = 0
                   PERFORM AGRUPAR-INSCRIPCION
               END-IF
           END-PERFORM
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "POSIBLES INSCRIPCIONES DUPLICADAS - FECHA: "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GRUPO ID       NOMBRE     FECHA-NAC EST ALTA     PASE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INSCRIPCIONES-COUNT
               IF WS-INS-GRUPO(WS-INS-IDX) > 0
                   PERFORM ESCRIBIR-LINEA-GRUPO
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INSCRIPCIONES REVISADAS: " WS-INSCRIPCIONES-COUNT
               "  GRUPOS DE DUPLICADOS: " WS-GRUPOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF INSCRIPCIONES-DESBORDADAS
               MOVE "MAESTRO CON MAS DE 1000 INSCRIPCIONES: REPORTE "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PARCIAL, SOLO LAS PRIMERAS 1000 POR ID."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE DUPLICATE-REPORT-FILE
           ADD 1 TO WS-REPORTES
           MOVE 3807 TO MSJ-NUMERO
           MOVE "REPORTE DE DUPLICADOS EN DUPLIC.RPT, GRUPOS:"
               TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "  " WS-GRUPOS.

       CARGAR-INSCRIPCIONES.
           MOVE 0 TO WS-INSCRIPCIONES-COUNT
           MOVE "N" TO WS-INS-DESBORDE
           MOVE 0 TO VM-ID-VISITANTE
           START VISITOR-MASTER KEY >= VM-ID-VISITANTE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ARCHIVO
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-ARCHIVO
           END-START
           PERFORM UNTIL EOF-ARCHIVO
               READ VISITOR-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF NOT VM-FUSIONADO AND
                          NOT VM-ANONIMIZADO AND
                          VM-FECHA-NACIMIENTO IS NUMERIC AND
                          VM-FECHA-NACIMIENTO > 0
                           PERFORM ANOTAR-INSCRIPCION
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-INSCRIPCION.
           IF WS-INSCRIPCIONES-COUNT < 1000
               ADD 1 TO WS-INSCRIPCIONES-COUNT
               MOVE VM-ID-VISITANTE TO
                   WS-INS-ID(WS-INSCRIPCIONES-COUNT)
               MOVE VM-NOMBRE TO WS-INS-NOMBRE(WS-INSCRIPCIONES-COUNT)
               MOVE VM-FECHA-NACIMIENTO TO
                   WS-INS-FECHA-NAC(WS-INSCRIPCIONES-COUNT)
               MOVE VM-ESTADO TO WS-INS-ESTADO(WS-INSCRIPCIONES-COUNT)
               MOVE VM-FECHA-ALTA TO
                   WS-INS-ALTA(WS-INSCRIPCIONES-COUNT)
               MOVE VM-TIPO-PASE TO WS-INS-PASE(WS-INSCRIPCIONES-COUNT)
               MOVE 0 TO WS-INS-GRUPO(WS-INSCRIPCIONES-COUNT)
           ELSE
               MOVE "S" TO WS-INS-DESBORDE
           END-IF.

      * Las inscripciones siguientes con el mismo nombre y fecha de
      * nacimiento entran al grupo de la primera; un grupo de una
      * sola inscripcion no es duplicado y no se numera.
       AGRUPAR-INSCRIPCION.
           MOVE 0 TO WS-EN-GRUPO
           PERFORM VARYING WS-INS-OTRO FROM WS-INS-IDX BY 1
                   UNTIL WS-INS-OTRO > WS-INSCRIPCIONES-COUNT
               IF WS-INS-OTRO > WS-INS-IDX AND
                  WS-INS-GRUPO(WS-INS-OTRO) = 0 AND
                  WS-INS-NOMBRE(WS-INS-OTRO) =
                      WS-INS-NOMBRE(WS-INS-IDX) AND
                  WS-INS-FECHA-NAC(WS-INS-OTRO) =
                      WS-INS-FECHA-NAC(WS-INS-IDX)
                   IF WS-EN-GRUPO = 0
                       ADD 1 TO WS-GRUPOS
                       MOVE WS-GRUPOS TO WS-EN-GRUPO
                       MOVE WS-EN-GRUPO TO WS-INS-GRUPO(WS-INS-IDX)
                   END-IF
                   MOVE WS-EN-GRUPO TO WS-INS-GRUPO(WS-INS-OTRO)
               END-IF
           END-PERFORM.

      * Se imprime por grupo: al llegar al primer miembro se listan
      * todos los del grupo y se marcan para no repetirlos.
       ESCRIBIR-LINEA-GRUPO.
           MOVE WS-INS-GRUPO(WS-INS-IDX) TO WS-EN-GRUPO
           PERFORM VARYING WS-INS-OTRO FROM WS-INS-IDX BY 1
                   UNTIL WS-INS-OTRO > WS-INSCRIPCIONES-COUNT
               IF WS-INS-GRUPO(WS-INS-OTRO) = WS-EN-GRUPO
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-EN-GRUPO "  "
                       WS-INS-ID(WS-INS-OTRO) " "
                       WS-INS-NOMBRE(WS-INS-OTRO) " "
                       WS-INS-FECHA-NAC(WS-INS-OTRO) "  "
                       WS-INS-ESTADO(WS-INS-OTRO) "  "
                       WS-INS-ALTA(WS-INS-OTRO) " "
                       WS-INS-PASE(WS-INS-OTRO)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 0 TO WS-INS-GRUPO(WS-INS-OTRO)
               END-IF
           END-PERFORM.

      * El supervisor elige el ID que queda y el que se retira; los
      * dos deben tener el mismo nombre y fecha de nacimiento (si no,
      * primero se corrige el dato en VISITOR-MAINT) y la fusion se
      * confirma viendo ambos registros.
       FUSIONAR-VISITANTE.
           MOVE 3808 TO MSJ-NUMERO
           MOVE "ID que se CONSERVA:" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           PERFORM PEDIR-ID
           MOVE WS-ID-TRABAJO TO WS-ID-VIGENTE
           MOVE 3809 TO MSJ-NUMERO
           MOVE "ID DUPLICADO que se retira:" TO MSJ-TEXTO
           PERFORM MOSTRAR-MENSAJE
           PERFORM PEDIR-ID
           MOVE WS-ID-TRABAJO TO WS-ID-DUPLICADO
           PERFORM VALIDAR-FUSION
           IF DUPLICADO-VALIDO
               DISPLAY "  CONSERVA: " WS-ID-VIGENTE " "
                   WS-VIG-NOMBRE " " WS-VIG-FECHA-NAC
                   " EST=" WS-VIG-ESTADO
               DISPLAY "  RETIRA:   " VM-ID-VISITANTE " "
                   VM-NOMBRE " " VM-FECHA-NACIMIENTO
                   " EST=" VM-ESTADO
               MOVE 3810 TO MSJ-NUMERO
               MOVE "Confirma la fusion (S/N): " TO MSJ-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT WS-CONFIRMA
               IF CONFIRMA-SI
                   PERFORM EJECUTAR-FUSION
               ELSE
                   DISPLAY "FUSION CANCELADA."
               END-IF
           END-IF.

      * Deja leido el registro del duplicado para marcarlo despues.
       VALIDAR-FUSION.
           MOVE "N" TO WS-DUPLICADO-VALIDO
           IF WS-ID-VIGENTE = WS-ID-DUPLICADO
               DISPLAY "LOS DOS IDS SON EL MISMO."
           ELSE
               MOVE WS-ID-VIGENTE TO VM-ID-VISITANTE
               READ VISITOR-MASTER
                   INVALID KEY
                       DISPLAY "ID VIGENTE NO REGISTRADO."
                   NOT INVALID KEY
                       IF VM-FUSIONADO OR VM-ANONIMIZADO
                           DISPLAY "EL ID VIGENTE ESTA FUSIONADO O "
                               "ANONIMIZADO."
                       ELSE
                           MOVE VM-NOMBRE TO WS-VIG-NOMBRE
                           MOVE VM-FECHA-NACIMIENTO TO
                               WS-VIG-FECHA-NAC
                           MOVE VM-ESTADO TO WS-VIG-ESTADO
                           PERFORM VALIDAR-DUPLICADO
                       END-IF
               END-READ
           END-IF.

       VALIDAR-DUPLICADO.
           MOVE WS-ID-DUPLICADO TO VM-ID-VISITANTE
           READ VISITOR-MASTER
               INVALID KEY
                   DISPLAY "ID DUPLICADO NO REGISTRADO."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN VM-FUSIONADO OR VM-ANONIMIZADO
                           DISPLAY "EL ID DUPLICADO YA ESTA FUSIONADO "
                               "O ANONIMIZADO."
                       WHEN VM-NOMBRE NOT = WS-VIG-NOMBRE OR
                            VM-FECHA-NACIMIENTO NOT = WS-VIG-FECHA-NAC
                           MOVE 3811 TO MSJ-NUMERO
                           MOVE "NOMBRE O FECHA NAC. DISTINTOS."
                               TO MSJ-TEXTO
                           PERFORM MOSTRAR-MENSAJE
                           DISPLAY "CORREGIR EN VISITOR-MAINT ANTES DE "
                               "FUSIONAR."
                       WHEN OTHER
                           MOVE "S" TO WS-DUPLICADO-VALIDO
                   END-EVALUATE
           END-READ.

      * RESERVAS.DAT, NOSHOW.DAT y TUTORES.DAT se reescriben bajo el
      * candado PRESENTES (el de las puertas, que consumen reservas);
      * si alguno no cabe en su tabla, o no se puede armar NOSHOW.TMP,
      * no se toca nada.
       EJECUTAR-FUSION.
           MOVE 0 TO WS-MOVIDOS-HISTORIA
           MOVE 0 TO WS-MOVIDOS-RESERVAS
           MOVE 0 TO WS-MOVIDOS-NOSHOWS
           MOVE 0 TO WS-MOVIDOS-VINCULOS
           MOVE "PRESENTES" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "VISITOR-MERGE" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE 4007 TO ERR-CODIGO
               MOVE "VISITOR-MERGE" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO PRESENTES, SIN FUSION"
                   TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               PERFORM CARGAR-ARCHIVOS-ID
               PERFORM CARGAR-PERIODOS-DUPLICADO
               PERFORM ARMAR-NOSHOWS-TRABAJO
               EVALUATE TRUE
                   WHEN ARCHIVOS-DESBORDADOS
                       PERFORM CERRAR-HISTORIA
                       MOVE 3812 TO MSJ-NUMERO
                       MOVE "ARCHIVOS DEMASIADO GRANDES, SIN FUSION."
                           TO MSJ-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                       MOVE CC-AVISO TO WS-CC-NUEVA
                       PERFORM ANOTAR-CONDICION
                   WHEN NOT NOSHOW-TRABAJO-LISTO
                       PERFORM CERRAR-HISTORIA
                   WHEN OTHER
                       PERFORM MOVER-HISTORIA
                       PERFORM GRABAR-ARCHIVOS-ID
                       PERFORM MARCAR-DUPLICADO
               END-EVALUATE
               MOVE "PRESENTES" TO LCK-RECURSO
               MOVE "L" TO LCK-ACCION
               MOVE "VISITOR-MERGE" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
           END-IF.

       CARGAR-ARCHIVOS-ID.
           MOVE "N" TO WS-ARCHIVOS-DESBORDE
           MOVE 0 TO WS-RESERVAS-COUNT
           OPEN INPUT RESERVATION-FILE
           IF WS-RESERVA-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ RESERVATION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF WS-RESERVAS-COUNT < 500
                               ADD 1 TO WS-RESERVAS-COUNT
                               MOVE RESERVATION-RECORD TO
                                   WS-RESERVA-IMAGEN(WS-RESERVAS-COUNT)
                           ELSE
                               MOVE "S" TO WS-ARCHIVOS-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF
           MOVE 0 TO WS-VINCULOS-COUNT
           OPEN INPUT GUARDIAN-FILE
           IF WS-TUTOR-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ GUARDIAN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF WS-VINCULOS-COUNT < 500
                               ADD 1 TO WS-VINCULOS-COUNT
                               MOVE GUARDIAN-RECORD TO
                                   WS-VINCULO-IMAGEN(WS-VINCULOS-COUNT)
                           ELSE
                               MOVE "S" TO WS-ARCHIVOS-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

      * NOSHOW.DAT se copia entero a NOSHOW.TMP con el ID vigente
      * donde decia el duplicado; se pasa de vuelta en
      * GRABAR-ARCHIVOS-ID solo si algo cambio. Sin NOSHOW.DAT no hay
      * nada que mover; si NOSHOW.TMP no se puede abrir la fusion no
      * se hace, porque el historial quedaria en el ID retirado.
       ARMAR-NOSHOWS-TRABAJO.
           MOVE "N" TO WS-NOSHOW-TRABAJO
           MOVE 0 TO WS-MOVIDOS-NOSHOWS
           OPEN OUTPUT NOSHOW-WORK-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "VISITOR-MERGE" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO ABRIR NOSHOW.TMP, STATUS="
                   WS-TRABAJO-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "S" TO WS-NOSHOW-TRABAJO
               OPEN INPUT NOSHOW-FILE
               IF WS-NOSHOW-STATUS = "00"
                   MOVE "N" TO WS-EOF-ARCHIVO
                   PERFORM UNTIL EOF-ARCHIVO
                       READ NOSHOW-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-ARCHIVO
                           NOT AT END
                               IF NSH-ID-VISITANTE = WS-ID-DUPLICADO
                                   MOVE WS-ID-VIGENTE TO
                                       NSH-ID-VISITANTE
                                   ADD 1 TO WS-MOVIDOS-NOSHOWS
                               END-IF
                               WRITE NOSHOW-WORK-RECORD
                                   FROM NOSHOW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE NOSHOW-FILE
               END-IF
               CLOSE NOSHOW-WORK-FILE
           END-IF.

       CERRAR-HISTORIA.
           IF WS-HIST-ABIERTO = "S"
               CLOSE HISTORY-MASTER
               MOVE "N" TO WS-HIST-ABIERTO
           END-IF.

       CARGAR-PERIODOS-DUPLICADO.
           MOVE 0 TO WS-PERIODOS-COUNT
           MOVE "N" TO WS-HIST-ABIERTO
           OPEN I-O HISTORY-MASTER
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-HIST-ABIERTO
               MOVE WS-ID-DUPLICADO TO VH-ID-VISITANTE
               MOVE 0 TO VH-PERIODO
               START HISTORY-MASTER KEY >= VH-CLAVE
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-ARCHIVO
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-ARCHIVO
               END-START
               PERFORM UNTIL EOF-ARCHIVO
                   READ HISTORY-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF VH-ID-VISITANTE NOT = WS-ID-DUPLICADO
                               MOVE "Y" TO WS-EOF-ARCHIVO
                           ELSE
                               PERFORM ANOTAR-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANOTAR-PERIODO.
           IF WS-PERIODOS-COUNT < 200
               ADD 1 TO WS-PERIODOS-COUNT
               MOVE VH-PERIODO TO WS-PER-PERIODO(WS-PERIODOS-COUNT)
               MOVE VH-VISITAS TO WS-PER-VISITAS(WS-PERIODOS-COUNT)
               MOVE VH-MINUTOS-TOTAL TO
                   WS-PER-MINUTOS(WS-PERIODOS-COUNT)
               MOVE VH-ULTIMA-FECHA TO WS-PER-ULTIMA(WS-PERIODOS-COUNT)
           ELSE
               MOVE "S" TO WS-ARCHIVOS-DESBORDE
           END-IF.

      * Cada periodo del duplicado se suma al mismo periodo del ID
      * vigente (o se crea) y despues se borra.
       MOVER-HISTORIA.
           IF WS-HIST-ABIERTO = "S"
               PERFORM MOVER-PERIODO
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIODOS-COUNT
               CLOSE HISTORY-MASTER
               MOVE "N" TO WS-HIST-ABIERTO
           END-IF.

       MOVER-PERIODO.
           MOVE WS-ID-VIGENTE TO VH-ID-VISITANTE
           MOVE WS-PER-PERIODO(WS-PER-IDX) TO VH-PERIODO
           READ HISTORY-MASTER
               INVALID KEY
                   MOVE WS-PER-VISITAS(WS-PER-IDX) TO VH-VISITAS
                   MOVE WS-PER-MINUTOS(WS-PER-IDX) TO VH-MINUTOS-TOTAL
                   MOVE WS-PER-ULTIMA(WS-PER-IDX) TO VH-ULTIMA-FECHA
                   PERFORM CALCULAR-PROMEDIO-HISTORIA
                   WRITE HISTORY-RECORD
               NOT INVALID KEY
                   ADD WS-PER-VISITAS(WS-PER-IDX) TO VH-VISITAS
                   ADD WS-PER-MINUTOS(WS-PER-IDX) TO VH-MINUTOS-TOTAL
                   IF WS-PER-ULTIMA(WS-PER-IDX) > VH-ULTIMA-FECHA
                       MOVE WS-PER-ULTIMA(WS-PER-IDX) TO
                           VH-ULTIMA-FECHA
                   END-IF
                   PERFORM CALCULAR-PROMEDIO-HISTORIA
                   REWRITE HISTORY-RECORD
           END-READ
           MOVE WS-ID-DUPLICADO TO VH-ID-VISITANTE
           MOVE WS-PER-PERIODO(WS-PER-IDX) TO VH-PERIODO
           DELETE HISTORY-MASTER
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-MOVIDOS-HISTORIA.

       CALCULAR-PROMEDIO-HISTORIA.
           IF VH-VISITAS > 0
               COMPUTE VH-MINUTOS-PROM = VH-MINUTOS-TOTAL / VH-VISITAS
           ELSE
               MOVE 0 TO VH-MINUTOS-PROM
           END-IF.

       GRABAR-ARCHIVOS-ID.
           IF WS-RESERVAS-COUNT > 0
               OPEN OUTPUT RESERVATION-FILE
               PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                       UNTIL WS-IMG-IDX > WS-RESERVAS-COUNT
                   MOVE WS-RESERVA-IMAGEN(WS-IMG-IDX) TO
                       RESERVATION-RECORD
                   IF RSV-ID-VISITANTE = WS-ID-DUPLICADO
                       MOVE WS-ID-VIGENTE TO RSV-ID-VISITANTE
                       ADD 1 TO WS-MOVIDOS-RESERVAS
                   END-IF
                   WRITE RESERVATION-RECORD
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF
           IF WS-MOVIDOS-NOSHOWS > 0
               PERFORM PASAR-TRABAJO-A-NOSHOW
           END-IF
           IF WS-VINCULOS-COUNT > 0
               OPEN OUTPUT GUARDIAN-FILE
               PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                       UNTIL WS-IMG-IDX > WS-VINCULOS-COUNT
                   MOVE WS-VINCULO-IMAGEN(WS-IMG-IDX) TO GUARDIAN-RECORD
                   IF TUT-ID-MENOR = WS-ID-DUPLICADO
                       MOVE WS-ID-VIGENTE TO TUT-ID-MENOR
                       ADD 1 TO WS-MOVIDOS-VINCULOS
                   END-IF
                   IF TUT-ID-TUTOR = WS-ID-DUPLICADO
                       MOVE WS-ID-VIGENTE TO TUT-ID-TUTOR
                       ADD 1 TO WS-MOVIDOS-VINCULOS
                   END-IF
                   WRITE GUARDIAN-RECORD
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

      * Si NOSHOW.DAT no se puede reescribir, las faltas del duplicado
      * siguen bajo su ID y RESERVA-MAINT ya no las ve en el vigente.
       PASAR-TRABAJO-A-NOSHOW.
           OPEN INPUT NOSHOW-WORK-FILE
           OPEN OUTPUT NOSHOW-FILE
           IF WS-NOSHOW-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "VISITOR-MERGE" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING "NO SE PUDO GRABAR NOSHOW.DAT, STATUS="
                   WS-NOSHOW-STATUS
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ NOSHOW-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVO
                       NOT AT END
                           WRITE NOSHOW-RECORD FROM NOSHOW-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOSHOW-FILE
           END-IF
           CLOSE NOSHOW-WORK-FILE.

      * El duplicado queda en estado F con su nombre y fecha, para que
      * la puerta lo rechace y mande al ID vigente.
       MARCAR-DUPLICADO.
           MOVE WS-ID-DUPLICADO TO VM-ID-VISITANTE
           READ VISITOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CAPTURAR-IMAGEN-ANTES
                   MOVE "F" TO VM-ESTADO
                   REWRITE VISITOR-MASTER-RECORD
                   PERFORM ANOTAR-JOURNAL
                   PERFORM ANOTAR-FUSION
                   ADD 1 TO WS-FUSIONES
                   MOVE SPACES TO AUP-EVENTO
                   STRING "FUSION ID=" WS-ID-DUPLICADO
                       " EN ID=" WS-ID-VIGENTE
                       " HIST=" WS-MOVIDOS-HISTORIA
                       " RSV=" WS-MOVIDOS-RESERVAS
                       " NSH=" WS-MOVIDOS-NOSHOWS
                       " TUT=" WS-MOVIDOS-VINCULOS
                       DELIMITED BY SIZE INTO AUP-EVENTO
                   PERFORM AUDITAR-CAMBIO
                   MOVE 3813 TO MSJ-NUMERO
                   MOVE "FUSION REALIZADA, DUPLICADO RETIRADO."
                       TO MSJ-TEXTO
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "  PERIODOS=" WS-MOVIDOS-HISTORIA
                       " RESERVAS=" WS-MOVIDOS-RESERVAS
                       " NO-SHOWS=" WS-MOVIDOS-NOSHOWS
                       " TUTORES=" WS-MOVIDOS-VINCULOS
           END-READ.

       ANOTAR-FUSION.
           OPEN EXTEND MERGE-XREF-FILE
           IF WS-FUSION-STATUS = "35"
               OPEN OUTPUT MERGE-XREF-FILE
               CLOSE MERGE-XREF-FILE
               OPEN EXTEND MERGE-XREF-FILE
           END-IF
           MOVE SPACES TO MERGE-XREF-RECORD
           MOVE WS-ID-DUPLICADO TO FUS-ID-FUSIONADO
           MOVE WS-ID-VIGENTE TO FUS-ID-VIGENTE
           MOVE WS-FECHA-HOY TO FUS-FECHA
           MOVE WS-OPERADOR-SESION TO FUS-OPERADOR
           WRITE MERGE-XREF-RECORD
           CLOSE MERGE-XREF-FILE.

       LEER-OPERADOR-SESION.
           OPEN INPUT OPERATOR-CTL-FILE
           IF WS-OPERCTL-STATUS = "00"
               READ OPERATOR-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPERCTL-ID NOT = SPACES
                           MOVE OPERCTL-ID TO WS-OPERADOR-SESION
                       END-IF
               END-READ
               CLOSE OPERATOR-CTL-FILE
           END-IF.

       CAPTURAR-IMAGEN-ANTES.
           MOVE VM-NOMBRE TO WS-ANT-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO WS-ANT-FECHA-NAC
           MOVE VM-ESTADO TO WS-ANT-ESTADO
           MOVE VM-TIPO-PASE TO WS-ANT-TIPO-PASE
           MOVE VM-FECHA-VENCE TO WS-ANT-VENCE.

       ANOTAR-JOURNAL.
           ACCEPT WS-HORA-AHORA FROM TIME
           OPEN EXTEND VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "35"
               OPEN OUTPUT VISITOR-JOURNAL-FILE
               CLOSE VISITOR-JOURNAL-FILE
               OPEN EXTEND VISITOR-JOURNAL-FILE
           END-IF
           MOVE SPACES TO VISITOR-JOURNAL-RECORD
           STRING WS-FECHA-HOY "-" WS-HORA-AHORA
               DELIMITED BY SIZE INTO VJ-FECHA-HORA
           MOVE WS-OPERADOR-SESION TO VJ-OPERADOR
           MOVE "F" TO VJ-ACCION
           MOVE VM-ID-VISITANTE TO VJ-ID-VISITANTE
           MOVE WS-ANT-NOMBRE TO VJ-ANT-NOMBRE
           MOVE WS-ANT-FECHA-NAC TO VJ-ANT-FECHA-NAC
           MOVE WS-ANT-ESTADO TO VJ-ANT-ESTADO
           MOVE WS-ANT-TIPO-PASE TO VJ-ANT-TIPO-PASE
           MOVE WS-ANT-VENCE TO VJ-ANT-VENCE
           MOVE VM-NOMBRE TO VJ-DES-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO VJ-DES-FECHA-NAC
           MOVE VM-ESTADO TO VJ-DES-ESTADO
           MOVE VM-TIPO-PASE TO VJ-DES-TIPO-PASE
           MOVE VM-FECHA-VENCE TO VJ-DES-VENCE
           WRITE VISITOR-JOURNAL-RECORD
           CLOSE VISITOR-JOURNAL-FILE.

       AUDITAR-CAMBIO.
           MOVE "VISITOR-MERGE" TO AUP-PROGRAMA
           MOVE "E" TO AUP-ACCION
           CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       MOSTRAR-MENSAJE.
           CALL "MENSAJE-SUB" USING MENSAJE-PARMS
           DISPLAY MSJ-TEXTO.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "VISITOR-MERGE" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "DUPLICADOS REPORTES=" WS-REPORTES
               " FUSIONES=" WS-FUSIONES
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

       END PROGRAM VISITOR-MERGE.
