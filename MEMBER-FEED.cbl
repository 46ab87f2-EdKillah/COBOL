      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly inbound membership feed from head office, the
      *          counterpart of CORP-EXTRACT, so memberships sold
      *          centrally stop being re-keyed into VISITOR-MAINT from
      *          a printed list. Reads SOCIOS.DAT (header with the
      *          head-office file serial and date, one detail per
      *          alta, cambio, renovacion or baja, trailer with the
      *          detail count and the count per transaction type).
      *          The whole file is checked first: a file whose
      *          controls do not balance, or whose serial is already
      *          in the receipt register SOCIOREG.DAT as applied, is
      *          not applied at all. A clean file is applied to
      *          VISMAST.DAT under the VISMAST lock; every change
      *          leaves its VISJRNL.DAT record under the operator
      *          INTERFAZ, and every bad detail goes to SOCIOREJ.DAT
      *          with a reason code for head office to correct. The
      *          member's language, when head office sends it, is
      *          appended to IDIOMSOC.DAT for the member letters.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FEED-FILE ASSIGN TO "SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           COPY VISITOR-MASTER-SEL.
           COPY VISJRNL-SEL.
           COPY IDIOMSOC-SEL.
           SELECT REJECT-FILE ASSIGN TO "SOCIOREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT RECEIPT-REGISTER ASSIGN TO "SOCIOREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOCIOREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Envio de casa matriz: H header con la serie del archivo y su
      *fecha, D un movimiento por socio, T trailer con el total de
      *detalles y el conteo por tipo de movimiento. En la baja la
      *fecha de vencimiento es el ultimo dia de la membresia (en
      *blanco = ayer, la baja rige desde hoy). El idioma del socio
      *(ES, EN) es opcional en el alta y el cambio.
       FD  MEMBER-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  MEMBER-FEED-RECORD.
           05 MBF-TIPO-REGISTRO    PIC X.
               88 MBF-ES-HEADER    VALUE "H".
               88 MBF-ES-DETALLE   VALUE "D".
               88 MBF-ES-TRAILER   VALUE "T".
           05 MBF-RESTO            PIC X(43).
           05 MBF-HEADER REDEFINES MBF-RESTO.
               10 MBF-SERIE        PIC X(8).
               10 MBF-FECHA-ENVIO  PIC X(8).
               10 FILLER           PIC X(27).
           05 MBF-DETALLE REDEFINES MBF-RESTO.
               10 MBF-TRANSACCION  PIC X.
                   88 MBF-ALTA       VALUE "A".
                   88 MBF-CAMBIO     VALUE "C".
                   88 MBF-RENOVACION VALUE "R".
                   88 MBF-BAJA       VALUE "B".
               10 MBF-ID           PIC X(8).
               10 MBF-NOMBRE       PIC X(10).
               10 MBF-FECHA-NAC    PIC X(8).
               10 MBF-FECHA-VENCE  PIC X(8).
               10 MBF-IDIOMA       PIC X(2).
               10 FILLER           PIC X(6).
           05 MBF-CONTROL REDEFINES MBF-RESTO.
               10 MBF-TOTAL-REGISTROS PIC X(6).
               10 MBF-TOTAL-ALTAS     PIC X(6).
               10 MBF-TOTAL-CAMBIOS   PIC X(6).
               10 MBF-TOTAL-RENOV     PIC X(6).
               10 MBF-TOTAL-BAJAS     PIC X(6).
               10 FILLER              PIC X(13).

       COPY VISITOR-MASTER-FD.
       COPY VISJRNL-FD.
       COPY IDIOMSOC-FD.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05 REJ-CODIGO           PIC X(2).
           05 FILLER               PIC X VALUE SPACE.
           05 REJ-MOTIVO           PIC X(25).
           05 FILLER               PIC X VALUE SPACE.
           05 REJ-REGISTRO         PIC X(44).

      *Registro de recepcion: una linea por envio procesado, con su
      *serie, sus totales y en que termino. Solo una serie APLICADO
      *detiene un re-envio; un envio rechazado por controles puede
      *volver corregido con la misma serie.
       FD  RECEIPT-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-RECORD.
           05 RCP-FECHA-PROCESO    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RCP-SERIE            PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RCP-FECHA-ENVIO      PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RCP-DETALLES         PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RCP-APLICADOS        PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RCP-RECHAZADOS       PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RCP-ESTADO           PIC X(8).
               88 RCP-APLICADO     VALUE "APLICADO".

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY LOCK-PARMS-CPY.

       01 WS-FEED-STATUS        PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-VISJRNL-STATUS     PIC XX.
       01 WS-REJECT-STATUS      PIC XX.
       01 WS-IDIOMSOC-STATUS    PIC XX.
       01 WS-SOCIOREG-STATUS    PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-FECHA-AYER         PIC 9(8).
       01 WS-HORA-AHORA         PIC 9(8).
       01 WS-OPERADOR-INTERFAZ  PIC X(8) VALUE "INTERFAZ".

       01 WS-HAY-ENVIO          PIC X VALUE "N".
           88 HAY-ENVIO         VALUE "S".
       01 WS-EOF-ENTRADA        PIC X VALUE "N".
           88 EOF-ENTRADA       VALUE "Y".
       01 WS-EOF-REGISTRO       PIC X VALUE "N".
           88 EOF-REGISTRO      VALUE "Y".
       01 WS-HEADERS            PIC 9(6) VALUE 0.
       01 WS-TIENE-TRAILER      PIC X VALUE "N".
           88 TIENE-TRAILER     VALUE "Y".
       01 WS-CONTROL-OK         PIC X VALUE "S".
           88 CONTROL-OK        VALUE "S".
       01 WS-ENVIO-DUPLICADO    PIC X VALUE "N".
           88 ENVIO-DUPLICADO   VALUE "S".
       01 WS-ESTADO-ENVIO       PIC X(8) VALUE SPACES.
       01 WS-SERIE-ENVIO        PIC X(8) VALUE SPACES.
       01 WS-FECHA-ENVIO        PIC X(8) VALUE SPACES.
       01 WS-ULTIMA-SERIE       PIC X(8) VALUE SPACES.
       01 WS-SERIE-NUM          PIC 9(8).
       01 WS-ULTIMA-NUM         PIC 9(8).

      *Conteos del primer paso (lo que trae el archivo) contra los
      *que declara el trailer.
       01 WS-DETALLES-LEIDOS    PIC 9(6) VALUE 0.
       01 WS-LEIDOS-ALTAS       PIC 9(6) VALUE 0.
       01 WS-LEIDOS-CAMBIOS     PIC 9(6) VALUE 0.
       01 WS-LEIDOS-RENOV       PIC 9(6) VALUE 0.
       01 WS-LEIDOS-BAJAS       PIC 9(6) VALUE 0.
       01 WS-TOTAL-ESPERADO     PIC 9(6) VALUE 0.
       01 WS-ESPERADO-ALTAS     PIC 9(6) VALUE 0.
       01 WS-ESPERADO-CAMBIOS   PIC 9(6) VALUE 0.
       01 WS-ESPERADO-RENOV     PIC 9(6) VALUE 0.
       01 WS-ESPERADO-BAJAS     PIC 9(6) VALUE 0.

      *Conteos del segundo paso (lo que se aplico al maestro).
       01 WS-ALTAS              PIC 9(6) VALUE 0.
       01 WS-CAMBIOS            PIC 9(6) VALUE 0.
       01 WS-RENOVACIONES       PIC 9(6) VALUE 0.
       01 WS-BAJAS              PIC 9(6) VALUE 0.
       01 WS-APLICADOS          PIC 9(6) VALUE 0.
       01 WS-RECHAZADOS         PIC 9(6) VALUE 0.

       01 WS-CODIGO-RECHAZO     PIC X(2).
       01 WS-MOTIVO-RECHAZO     PIC X(25).
       01 WS-FECHA-PRUEBA       PIC X(8).
       01 WS-FECHA-VALIDA       PIC X.
           88 FECHA-VALIDA      VALUE "S".
       01 WS-MES-PRUEBA         PIC 9(2).
       01 WS-DIA-PRUEBA         PIC 9(2).
       01 WS-VENCE-NUEVO        PIC 9(8).
       01 WS-ID-EN-MAESTRO      PIC X.
           88 ID-EN-MAESTRO     VALUE "S".
       01 WS-ACCION-JOURNAL     PIC X.
       01 WS-IMAGEN-ANTES.
           05 WS-ANT-NOMBRE     PIC A(10).
           05 WS-ANT-FECHA-NAC  PIC 9(8).
           05 WS-ANT-ESTADO     PIC X.
           05 WS-ANT-TIPO-PASE  PIC X.
           05 WS-ANT-VENCE      PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MEMBER-FEED: ENVIO DE SOCIOS DE CASA MATRIZ".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-AYER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1).
           PERFORM VERIFICAR-ENVIO.
           IF HAY-ENVIO
               PERFORM VERIFICAR-CONTROLES
               IF CONTROL-OK
                   PERFORM VERIFICAR-RECEPCION
               END-IF
               IF CONTROL-OK AND NOT ENVIO-DUPLICADO
                   PERFORM APLICAR-ENVIO
               END-IF
               PERFORM ANOTAR-RECEPCION
               PERFORM MOSTRAR-RESUMEN
           END-IF.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * Primer paso: se cuenta todo el archivo sin tocar el maestro.
      * Una noche sin envio es un aviso (casa matriz no transmitio),
      * no un motivo para detener el job.
       VERIFICAR-ENVIO.
           OPEN INPUT MEMBER-FEED-FILE
           EVALUATE WS-FEED-STATUS
               WHEN "00"
                   MOVE "S" TO WS-HAY-ENVIO
               WHEN "35"
                   DISPLAY "SIN ENVIO DE SOCIOS (SOCIOS.DAT NO EXISTE)."
                   MOVE CC-AVISO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               WHEN OTHER
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "MEMBER-FEED" TO ERR-PROGRAMA
                   STRING "NO SE PUDO ABRIR SOCIOS.DAT, STATUS="
                       WS-FEED-STATUS DELIMITED BY SIZE
                       INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
           END-EVALUATE
           IF HAY-ENVIO
               MOVE "N" TO WS-EOF-ENTRADA
               PERFORM UNTIL EOF-ENTRADA
                   READ MEMBER-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ENTRADA
                       NOT AT END
                           PERFORM CONTAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FEED-FILE
           END-IF.

       CONTAR-REGISTRO.
           EVALUATE TRUE
               WHEN MBF-ES-HEADER
                   ADD 1 TO WS-HEADERS
                   MOVE MBF-SERIE TO WS-SERIE-ENVIO
                   MOVE MBF-FECHA-ENVIO TO WS-FECHA-ENVIO
               WHEN MBF-ES-DETALLE
                   ADD 1 TO WS-DETALLES-LEIDOS
                   EVALUATE TRUE
                       WHEN MBF-ALTA
                           ADD 1 TO WS-LEIDOS-ALTAS
                       WHEN MBF-CAMBIO
                           ADD 1 TO WS-LEIDOS-CAMBIOS
                       WHEN MBF-RENOVACION
                           ADD 1 TO WS-LEIDOS-RENOV
                       WHEN MBF-BAJA
                           ADD 1 TO WS-LEIDOS-BAJAS
                   END-EVALUATE
               WHEN MBF-ES-TRAILER
                   MOVE "Y" TO WS-TIENE-TRAILER
                   IF MBF-TOTAL-REGISTROS IS NUMERIC AND
                      MBF-TOTAL-ALTAS IS NUMERIC AND
                      MBF-TOTAL-CAMBIOS IS NUMERIC AND
                      MBF-TOTAL-RENOV IS NUMERIC AND
                      MBF-TOTAL-BAJAS IS NUMERIC
                       MOVE MBF-TOTAL-REGISTROS TO WS-TOTAL-ESPERADO
                       MOVE MBF-TOTAL-ALTAS TO WS-ESPERADO-ALTAS
                       MOVE MBF-TOTAL-CAMBIOS TO WS-ESPERADO-CAMBIOS
                       MOVE MBF-TOTAL-RENOV TO WS-ESPERADO-RENOV
                       MOVE MBF-TOTAL-BAJAS TO WS-ESPERADO-BAJAS
                   ELSE
                       MOVE "N" TO WS-CONTROL-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Un solo header con serie, un trailer, y el total y cada
      * conteo por tipo cuadrados: si algo no cuadra el archivo
      * llego incompleto o alterado y no se aplica NADA de el.
       VERIFICAR-CONTROLES.
           IF WS-HEADERS NOT = 1 OR NOT TIENE-TRAILER OR
              WS-SERIE-ENVIO = SPACES
               MOVE "N" TO WS-CONTROL-OK
           END-IF
           IF WS-DETALLES-LEIDOS NOT = WS-TOTAL-ESPERADO OR
              WS-LEIDOS-ALTAS NOT = WS-ESPERADO-ALTAS OR
              WS-LEIDOS-CAMBIOS NOT = WS-ESPERADO-CAMBIOS OR
              WS-LEIDOS-RENOV NOT = WS-ESPERADO-RENOV OR
              WS-LEIDOS-BAJAS NOT = WS-ESPERADO-BAJAS
               MOVE "N" TO WS-CONTROL-OK
           END-IF
           IF NOT CONTROL-OK
               MOVE "CONTROL" TO WS-ESTADO-ENVIO
               MOVE 4005 TO ERR-CODIGO
               MOVE "MEMBER-FEED" TO ERR-PROGRAMA
               MOVE "CONTROLES DEL ENVIO DE SOCIOS NO COINCIDEN"
                   TO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

      * Una serie ya aplicada no se vuelve a aplicar: el re-envio
      * se detiene y queda anotado. No detiene el job (nada aguas
      * abajo depende del envio), pero operaciones debe retirarlo.
      * Una serie que salta la secuencia se aplica con aviso: falta
      * un envio intermedio que casa matriz debe reponer.
       VERIFICAR-RECEPCION.
           OPEN INPUT RECEIPT-REGISTER
           IF WS-SOCIOREG-STATUS = "00"
               MOVE "N" TO WS-EOF-REGISTRO
               PERFORM UNTIL EOF-REGISTRO
                   READ RECEIPT-REGISTER
                       AT END
                           MOVE "Y" TO WS-EOF-REGISTRO
                       NOT AT END
                           IF RCP-APLICADO
                               MOVE RCP-SERIE TO WS-ULTIMA-SERIE
                               IF RCP-SERIE = WS-SERIE-ENVIO
                                   MOVE "S" TO WS-ENVIO-DUPLICADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-REGISTER
           END-IF
           IF ENVIO-DUPLICADO
               MOVE "DUPLIC" TO WS-ESTADO-ENVIO
               MOVE 4011 TO ERR-CODIGO
               MOVE "MEMBER-FEED" TO ERR-PROGRAMA
               STRING "ENVIO DE SOCIOS DUPLICADO, SERIE "
                   WS-SERIE-ENVIO " YA APLICADA"
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               IF WS-SERIE-ENVIO IS NUMERIC AND
                  WS-ULTIMA-SERIE IS NUMERIC
                   MOVE WS-SERIE-ENVIO TO WS-SERIE-NUM
                   MOVE WS-ULTIMA-SERIE TO WS-ULTIMA-NUM
                   IF WS-SERIE-NUM NOT = WS-ULTIMA-NUM + 1
                       DISPLAY "AVISO: SERIE " WS-SERIE-ENVIO
                           " FUERA DE SECUENCIA, ULTIMA APLICADA "
                           WS-ULTIMA-SERIE "."
                       MOVE CC-AVISO TO WS-CC-NUEVA
                       PERFORM ANOTAR-CONDICION
                   END-IF
               END-IF
           END-IF.

      * Segundo paso: el maestro se actualiza bajo el candado VISMAST
      * para que el respaldo de FILE-UNLOAD no lo lea a media carga.
       APLICAR-ENVIO.
           MOVE "VISMAST" TO LCK-RECURSO
           MOVE "T" TO LCK-ACCION
           MOVE "MEMBER-FEED" TO LCK-PROGRAMA
           CALL "FILE-LOCK" USING LOCK-PARMS
           IF LCK-NO-OBTENIDO
               MOVE "CANDADO" TO WS-ESTADO-ENVIO
               MOVE 4007 TO ERR-CODIGO
               MOVE "MEMBER-FEED" TO ERR-PROGRAMA
               MOVE "NO SE OBTUVO EL CANDADO VISMAST, ENVIO NO APLICADO"
                   TO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               OPEN I-O VISITOR-MASTER
               IF WS-VISMAST-STATUS = "35"
                   OPEN OUTPUT VISITOR-MASTER
                   CLOSE VISITOR-MASTER
                   OPEN I-O VISITOR-MASTER
               END-IF
               IF WS-VISMAST-STATUS NOT = "00"
                   MOVE "ERROR" TO WS-ESTADO-ENVIO
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "MEMBER-FEED" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                       WS-VISMAST-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               ELSE
                   PERFORM APLICAR-DETALLES
                   CLOSE VISITOR-MASTER
                   MOVE "APLICADO" TO WS-ESTADO-ENVIO
               END-IF
               MOVE "VISMAST" TO LCK-RECURSO
               MOVE "L" TO LCK-ACCION
               MOVE "MEMBER-FEED" TO LCK-PROGRAMA
               CALL "FILE-LOCK" USING LOCK-PARMS
           END-IF.

       APLICAR-DETALLES.
           OPEN INPUT MEMBER-FEED-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND VISITOR-JOURNAL-FILE
           IF WS-VISJRNL-STATUS = "35"
               OPEN OUTPUT VISITOR-JOURNAL-FILE
               CLOSE VISITOR-JOURNAL-FILE
               OPEN EXTEND VISITOR-JOURNAL-FILE
           END-IF
           OPEN EXTEND MEMBER-LANGUAGE-FILE
           IF WS-IDIOMSOC-STATUS = "35"
               OPEN OUTPUT MEMBER-LANGUAGE-FILE
               CLOSE MEMBER-LANGUAGE-FILE
               OPEN EXTEND MEMBER-LANGUAGE-FILE
           END-IF
           MOVE "N" TO WS-EOF-ENTRADA
           PERFORM UNTIL EOF-ENTRADA
               READ MEMBER-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ENTRADA
                   NOT AT END
                       IF MBF-ES-DETALLE
                           PERFORM APLICAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FEED-FILE
           CLOSE REJECT-FILE
           CLOSE VISITOR-JOURNAL-FILE
           CLOSE MEMBER-LANGUAGE-FILE
           COMPUTE WS-APLICADOS = WS-ALTAS + WS-CAMBIOS
               + WS-RENOVACIONES + WS-BAJAS.

       APLICAR-MOVIMIENTO.
           MOVE SPACES TO WS-CODIGO-RECHAZO
           PERFORM DEPURAR-MOVIMIENTO
           IF WS-CODIGO-RECHAZO = SPACES
               IF MBF-ALTA
                   PERFORM APLICAR-ALTA
               ELSE
                   PERFORM LEER-SOCIO
               END-IF
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES AND ID-EN-MAESTRO
               EVALUATE TRUE
                   WHEN MBF-CAMBIO
                       PERFORM APLICAR-CAMBIO
                   WHEN MBF-RENOVACION
                       PERFORM APLICAR-RENOVACION
                   WHEN MBF-BAJA
                       PERFORM APLICAR-BAJA
               END-EVALUATE
           END-IF
           IF WS-CODIGO-RECHAZO NOT = SPACES
               PERFORM ESCRIBIR-RECHAZO
           END-IF.

      * Validacion del movimiento sin tocar el maestro: el nombre es
      * obligatorio en el alta y, si viene, debe ser alfabetico; el
      * cambio debe traer al menos un dato.
       DEPURAR-MOVIMIENTO.
           MOVE "N" TO WS-ID-EN-MAESTRO
           EVALUATE TRUE
               WHEN NOT (MBF-ALTA OR MBF-CAMBIO OR MBF-RENOVACION
                         OR MBF-BAJA)
                   MOVE "01" TO WS-CODIGO-RECHAZO
                   MOVE "TRANSACCION INVALIDA" TO WS-MOTIVO-RECHAZO
               WHEN MBF-ID IS NOT NUMERIC
                   MOVE "02" TO WS-CODIGO-RECHAZO
                   MOVE "ID NO NUMERICO" TO WS-MOTIVO-RECHAZO
               WHEN MBF-ALTA AND MBF-NOMBRE = SPACES
                   MOVE "03" TO WS-CODIGO-RECHAZO
                   MOVE "NOMBRE OBLIGATORIO" TO WS-MOTIVO-RECHAZO
               WHEN MBF-NOMBRE IS NOT ALPHABETIC
                   MOVE "04" TO WS-CODIGO-RECHAZO
                   MOVE "NOMBRE NO ALFABETICO" TO WS-MOTIVO-RECHAZO
               WHEN MBF-CAMBIO AND MBF-NOMBRE = SPACES AND
                    MBF-FECHA-NAC = SPACES AND MBF-IDIOMA = SPACES
                   MOVE "12" TO WS-CODIGO-RECHAZO
                   MOVE "CAMBIO SIN DATOS" TO WS-MOTIVO-RECHAZO
               WHEN MBF-IDIOMA IS NOT ALPHABETIC
                   MOVE "16" TO WS-CODIGO-RECHAZO
                   MOVE "IDIOMA INVALIDO" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM DEPURAR-FECHAS
           END-EVALUATE.

      * Vencimiento en blanco o ceros: sin vencimiento en el alta y
      * la renovacion, baja desde hoy (ultimo dia ayer) en la baja.
       DEPURAR-FECHAS.
           IF MBF-ALTA OR MBF-FECHA-NAC NOT = SPACES
               MOVE MBF-FECHA-NAC TO WS-FECHA-PRUEBA
               PERFORM VALIDAR-FECHA
               IF NOT FECHA-VALIDA
                   MOVE "05" TO WS-CODIGO-RECHAZO
                   MOVE "FECHA NAC. INVALIDA" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES
               IF MBF-FECHA-VENCE = SPACES OR
                  MBF-FECHA-VENCE = ZEROS
                   IF MBF-BAJA
                       MOVE WS-FECHA-AYER TO WS-VENCE-NUEVO
                   ELSE
                       MOVE 0 TO WS-VENCE-NUEVO
                   END-IF
               ELSE
                   MOVE MBF-FECHA-VENCE TO WS-FECHA-PRUEBA
                   PERFORM VALIDAR-FECHA
                   IF FECHA-VALIDA
                       MOVE MBF-FECHA-VENCE TO WS-VENCE-NUEVO
                   ELSE
                       MOVE "06" TO WS-CODIGO-RECHAZO
                       MOVE "FECHA VENCE INVALIDA" TO
                           WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF
           IF WS-CODIGO-RECHAZO = SPACES AND
              (MBF-ALTA OR MBF-RENOVACION) AND
              WS-VENCE-NUEVO > 0 AND WS-VENCE-NUEVO < WS-FECHA-HOY
               MOVE "07" TO WS-CODIGO-RECHAZO
               MOVE "FECHA VENCE YA PASADA" TO WS-MOTIVO-RECHAZO
           END-IF.

      * La fecha debe tener mes y dia posibles, igual que en la
      * carga de invitados.
       VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA
           IF WS-FECHA-PRUEBA IS NUMERIC
               MOVE WS-FECHA-PRUEBA(5:2) TO WS-MES-PRUEBA
               MOVE WS-FECHA-PRUEBA(7:2) TO WS-DIA-PRUEBA
               IF WS-MES-PRUEBA >= 1 AND WS-MES-PRUEBA <= 12 AND
                  WS-DIA-PRUEBA >= 1 AND WS-DIA-PRUEBA <= 31
                   MOVE "S" TO WS-FECHA-VALIDA
               END-IF
           END-IF.

      * La membresia vendida en casa matriz es un pase permanente;
      * el ID que ya existe (p. ej. un visitante de dia que se hizo
      * socio) debe llegar como renovacion, no como alta.
       APLICAR-ALTA.
           MOVE MBF-ID TO VM-ID-VISITANTE
           MOVE MBF-NOMBRE TO VM-NOMBRE
           MOVE "A" TO VM-ESTADO
           MOVE WS-FECHA-HOY TO VM-FECHA-ALTA
           MOVE MBF-FECHA-NAC TO VM-FECHA-NACIMIENTO
           MOVE "P" TO VM-TIPO-PASE
           MOVE WS-VENCE-NUEVO TO VM-FECHA-VENCE
           WRITE VISITOR-MASTER-RECORD
               INVALID KEY
                   MOVE "08" TO WS-CODIGO-RECHAZO
                   MOVE "ID YA EXISTE EN EL MAESTRO" TO
                       WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-ALTAS
                   PERFORM LIMPIAR-IMAGEN-ANTES
                   MOVE "A" TO WS-ACCION-JOURNAL
                   PERFORM ANOTAR-JOURNAL
                   PERFORM ANOTAR-IDIOMA
           END-WRITE.

      * Un ID fusionado o anonimizado ya no es un socio vivo: casa
      * matriz debe usar el ID vigente o dar un alta nueva. El
      * suspendido si se actualiza; su estado no lo toca el envio.
       LEER-SOCIO.
           MOVE MBF-ID TO VM-ID-VISITANTE
           READ VISITOR-MASTER
               INVALID KEY
                   MOVE "09" TO WS-CODIGO-RECHAZO
                   MOVE "ID NO REGISTRADO" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN VM-FUSIONADO
                           MOVE "10" TO WS-CODIGO-RECHAZO
                           MOVE "ID FUSIONADO EN OTRO" TO
                               WS-MOTIVO-RECHAZO
                       WHEN VM-ANONIMIZADO
                           MOVE "11" TO WS-CODIGO-RECHAZO
                           MOVE "ID ANONIMIZADO" TO
                               WS-MOTIVO-RECHAZO
                       WHEN OTHER
                           MOVE "S" TO WS-ID-EN-MAESTRO
                           PERFORM CAPTURAR-IMAGEN-ANTES
                   END-EVALUATE
           END-READ.

      * Un cambio de solo idioma no toca el maestro: no deja
      * REWRITE ni registro de journal con imagenes identicas.
       APLICAR-CAMBIO.
           IF MBF-NOMBRE NOT = SPACES OR MBF-FECHA-NAC NOT = SPACES
               IF MBF-NOMBRE NOT = SPACES
                   MOVE MBF-NOMBRE TO VM-NOMBRE
               END-IF
               IF MBF-FECHA-NAC NOT = SPACES
                   MOVE MBF-FECHA-NAC TO VM-FECHA-NACIMIENTO
               END-IF
               REWRITE VISITOR-MASTER-RECORD
               MOVE "M" TO WS-ACCION-JOURNAL
               PERFORM ANOTAR-JOURNAL
           END-IF
           PERFORM ANOTAR-IDIOMA
           ADD 1 TO WS-CAMBIOS.

      * La renovacion debe alargar el pase: un vencimiento anterior
      * al vigente, o con fecha sobre un permanente sin vencimiento,
      * lo acortaria.
       APLICAR-RENOVACION.
           IF WS-VENCE-NUEVO > 0 AND
              (VM-FECHA-VENCE = 0 OR
               WS-VENCE-NUEVO NOT > VM-FECHA-VENCE)
               MOVE "13" TO WS-CODIGO-RECHAZO
               MOVE "RENOVACION NO EXTIENDE" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE "P" TO VM-TIPO-PASE
               MOVE WS-VENCE-NUEVO TO VM-FECHA-VENCE
               REWRITE VISITOR-MASTER-RECORD
               ADD 1 TO WS-RENOVACIONES
               MOVE "V" TO WS-ACCION-JOURNAL
               PERFORM ANOTAR-JOURNAL
           END-IF.

      * La baja no borra al visitante (su historia sigue en el
      * maestro y en VISITHIS): el pase vence el ultimo dia de la
      * membresia y la puerta lo trata como vencido desde el dia
      * siguiente. Queda en el journal como cambio de pase (V).
       APLICAR-BAJA.
           EVALUATE TRUE
               WHEN NOT VM-PASE-PERMANENTE
                   MOVE "14" TO WS-CODIGO-RECHAZO
                   MOVE "NO ES PASE PERMANENTE" TO WS-MOTIVO-RECHAZO
               WHEN VM-FECHA-VENCE > 0 AND
                    VM-FECHA-VENCE NOT > WS-VENCE-NUEVO
                   MOVE "15" TO WS-CODIGO-RECHAZO
                   MOVE "PASE YA VENCE ANTES" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE WS-VENCE-NUEVO TO VM-FECHA-VENCE
                   REWRITE VISITOR-MASTER-RECORD
                   ADD 1 TO WS-BAJAS
                   MOVE "V" TO WS-ACCION-JOURNAL
                   PERFORM ANOTAR-JOURNAL
           END-EVALUATE.

       ESCRIBIR-RECHAZO.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-CODIGO-RECHAZO TO REJ-CODIGO
           MOVE WS-MOTIVO-RECHAZO TO REJ-MOTIVO
           MOVE MEMBER-FEED-RECORD TO REJ-REGISTRO
           WRITE REJECT-RECORD
           ADD 1 TO WS-RECHAZADOS.

       CAPTURAR-IMAGEN-ANTES.
           MOVE VM-NOMBRE TO WS-ANT-NOMBRE
           MOVE VM-FECHA-NACIMIENTO TO WS-ANT-FECHA-NAC
           MOVE VM-ESTADO TO WS-ANT-ESTADO
           MOVE VM-TIPO-PASE TO WS-ANT-TIPO-PASE
           MOVE VM-FECHA-VENCE TO WS-ANT-VENCE.

       LIMPIAR-IMAGEN-ANTES.
           MOVE SPACES TO WS-ANT-NOMBRE
           MOVE 0 TO WS-ANT-FECHA-NAC
           MOVE SPACE TO WS-ANT-ESTADO
           MOVE SPACE TO WS-ANT-TIPO-PASE
           MOVE 0 TO WS-ANT-VENCE.

      * Cada cambio del envio queda en el journal bajo el operador
      * INTERFAZ: el reporte diario de cambios lo distingue del
      * mostrador sin buscar en otro lado.
       ANOTAR-JOURNAL.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES TO VISITOR-JOURNAL-RECORD
           STRING WS-FECHA-HOY "-" WS-HORA-AHORA
               DELIMITED BY SIZE INTO VJ-FECHA-HORA
           MOVE WS-OPERADOR-INTERFAZ TO VJ-OPERADOR
           MOVE WS-ACCION-JOURNAL TO VJ-ACCION
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
           WRITE VISITOR-JOURNAL-RECORD.

      * El idioma que manda casa matriz se agrega al archivo de
      * idiomas; la carta anual toma el ultimo recibido por ID.
       ANOTAR-IDIOMA.
           IF MBF-IDIOMA NOT = SPACES
               MOVE SPACES TO MEMBER-LANGUAGE-RECORD
               MOVE VM-ID-VISITANTE TO IDS-ID-VISITANTE
               MOVE MBF-IDIOMA TO IDS-IDIOMA
               MOVE WS-FECHA-HOY TO IDS-FECHA
               WRITE MEMBER-LANGUAGE-RECORD
           END-IF.

      * La linea del registro es la prueba de que el envio llego y
      * en que termino, se haya aplicado o no.
       ANOTAR-RECEPCION.
           OPEN EXTEND RECEIPT-REGISTER
           IF WS-SOCIOREG-STATUS = "35"
               OPEN OUTPUT RECEIPT-REGISTER
               CLOSE RECEIPT-REGISTER
               OPEN EXTEND RECEIPT-REGISTER
           END-IF
           MOVE SPACES TO RECEIPT-RECORD
           MOVE WS-FECHA-HOY TO RCP-FECHA-PROCESO
           MOVE WS-SERIE-ENVIO TO RCP-SERIE
           MOVE WS-FECHA-ENVIO TO RCP-FECHA-ENVIO
           MOVE WS-DETALLES-LEIDOS TO RCP-DETALLES
           MOVE WS-APLICADOS TO RCP-APLICADOS
           MOVE WS-RECHAZADOS TO RCP-RECHAZADOS
           MOVE WS-ESTADO-ENVIO TO RCP-ESTADO
           WRITE RECEIPT-RECORD
           CLOSE RECEIPT-REGISTER.

       MOSTRAR-RESUMEN.
           DISPLAY "-------------------------------------------".
           DISPLAY "SERIE DEL ENVIO:  " WS-SERIE-ENVIO.
           DISPLAY "FECHA DEL ENVIO:  " WS-FECHA-ENVIO.
           DISPLAY "DETALLES LEIDOS:  " WS-DETALLES-LEIDOS.
           DISPLAY "TOTAL ESPERADO:   " WS-TOTAL-ESPERADO.
           DISPLAY "ALTAS:            " WS-ALTAS.
           DISPLAY "CAMBIOS:          " WS-CAMBIOS.
           DISPLAY "RENOVACIONES:     " WS-RENOVACIONES.
           DISPLAY "BAJAS:            " WS-BAJAS.
           DISPLAY "RECHAZADOS:       " WS-RECHAZADOS.
           DISPLAY "RESULTADO:        " WS-ESTADO-ENVIO.
           DISPLAY "-------------------------------------------".

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "MEMBER-FEED" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           IF HAY-ENVIO
               STRING "SOCIOS " WS-SERIE-ENVIO
                   " A=" WS-ALTAS " C=" WS-CAMBIOS
                   " R=" WS-RENOVACIONES " B=" WS-BAJAS
                   " RCH=" WS-RECHAZADOS " " WS-ESTADO-ENVIO
                   DELIMITED BY SIZE INTO AUP-EVENTO
           ELSE
               MOVE "SOCIOS SIN ENVIO DE CASA MATRIZ" TO AUP-EVENTO
           END-IF
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

       END PROGRAM MEMBER-FEED.
