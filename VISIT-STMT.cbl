      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end visit statement letters for permanent
      *          members, for their renewal decision. For every
      *          VM-PASE-PERMANENTE holder in VISMAST.DAT (merged and
      *          anonymized IDs excepted) reads the year's periods in
      *          VISITHIS.DAT and prints one letter with the visits
      *          and average dwell minutes per month, the year total
      *          and the pass expiry date. The letter text comes from
      *          the MENSAJES.CAT catalog in the member's language
      *          (latest IDIOMSOC.DAT entry, else the run language of
      *          IDIOMA.PRM, else the built-in Spanish text). The
      *          year is CARTAANU.PRM, default the year just closed
      *          (the current one when run in December). The letters
      *          go to CARTAANU.RPT, one per page, registered with
      *          SPOOL-REG so any of them can be reprinted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISIT-STMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VISITOR-MASTER-SEL.
           SELECT HISTORY-MASTER ASSIGN TO "VISITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           COPY IDIOMSOC-SEL.
           SELECT MESSAGE-CATALOG ASSIGN TO "MENSAJES.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT LANGUAGE-PARM-FILE ASSIGN TO "IDIOMA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDIOMA-STATUS.
           SELECT STATEMENT-PARM-FILE ASSIGN TO "CARTAANU.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LETTER-FILE ASSIGN TO "CARTAANU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       COPY IDIOMSOC-FD.

       FD  MESSAGE-CATALOG
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05 CAT-IDIOMA           PIC X(2).
           05 CAT-NUMERO           PIC 9(4).
           05 CAT-TEXTO            PIC X(60).

       FD  LANGUAGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  LANGUAGE-PARM-RECORD.
           05 PARM-IDIOMA          PIC X(2).

      *Anio de las cartas (AAAA); sin archivo o en blanco, el anio
      *recien cerrado.
       FD  STATEMENT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-PARM-RECORD.
           05 PARM-ANIO            PIC X(4).

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-IDIOMSOC-STATUS    PIC XX.
       01 WS-CAT-STATUS         PIC XX.
       01 WS-IDIOMA-STATUS      PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-ANIO-CARTA         PIC 9(4).
       01 WS-PERIODO-DESDE      PIC 9(6).
       01 WS-PERIODO-HASTA      PIC 9(6).
       01 WS-IDIOMA-CORRIDA     PIC X(2) VALUE "ES".
       01 WS-IDIOMA-SOCIO       PIC X(2).
       01 WS-EOF-ACTUAL         PIC X.
       01 WS-EOF-MASTER         PIC X VALUE "N".
           88 EOF-MASTER        VALUE "Y".
       01 WS-FIN-HISTORIA       PIC X.
           88 FIN-HISTORIA      VALUE "Y".
       01 WS-PRIMERA-CARTA      PIC X VALUE "S".
           88 PRIMERA-CARTA     VALUE "S".

      *Textos de la carta del catalogo (numeros 3901-3922) en todos
      *los idiomas; el texto por omision en espanol va en el codigo.
       01 WS-CAT-COUNT          PIC 9(3) VALUE 0.
       01 WS-CATALOGO-TABLA.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-IDIOMA    PIC X(2).
               10 WS-CAT-NUMERO    PIC 9(4).
               10 WS-CAT-TEXTO     PIC X(60).
       01 WS-CAT-IDX            PIC 9(3).
       01 WS-TXT-NUMERO         PIC 9(4).
       01 WS-TXT-TEXTO          PIC X(60).

      *Idioma vigente por socio (el ultimo recibido de casa matriz).
       01 WS-IDS-COUNT          PIC 9(4) VALUE 0.
       01 WS-IDS-DESBORDE       PIC X VALUE "N".
       01 WS-IDIOMAS-TABLA.
           05 WS-IDS-ENTRY OCCURS 2000 TIMES.
               10 WS-IDS-ID        PIC 9(8).
               10 WS-IDS-IDIOMA    PIC X(2).
       01 WS-IDS-IDX            PIC 9(4).
       01 WS-IDS-HALLADO        PIC 9(4).

       01 WS-MESES-DEFECTO.
           05 FILLER PIC X(12) VALUE "ENERO".
           05 FILLER PIC X(12) VALUE "FEBRERO".
           05 FILLER PIC X(12) VALUE "MARZO".
           05 FILLER PIC X(12) VALUE "ABRIL".
           05 FILLER PIC X(12) VALUE "MAYO".
           05 FILLER PIC X(12) VALUE "JUNIO".
           05 FILLER PIC X(12) VALUE "JULIO".
           05 FILLER PIC X(12) VALUE "AGOSTO".
           05 FILLER PIC X(12) VALUE "SEPTIEMBRE".
           05 FILLER PIC X(12) VALUE "OCTUBRE".
           05 FILLER PIC X(12) VALUE "NOVIEMBRE".
           05 FILLER PIC X(12) VALUE "DICIEMBRE".
       01 WS-MESES-TABLA REDEFINES WS-MESES-DEFECTO.
           05 WS-MES-NOMBRE-DEF PIC X(12) OCCURS 12 TIMES.

       01 WS-MESES-SOCIO.
           05 WS-MES-ENTRY OCCURS 12 TIMES.
               10 WS-MES-VISITAS   PIC 9(5).
               10 WS-MES-PROMEDIO  PIC 9(5).
       01 WS-MES-IDX            PIC 9(2).
       01 WS-ANIO-VISITAS       PIC 9(6).
       01 WS-ANIO-MINUTOS       PIC 9(9).
       01 WS-ANIO-PROMEDIO      PIC 9(5).
       01 WS-ED-VISITAS         PIC ZZZ,ZZ9.
       01 WS-ED-PROMEDIO        PIC ZZ,ZZ9.
       01 WS-ED-FECHA           PIC X(10).

       01 WS-CARTAS             PIC 9(6) VALUE 0.
       01 WS-SIN-VISITAS        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           DISPLAY "VISIT-STMT: CARTAS ANUALES DE VISITAS DEL ANIO "
               WS-ANIO-CARTA.
           PERFORM CARGAR-CATALOGO.
           PERFORM CARGAR-IDIOMAS.
           PERFORM ABRIR-ARCHIVOS.
           IF WS-VISMAST-STATUS = "00" AND WS-HIST-STATUS = "00"
               OPEN OUTPUT LETTER-FILE
               PERFORM REVISAR-MASTER UNTIL EOF-MASTER
               CLOSE LETTER-FILE
               CLOSE VISITOR-MASTER
               CLOSE HISTORY-MASTER
               MOVE "CARTAANU.RPT" TO SPL-REPORTE
               MOVE "P" TO SPL-DISPOSICION
               MOVE 400 TO SPL-DIAS-PURGA
               CALL "SPOOL-REG" USING SPOOL-PARMS
           END-IF.
           DISPLAY "VISIT-STMT: CARTAS EMITIDAS: " WS-CARTAS
               "  SIN VISITAS EN EL ANIO: " WS-SIN-VISITAS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

      * La corrida de diciembre es la del anio en curso; la de enero
      * (o cualquier otra) es la del anio que acaba de cerrar.
       LEER-PARAMETROS.
           MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-CARTA
           IF WS-FECHA-HOY(5:2) NOT = "12"
               SUBTRACT 1 FROM WS-ANIO-CARTA
           END-IF
           OPEN INPUT STATEMENT-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT STATEMENT-PARM-FILE
               CLOSE STATEMENT-PARM-FILE
               OPEN INPUT STATEMENT-PARM-FILE
           END-IF
           IF WS-PARM-STATUS = "00"
               READ STATEMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANIO IS NUMERIC AND PARM-ANIO > "1900"
                           MOVE PARM-ANIO TO WS-ANIO-CARTA
                       END-IF
               END-READ
               CLOSE STATEMENT-PARM-FILE
           END-IF
           COMPUTE WS-PERIODO-DESDE = WS-ANIO-CARTA * 100 + 1
           COMPUTE WS-PERIODO-HASTA = WS-ANIO-CARTA * 100 + 12.

      * El idioma de la corrida (IDIOMA.PRM) es el de los socios sin
      * idioma propio; del catalogo solo interesan los textos de la
      * carta, pero en todos los idiomas.
       CARGAR-CATALOGO.
           OPEN INPUT LANGUAGE-PARM-FILE
           IF WS-IDIOMA-STATUS = "00"
               READ LANGUAGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IDIOMA NOT = SPACES
                           MOVE PARM-IDIOMA TO WS-IDIOMA-CORRIDA
                       END-IF
               END-READ
               CLOSE LANGUAGE-PARM-FILE
           END-IF
           OPEN INPUT MESSAGE-CATALOG
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ MESSAGE-CATALOG
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           IF CAT-NUMERO IS NUMERIC AND
                              CAT-NUMERO >= 3901 AND
                              CAT-NUMERO <= 3922 AND
                              WS-CAT-COUNT < 200
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-IDIOMA TO
                                   WS-CAT-IDIOMA(WS-CAT-COUNT)
                               MOVE CAT-NUMERO TO
                                   WS-CAT-NUMERO(WS-CAT-COUNT)
                               MOVE CAT-TEXTO TO
                                   WS-CAT-TEXTO(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGE-CATALOG
           END-IF.

      * El archivo solo crece: un ID repetido reemplaza su idioma,
      * asi queda el ultimo recibido.
       CARGAR-IDIOMAS.
           OPEN INPUT MEMBER-LANGUAGE-FILE
           IF WS-IDIOMSOC-STATUS = "00"
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ MEMBER-LANGUAGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           IF IDS-ID-VISITANTE IS NUMERIC AND
                              IDS-IDIOMA NOT = SPACES
                               PERFORM GUARDAR-IDIOMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-LANGUAGE-FILE
           END-IF
           IF WS-IDS-DESBORDE = "S"
               DISPLAY "IDIOMSOC.DAT EXCEDE LOS 2000 SOCIOS: LOS "
                   "RESTANTES RECIBEN LA CARTA EN " WS-IDIOMA-CORRIDA
                   "."
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.

       GUARDAR-IDIOMA.
           MOVE 0 TO WS-IDS-HALLADO
           PERFORM VARYING WS-IDS-IDX FROM 1 BY 1
                   UNTIL WS-IDS-IDX > WS-IDS-COUNT
               IF WS-IDS-ID(WS-IDS-IDX) = IDS-ID-VISITANTE
                   MOVE WS-IDS-IDX TO WS-IDS-HALLADO
               END-IF
           END-PERFORM
           IF WS-IDS-HALLADO = 0
               IF WS-IDS-COUNT < 2000
                   ADD 1 TO WS-IDS-COUNT
                   MOVE WS-IDS-COUNT TO WS-IDS-HALLADO
                   MOVE IDS-ID-VISITANTE TO WS-IDS-ID(WS-IDS-HALLADO)
               ELSE
                   MOVE "S" TO WS-IDS-DESBORDE
               END-IF
           END-IF
           IF WS-IDS-HALLADO > 0
               MOVE IDS-IDIOMA TO WS-IDS-IDIOMA(WS-IDS-HALLADO)
           END-IF.

      * Sin historia de visitas no hay cartas: saldrian todas en
      * cero y el socio recibiria un dato falso.
       ABRIR-ARCHIVOS.
           OPEN INPUT VISITOR-MASTER
           IF WS-VISMAST-STATUS NOT = "00"
               MOVE 4003 TO ERR-CODIGO
               MOVE "VISIT-STMT" TO ERR-PROGRAMA
               STRING "NO SE PUDO ABRIR VISMAST.DAT, STATUS="
                   WS-VISMAST-STATUS DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "S" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-SERIO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               OPEN INPUT HISTORY-MASTER
               IF WS-HIST-STATUS NOT = "00"
                   CLOSE VISITOR-MASTER
                   MOVE 4003 TO ERR-CODIGO
                   MOVE "VISIT-STMT" TO ERR-PROGRAMA
                   MOVE SPACES TO ERR-MENSAJE
                   STRING "NO SE PUDO ABRIR VISITHIS.DAT, STATUS="
                       WS-HIST-STATUS
                       DELIMITED BY SIZE INTO ERR-MENSAJE
                   MOVE "S" TO ERR-SEVERIDAD
                   CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
                   MOVE CC-SERIO TO WS-CC-NUEVA
                   PERFORM ANOTAR-CONDICION
               END-IF
           END-IF.

      * Carta para todo socio permanente, suspendido incluido (sigue
      * siendo socio); el ID fusionado o anonimizado ya no lo es.
       REVISAR-MASTER.
           READ VISITOR-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-MASTER
               NOT AT END
                   IF VM-PASE-PERMANENTE AND
                      NOT VM-FUSIONADO AND NOT VM-ANONIMIZADO
                       PERFORM ACUMULAR-HISTORIA
                       PERFORM RESOLVER-IDIOMA
                       PERFORM ESCRIBIR-CARTA
                   END-IF
           END-READ
           IF WS-VISMAST-STATUS NOT = "00" AND
              WS-VISMAST-STATUS NOT = "02"
               MOVE "Y" TO WS-EOF-MASTER
           END-IF.

       ACUMULAR-HISTORIA.
           INITIALIZE WS-MESES-SOCIO
           MOVE 0 TO WS-ANIO-VISITAS
           MOVE 0 TO WS-ANIO-MINUTOS
           MOVE 0 TO WS-ANIO-PROMEDIO
           MOVE VM-ID-VISITANTE TO VH-ID-VISITANTE
           MOVE WS-PERIODO-DESDE TO VH-PERIODO
           MOVE "N" TO WS-FIN-HISTORIA
           START HISTORY-MASTER KEY IS NOT LESS THAN VH-CLAVE
               INVALID KEY
                   MOVE "Y" TO WS-FIN-HISTORIA
           END-START
           PERFORM UNTIL FIN-HISTORIA
               READ HISTORY-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIN-HISTORIA
                   NOT AT END
                       IF VH-ID-VISITANTE NOT = VM-ID-VISITANTE OR
                          VH-PERIODO > WS-PERIODO-HASTA
                           MOVE "Y" TO WS-FIN-HISTORIA
                       ELSE
                           MOVE VH-PERIODO(5:2) TO WS-MES-IDX
                           IF WS-MES-IDX >= 1 AND WS-MES-IDX <= 12
                               MOVE VH-VISITAS TO
                                   WS-MES-VISITAS(WS-MES-IDX)
                               MOVE VH-MINUTOS-PROM TO
                                   WS-MES-PROMEDIO(WS-MES-IDX)
                               ADD VH-VISITAS TO WS-ANIO-VISITAS
                               ADD VH-MINUTOS-TOTAL TO WS-ANIO-MINUTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANIO-VISITAS > 0
               COMPUTE WS-ANIO-PROMEDIO ROUNDED =
                   WS-ANIO-MINUTOS / WS-ANIO-VISITAS
           END-IF.

       RESOLVER-IDIOMA.
           MOVE WS-IDIOMA-CORRIDA TO WS-IDIOMA-SOCIO
           PERFORM VARYING WS-IDS-IDX FROM 1 BY 1
                   UNTIL WS-IDS-IDX > WS-IDS-COUNT
               IF WS-IDS-ID(WS-IDS-IDX) = VM-ID-VISITANTE
                   MOVE WS-IDS-IDIOMA(WS-IDS-IDX) TO WS-IDIOMA-SOCIO
               END-IF
           END-PERFORM.

      * Busca el texto en el idioma del socio; sin entrada en el
      * catalogo se queda el texto por omision que puso el llamador,
      * igual que MENSAJE-SUB.
       TRADUCIR-TEXTO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-IDIOMA(WS-CAT-IDX) = WS-IDIOMA-SOCIO AND
                  WS-CAT-NUMERO(WS-CAT-IDX) = WS-TXT-NUMERO
                   MOVE WS-CAT-TEXTO(WS-CAT-IDX) TO WS-TXT-TEXTO
               END-IF
           END-PERFORM.

      * Una carta por pagina; la primera no salta hoja.
       ESCRIBIR-CARTA.
           ADD 1 TO WS-CARTAS
           MOVE 3901 TO WS-TXT-NUMERO
           MOVE "ESTADO ANUAL DE VISITAS DEL ANIO" TO WS-TXT-TEXTO
           PERFORM TRADUCIR-TEXTO
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TXT-TEXTO TO LETTER-LINE(1:50)
           MOVE WS-ANIO-CARTA TO LETTER-LINE(52:4)
           IF PRIMERA-CARTA
               WRITE LETTER-LINE
               MOVE "N" TO WS-PRIMERA-CARTA
           ELSE
               WRITE LETTER-LINE AFTER ADVANCING PAGE
           END-IF
           PERFORM ESCRIBIR-BLANCO
           MOVE 3902 TO WS-TXT-NUMERO
           MOVE "SOCIO:" TO WS-TXT-TEXTO
           PERFORM TRADUCIR-TEXTO
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TXT-TEXTO TO LETTER-LINE(1:20)
           MOVE VM-ID-VISITANTE TO LETTER-LINE(22:8)
           MOVE VM-NOMBRE TO LETTER-LINE(32:10)
           WRITE LETTER-LINE
           PERFORM ESCRIBIR-BLANCO
           MOVE 3903 TO WS-TXT-NUMERO
           MOVE "Estimado socio: este es el resumen de sus visitas"
               TO WS-TXT-TEXTO
           PERFORM ESCRIBIR-TEXTO
           MOVE 3904 TO WS-TXT-NUMERO
           MOVE "del anio, para su decision de renovacion."
               TO WS-TXT-TEXTO
           PERFORM ESCRIBIR-TEXTO
           PERFORM ESCRIBIR-BLANCO
           MOVE 3905 TO WS-TXT-NUMERO
           MOVE "MES               VISITAS   MINUTOS PROMEDIO"
               TO WS-TXT-TEXTO
           PERFORM ESCRIBIR-TEXTO
           PERFORM ESCRIBIR-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12
           MOVE 3918 TO WS-TXT-NUMERO
           MOVE "TOTAL DEL ANIO" TO WS-TXT-TEXTO
           PERFORM TRADUCIR-TEXTO
           MOVE WS-ANIO-VISITAS TO WS-ED-VISITAS
           MOVE WS-ANIO-PROMEDIO TO WS-ED-PROMEDIO
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TXT-TEXTO TO LETTER-LINE(1:15)
           MOVE WS-ED-VISITAS TO LETTER-LINE(18:7)
           MOVE WS-ED-PROMEDIO TO LETTER-LINE(31:6)
           WRITE LETTER-LINE
           PERFORM ESCRIBIR-BLANCO
           IF WS-ANIO-VISITAS = 0
               ADD 1 TO WS-SIN-VISITAS
               MOVE 3919 TO WS-TXT-NUMERO
               MOVE "No registramos visitas suyas en el anio."
                   TO WS-TXT-TEXTO
               PERFORM ESCRIBIR-TEXTO
           END-IF
           IF VM-FECHA-VENCE IS NUMERIC AND VM-FECHA-VENCE > 0
               MOVE 3920 TO WS-TXT-NUMERO
               MOVE "Su pase vence el:" TO WS-TXT-TEXTO
               PERFORM TRADUCIR-TEXTO
               MOVE SPACES TO WS-ED-FECHA
               STRING VM-FECHA-VENCE(7:2) "/" VM-FECHA-VENCE(5:2) "/"
                   VM-FECHA-VENCE(1:4)
                   DELIMITED BY SIZE INTO WS-ED-FECHA
               MOVE SPACES TO LETTER-LINE
               MOVE WS-TXT-TEXTO TO LETTER-LINE(1:40)
               MOVE WS-ED-FECHA TO LETTER-LINE(42:10)
               WRITE LETTER-LINE
           ELSE
               MOVE 3921 TO WS-TXT-NUMERO
               MOVE "Su pase no tiene fecha de vencimiento."
                   TO WS-TXT-TEXTO
               PERFORM ESCRIBIR-TEXTO
           END-IF
           PERFORM ESCRIBIR-BLANCO
           MOVE 3922 TO WS-TXT-NUMERO
           MOVE "Atentamente, la administracion." TO WS-TXT-TEXTO
           PERFORM ESCRIBIR-TEXTO.

      * Los nombres de los meses tambien salen del catalogo
      * (3906 enero ... 3917 diciembre).
       ESCRIBIR-MES.
           COMPUTE WS-TXT-NUMERO = 3905 + WS-MES-IDX
           MOVE WS-MES-NOMBRE-DEF(WS-MES-IDX) TO WS-TXT-TEXTO
           PERFORM TRADUCIR-TEXTO
           MOVE WS-MES-VISITAS(WS-MES-IDX) TO WS-ED-VISITAS
           MOVE WS-MES-PROMEDIO(WS-MES-IDX) TO WS-ED-PROMEDIO
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TXT-TEXTO TO LETTER-LINE(1:15)
           MOVE WS-ED-VISITAS TO LETTER-LINE(18:7)
           MOVE WS-ED-PROMEDIO TO LETTER-LINE(31:6)
           WRITE LETTER-LINE.

       ESCRIBIR-TEXTO.
           PERFORM TRADUCIR-TEXTO
           MOVE SPACES TO LETTER-LINE
           MOVE WS-TXT-TEXTO TO LETTER-LINE
           WRITE LETTER-LINE.

       ESCRIBIR-BLANCO.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "VISIT-STMT" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "CARTAS ANUALES ANIO=" WS-ANIO-CARTA
               " CARTAS=" WS-CARTAS
               " SIN-VISITAS=" WS-SIN-VISITAS
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

       END PROGRAM VISIT-STMT.
