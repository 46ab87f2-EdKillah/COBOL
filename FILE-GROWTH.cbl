      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly capacity step, run before LOG-ARCHIVE rolls
      *          the logs so each log is counted at its full daily
      *          volume. Counts the records of every master and log
      *          in the suite (the sequential files line by line, the
      *          indexed masters by reading them through), appends
      *          the counts to the capacity history CRECIM.DAT, and
      *          projects each file's growth from the trend over the
      *          last CRECIM.PRM window days (default 28) to the
      *          horizon (default 30 days). CRECIM.RPT warns when a
      *          file is projected to reach, within the horizon, the
      *          limit configured for it in CRECLIM.PRM or the size
      *          of the in-program table that loads it, whichever is
      *          lower - before a job overruns or a table silently
      *          stops taking records. A projected crossing, or a
      *          file already at its limit (error 4026), ends the
      *          step with condition code 4: the file is still
      *          there to act on and the night goes on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-GROWTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MULT-CACHE-SEL.
           COPY VISITOR-MASTER-SEL.
           COPY CALC-LEDGER-SEL.
           COPY ORDPERM-SEL.
           COPY PRESUP-SEL.
           COPY SECRES-SEL.
           SELECT HISTORY-MASTER ASSIGN TO "VISITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT COUNTED-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CONTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADO-STATUS.
           SELECT GROWTH-HISTORY-FILE ASSIGN TO "CRECIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRECIM-STATUS.
           SELECT GROWTH-WORK-FILE ASSIGN TO "CRECIM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT GROWTH-PARM-FILE ASSIGN TO "CRECIM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LIMIT-PARM-FILE ASSIGN TO "CRECLIM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMPRM-STATUS.
           SELECT GROWTH-REPORT-FILE ASSIGN TO "CRECIM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY MULT-CACHE-FD.
       COPY VISITOR-MASTER-FD.
       COPY CALC-LEDGER-FD.
       COPY ORDPERM-FD.
       COPY PRESUP-FD.
       COPY SECRES-FD.

      *Historico de visitas, en el trazado de VISIT-HIST.
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

      *Solo se cuentan lineas: X(400) cubre el registro mas ancho
      *de los maestros y bitacoras secuenciales.
       FD  COUNTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNTED-LINE            PIC X(400).

      *Una linea por archivo y noche: fecha, archivo, registros.
       FD  GROWTH-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROWTH-HISTORY-RECORD.
           05 CRH-FECHA            PIC 9(8).
           05 FILLER               PIC X.
           05 CRH-ARCHIVO          PIC X(14).
           05 FILLER               PIC X.
           05 CRH-REGISTROS        PIC 9(9).

       FD  GROWTH-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROWTH-WORK-RECORD      PIC X(33).

      *Dias de horizonte de la proyeccion y dias de historia sobre
      *los que se mide la tendencia, separados por un espacio.
       FD  GROWTH-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROWTH-PARM-RECORD.
           05 PARM-DIAS-HORIZONTE  PIC 9(3).
           05 FILLER               PIC X.
           05 PARM-DIAS-VENTANA    PIC 9(3).

      *Limite de registros por archivo, uno por linea. Un archivo
      *que no esta en el catalogo se agrega como secuencial.
       FD  LIMIT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-PARM-RECORD.
           05 LIM-ARCHIVO          PIC X(14).
           05 FILLER               PIC X.
           05 LIM-REGISTROS        PIC 9(9).

       FD  GROWTH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-CC-CORRIDA          PIC 9(2) VALUE 0.
       01 WS-CC-NUEVA            PIC 9(2) VALUE 0.
       COPY ERROR-HANDLING-CPY.
       COPY AUDIT-PARMS-CPY.
       COPY SPOOL-PARMS-CPY.

       01 WS-MT-STATUS          PIC XX.
       01 WS-VISMAST-STATUS     PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-ORDPERM-STATUS     PIC XX.
       01 WS-PRESUP-STATUS      PIC XX.
       01 WS-SECRES-STATUS      PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-CONTADO-STATUS     PIC XX.
       01 WS-CRECIM-STATUS      PIC XX.
       01 WS-TRABAJO-STATUS     PIC XX.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-LIMPRM-STATUS      PIC XX.
       01 WS-NOMBRE-CONTADO     PIC X(30).
       01 WS-FECHA-HOY          PIC 9(8).
       01 WS-EOF-ACTUAL         PIC X.
       01 WS-DIAS-HORIZONTE     PIC 9(3) VALUE 30.
       01 WS-DIAS-VENTANA       PIC 9(3) VALUE 28.
      *Un anio y algo de historia alcanza para ver la estacionalidad
      *sin que el propio historico se vuelva un problema de espacio.
       01 WS-DIAS-HISTORIA      PIC 9(3) VALUE 400.
       01 WS-FECHA-VENTANA      PIC 9(8).
       01 WS-FECHA-PURGA        PIC 9(8).

      *Maestros y bitacoras de la suite: nombre, organizacion
      *(S secuencial, I indexado) y, cuando un programa lo carga
      *entero en una tabla, el tamanio de esa tabla y el programa.
      *Al crecer una tabla en un programa se corrige aqui. RATETAB
      *lo cargan PASS-BILLING y operadores-matematicos, con la misma
      *tabla de 200. En MENSAJES.CAT el limite de 300 es por idioma:
      *MENSAJE-SUB carga solo los mensajes del idioma de la sesion.
      *Aqui se mide el archivo entero, asi que con varios idiomas el
      *aviso llega antes de tiempo, nunca tarde.
       01 WS-CATALOGO-DEFECTO.
           05 FILLER PIC X(35)
               VALUE "AJUSTES.DAT   S00500CALC-ADJUST    ".
           05 FILLER PIC X(35)
               VALUE "ALUMNOS.DAT   S00050FORMACION-SUB  ".
           05 FILLER PIC X(35)
               VALUE "AUDIT.TRL     S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCDEV.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCERR.LOG   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCESC.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCJRNL.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCPERS.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCRCY.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCREJ.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCRES.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCTX.DAT    S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCTXIN.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALENDARIO.DATS00200CALENDAR-SUB   ".
           05 FILLER PIC X(35)
               VALUE "DEPTOS.DAT    S00100CALC-EDIT      ".
           05 FILLER PIC X(35)
               VALUE "ERRORES.LOG   S00000               ".
           05 FILLER PIC X(35)
               VALUE "ESCDISPO.LOG  S00000               ".
           05 FILLER PIC X(35)
               VALUE "FUSIONES.DAT  S00500DENY-WATCH     ".
           05 FILLER PIC X(35)
               VALUE "GOTOAUD.LOG   S00000               ".
           05 FILLER PIC X(35)
               VALUE "IDIOMSOC.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "INCIDEN.DAT   S00500INCIDENTE-MAINT".
           05 FILLER PIC X(35)
               VALUE "INVITADOS.DAT S00000               ".
           05 FILLER PIC X(35)
               VALUE "JOBLOG.DAT    S00000               ".
           05 FILLER PIC X(35)
               VALUE "LECCION.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "MENSAJES.CAT  S00300MENSAJE-SUB    ".
           05 FILLER PIC X(35)
               VALUE "NOSHOW.DAT    S00000               ".
           05 FILLER PIC X(35)
               VALUE "OPERMAST.DAT  S00050MENU-DRIVER    ".
           05 FILLER PIC X(35)
               VALUE "PRESENTES.DAT S00000               ".
           05 FILLER PIC X(35)
               VALUE "RATETAB.DAT   S00200PASS-BILLING   ".
           05 FILLER PIC X(35)
               VALUE "RECERT.DAT    S00050ACCESS-RECERT  ".
           05 FILLER PIC X(35)
               VALUE "RELEVO.DAT    S00500RELEVO-MAINT   ".
           05 FILLER PIC X(35)
               VALUE "REPARTO.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "RESERVAS.DAT  S00200RESERVA-MAINT  ".
           05 FILLER PIC X(35)
               VALUE "RESPUEST.LOG  S00000               ".
           05 FILLER PIC X(35)
               VALUE "SECAPROB.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "SECRETEN.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "SESIONES.LOG  S00000               ".
           05 FILLER PIC X(35)
               VALUE "SOCIOS.DAT    S00000               ".
           05 FILLER PIC X(35)
               VALUE "SPOOLCTL.DAT  S00100SPOOL-MGR      ".
           05 FILLER PIC X(35)
               VALUE "TABLAREG.DAT  S10000REQ-STATUS     ".
           05 FILLER PIC X(35)
               VALUE "TRANSREG.DAT  S00000               ".
           05 FILLER PIC X(35)
               VALUE "TUTORES.DAT   S00200TUTOR-MAINT    ".
           05 FILLER PIC X(35)
               VALUE "VISITOR.LOG   S00000               ".
           05 FILLER PIC X(35)
               VALUE "VISJRNL.DAT   S00000               ".
           05 FILLER PIC X(35)
               VALUE "CALCLEDG.DAT  I00000               ".
           05 FILLER PIC X(35)
               VALUE "MULTTAB.DAT   I00000               ".
           05 FILLER PIC X(35)
               VALUE "ORDPERM.DAT   I00000               ".
           05 FILLER PIC X(35)
               VALUE "PRESUP.DAT    I00000               ".
           05 FILLER PIC X(35)
               VALUE "SECRES.DAT    I00000               ".
           05 FILLER PIC X(35)
               VALUE "VISITHIS.DAT  I00000               ".
           05 FILLER PIC X(35)
               VALUE "VISMAST.DAT   I00000               ".
       01 WS-CATALOGO-TABLA REDEFINES WS-CATALOGO-DEFECTO.
           05 WS-CATALOGO-ENTRY OCCURS 51 TIMES.
               10 WS-CAT-NOMBRE     PIC X(14).
               10 WS-CAT-ORGANIZA   PIC X.
               10 WS-CAT-TABLA      PIC 9(5).
               10 WS-CAT-PROGRAMA   PIC X(15).
       01 WS-CAT-IDX            PIC 9(2).

      *Archivos de la corrida: el catalogo mas los que agregue
      *CRECLIM.PRM, con lo contado hoy y la base de la tendencia.
       01 WS-ARCHIVOS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ARCHIVOS-TABLA.
           05 WS-ARCHIVO-ENTRY OCCURS 70 TIMES.
               10 WS-ARC-NOMBRE     PIC X(14).
               10 WS-ARC-ORGANIZA   PIC X.
               10 WS-ARC-TABLA      PIC 9(5).
               10 WS-ARC-PROGRAMA   PIC X(15).
               10 WS-ARC-LIMITE-PRM PIC 9(9).
               10 WS-ARC-EXISTE     PIC X.
               10 WS-ARC-REGISTROS  PIC 9(9).
               10 WS-ARC-BASE-FECHA PIC 9(8).
               10 WS-ARC-BASE-REG   PIC 9(9).
       01 WS-ARC-IDX            PIC 9(2).
       01 WS-ARC-HALLADO        PIC 9(2).
       01 WS-CONTADOR           PIC 9(9).

      *Proyeccion de un archivo.
       01 WS-DIAS-BASE          PIC S9(7).
       01 WS-CRECIMIENTO-DIA    PIC S9(7)V9.
       01 WS-PROYECTADO         PIC S9(10).
       01 WS-LIMITE             PIC 9(9).
       01 WS-ORIGEN-LIMITE      PIC X(15).
       01 WS-DIAS-AL-LIMITE     PIC S9(7).
       01 WS-ESTADO-ARCHIVO     PIC X(8).
       01 WS-REGISTROS-ED       PIC Z(8)9.
       01 WS-CRECIMIENTO-ED     PIC -(6)9.9.
       01 WS-PROYECTADO-ED      PIC Z(8)9.
       01 WS-LIMITE-ED          PIC Z(8)9.
       01 WS-DIAS-ED            PIC Z(4)9.

       01 WS-CONTADOS           PIC 9(3) VALUE 0.
       01 WS-FALTANTES          PIC 9(3) VALUE 0.
       01 WS-AVISOS             PIC 9(3) VALUE 0.
       01 WS-LLENOS             PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-CATALOGO.
           PERFORM LEER-LIMITES.
           PERFORM CONTAR-UN-ARCHIVO
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARCHIVOS-COUNT.
           PERFORM LEER-HISTORIA.
           PERFORM GRABAR-HISTORIA.
           OPEN OUTPUT GROWTH-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "CAPACIDAD DE ARCHIVOS - FECHA: " WS-FECHA-HOY
               "  HORIZONTE: " WS-DIAS-HORIZONTE " DIAS"
               "  TENDENCIA: " WS-DIAS-VENTANA " DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVO        REGISTROS  CREC/DIA PROYECTADO"
               "    LIMITE  DIAS ORIGEN          ESTADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROYECTAR-UN-ARCHIVO
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARCHIVOS-COUNT.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE GROWTH-REPORT-FILE.
           IF WS-AVISOS > 0
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           END-IF.
           DISPLAY "FILE-GROWTH: " WS-CONTADOS " ARCHIVOS CONTADOS, "
               WS-AVISOS " EN AVISO, " WS-LLENOS
               " AL LIMITE (CRECIM.RPT)".
      *    Con avisos el reporte va a la impresora; sin ellos queda
      *    retenido en el spool para consulta.
           MOVE "CRECIM.RPT" TO SPL-REPORTE
           IF WS-AVISOS > 0 OR WS-LLENOS > 0
               MOVE "P" TO SPL-DISPOSICION
           ELSE
               MOVE "H" TO SPL-DISPOSICION
           END-IF
           MOVE 7 TO SPL-DIAS-PURGA
           CALL "SPOOL-REG" USING SPOOL-PARMS.
           PERFORM REGISTRAR-AUDITORIA-SHOP.
           MOVE WS-CC-CORRIDA TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT GROWTH-PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT GROWTH-PARM-FILE
               CLOSE GROWTH-PARM-FILE
               OPEN INPUT GROWTH-PARM-FILE
           END-IF
           READ GROWTH-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-DIAS-HORIZONTE IS NUMERIC AND
                      PARM-DIAS-HORIZONTE > 0
                       MOVE PARM-DIAS-HORIZONTE TO WS-DIAS-HORIZONTE
                   END-IF
                   IF PARM-DIAS-VENTANA IS NUMERIC AND
                      PARM-DIAS-VENTANA > 0
                       MOVE PARM-DIAS-VENTANA TO WS-DIAS-VENTANA
                   END-IF
           END-READ
           CLOSE GROWTH-PARM-FILE
           COMPUTE WS-FECHA-VENTANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - WS-DIAS-VENTANA)
           COMPUTE WS-FECHA-PURGA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
               WS-DIAS-HISTORIA).

       CARGAR-CATALOGO.
           MOVE 0 TO WS-ARCHIVOS-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 51
               ADD 1 TO WS-ARCHIVOS-COUNT
               MOVE WS-CAT-NOMBRE(WS-CAT-IDX) TO
                   WS-ARC-NOMBRE(WS-ARCHIVOS-COUNT)
               MOVE WS-CAT-ORGANIZA(WS-CAT-IDX) TO
                   WS-ARC-ORGANIZA(WS-ARCHIVOS-COUNT)
               MOVE WS-CAT-TABLA(WS-CAT-IDX) TO
                   WS-ARC-TABLA(WS-ARCHIVOS-COUNT)
               MOVE WS-CAT-PROGRAMA(WS-CAT-IDX) TO
                   WS-ARC-PROGRAMA(WS-ARCHIVOS-COUNT)
               PERFORM LIMPIAR-ARCHIVO
           END-PERFORM.

       LIMPIAR-ARCHIVO.
           MOVE 0 TO WS-ARC-LIMITE-PRM(WS-ARCHIVOS-COUNT)
           MOVE "N" TO WS-ARC-EXISTE(WS-ARCHIVOS-COUNT)
           MOVE 0 TO WS-ARC-REGISTROS(WS-ARCHIVOS-COUNT)
           MOVE 0 TO WS-ARC-BASE-FECHA(WS-ARCHIVOS-COUNT)
           MOVE 0 TO WS-ARC-BASE-REG(WS-ARCHIVOS-COUNT).

      * El limite configurado se suma al de la tabla del programa; el
      * reporte usa el menor de los dos.
       LEER-LIMITES.
           OPEN INPUT LIMIT-PARM-FILE
           IF WS-LIMPRM-STATUS = "35"
               OPEN OUTPUT LIMIT-PARM-FILE
               CLOSE LIMIT-PARM-FILE
               OPEN INPUT LIMIT-PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ LIMIT-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF LIM-ARCHIVO NOT = SPACES AND
                          LIM-REGISTROS IS NUMERIC
                           PERFORM ANOTAR-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-PARM-FILE.

       ANOTAR-LIMITE.
           INSPECT LIM-ARCHIVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM BUSCAR-ARCHIVO
           IF WS-ARC-HALLADO = 0 AND WS-ARCHIVOS-COUNT < 70
               ADD 1 TO WS-ARCHIVOS-COUNT
               MOVE LIM-ARCHIVO TO WS-ARC-NOMBRE(WS-ARCHIVOS-COUNT)
               MOVE "S" TO WS-ARC-ORGANIZA(WS-ARCHIVOS-COUNT)
               MOVE 0 TO WS-ARC-TABLA(WS-ARCHIVOS-COUNT)
               MOVE SPACES TO WS-ARC-PROGRAMA(WS-ARCHIVOS-COUNT)
               PERFORM LIMPIAR-ARCHIVO
               MOVE WS-ARCHIVOS-COUNT TO WS-ARC-HALLADO
           END-IF
           IF WS-ARC-HALLADO > 0
               MOVE LIM-REGISTROS TO WS-ARC-LIMITE-PRM(WS-ARC-HALLADO)
           END-IF.

       BUSCAR-ARCHIVO.
           MOVE 0 TO WS-ARC-HALLADO
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-ARCHIVOS-COUNT
               IF WS-ARC-NOMBRE(WS-CAT-IDX) = LIM-ARCHIVO
                   MOVE WS-CAT-IDX TO WS-ARC-HALLADO
               END-IF
           END-PERFORM.

      * Un archivo ausente no se crea: se informa como FALTA y no
      * entra al historico, para no ensuciar la tendencia con ceros.
       CONTAR-UN-ARCHIVO.
           MOVE 0 TO WS-CONTADOR
           IF WS-ARC-ORGANIZA(WS-ARC-IDX) = "I"
               EVALUATE WS-ARC-NOMBRE(WS-ARC-IDX)
                   WHEN "CALCLEDG.DAT"
                       PERFORM CONTAR-CALCLEDG
                   WHEN "MULTTAB.DAT"
                       PERFORM CONTAR-MULTTAB
                   WHEN "ORDPERM.DAT"
                       PERFORM CONTAR-ORDPERM
                   WHEN "PRESUP.DAT"
                       PERFORM CONTAR-PRESUP
                   WHEN "SECRES.DAT"
                       PERFORM CONTAR-SECRES
                   WHEN "VISITHIS.DAT"
                       PERFORM CONTAR-VISITHIS
                   WHEN "VISMAST.DAT"
                       PERFORM CONTAR-VISMAST
               END-EVALUATE
           ELSE
               PERFORM CONTAR-SECUENCIAL
           END-IF
           IF WS-ARC-EXISTE(WS-ARC-IDX) = "S"
               MOVE WS-CONTADOR TO WS-ARC-REGISTROS(WS-ARC-IDX)
               ADD 1 TO WS-CONTADOS
           ELSE
               ADD 1 TO WS-FALTANTES
           END-IF.

       CONTAR-SECUENCIAL.
           MOVE WS-ARC-NOMBRE(WS-ARC-IDX) TO WS-NOMBRE-CONTADO
           OPEN INPUT COUNTED-FILE
           IF WS-CONTADO-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ COUNTED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE COUNTED-FILE
           END-IF.

       CONTAR-CALCLEDG.
           OPEN INPUT LEDGER-MASTER
           IF WS-LEDGER-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ LEDGER-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE LEDGER-MASTER
           END-IF.

       CONTAR-MULTTAB.
           OPEN INPUT MULT-TABLE-MASTER
           IF WS-MT-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ MULT-TABLE-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE MULT-TABLE-MASTER
           END-IF.

       CONTAR-ORDPERM.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDPERM-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       CONTAR-PRESUP.
           OPEN INPUT BUDGET-MASTER
           IF WS-PRESUP-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ BUDGET-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER
           END-IF.

       CONTAR-SECRES.
           OPEN INPUT SEQUENCE-RESULT-MASTER
           IF WS-SECRES-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ SEQUENCE-RESULT-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE SEQUENCE-RESULT-MASTER
           END-IF.

       CONTAR-VISITHIS.
           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ HISTORY-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE HISTORY-MASTER
           END-IF.

       CONTAR-VISMAST.
           OPEN INPUT VISITOR-MASTER
           IF WS-VISMAST-STATUS = "00"
               MOVE "S" TO WS-ARC-EXISTE(WS-ARC-IDX)
               MOVE "N" TO WS-EOF-ACTUAL
               PERFORM UNTIL WS-EOF-ACTUAL = "Y"
                   READ VISITOR-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE VISITOR-MASTER
           END-IF.

      * La base de la tendencia es la cuenta mas vieja de cada archivo
      * dentro de la ventana. De paso se copia al temporal lo que se
      * conserva: se descarta lo de hoy (una re-corrida lo reemplaza)
      * y lo que ya paso el plazo del historico.
       LEER-HISTORIA.
           OPEN INPUT GROWTH-HISTORY-FILE
           IF WS-CRECIM-STATUS = "35"
               OPEN OUTPUT GROWTH-HISTORY-FILE
               CLOSE GROWTH-HISTORY-FILE
               OPEN INPUT GROWTH-HISTORY-FILE
           END-IF
           OPEN OUTPUT GROWTH-WORK-FILE
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ GROWTH-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       IF CRH-FECHA IS NUMERIC AND
                          CRH-REGISTROS IS NUMERIC AND
                          CRH-FECHA < WS-FECHA-HOY AND
                          CRH-FECHA > WS-FECHA-PURGA
                           WRITE GROWTH-WORK-RECORD
                               FROM GROWTH-HISTORY-RECORD
                           IF CRH-FECHA >= WS-FECHA-VENTANA
                               PERFORM ANOTAR-BASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROWTH-HISTORY-FILE
           CLOSE GROWTH-WORK-FILE.

       ANOTAR-BASE.
           MOVE CRH-ARCHIVO TO LIM-ARCHIVO
           PERFORM BUSCAR-ARCHIVO
           IF WS-ARC-HALLADO > 0
               IF WS-ARC-BASE-FECHA(WS-ARC-HALLADO) = 0 OR
                  CRH-FECHA < WS-ARC-BASE-FECHA(WS-ARC-HALLADO)
                   MOVE CRH-FECHA TO WS-ARC-BASE-FECHA(WS-ARC-HALLADO)
                   MOVE CRH-REGISTROS TO
                       WS-ARC-BASE-REG(WS-ARC-HALLADO)
               END-IF
           END-IF.

      * El historico se reescribe desde el temporal y se le agregan
      * las cuentas de hoy.
       GRABAR-HISTORIA.
           OPEN INPUT GROWTH-WORK-FILE
           OPEN OUTPUT GROWTH-HISTORY-FILE
           MOVE "N" TO WS-EOF-ACTUAL
           PERFORM UNTIL WS-EOF-ACTUAL = "Y"
               READ GROWTH-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ACTUAL
                   NOT AT END
                       WRITE GROWTH-HISTORY-RECORD
                           FROM GROWTH-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE GROWTH-WORK-FILE
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARCHIVOS-COUNT
               IF WS-ARC-EXISTE(WS-ARC-IDX) = "S"
                   MOVE SPACES TO GROWTH-HISTORY-RECORD
                   MOVE WS-FECHA-HOY TO CRH-FECHA
                   MOVE WS-ARC-NOMBRE(WS-ARC-IDX) TO CRH-ARCHIVO
                   MOVE WS-ARC-REGISTROS(WS-ARC-IDX) TO CRH-REGISTROS
                   WRITE GROWTH-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE GROWTH-HISTORY-FILE.

      * Crecimiento diario = (hoy - base) / dias entre ambas; la
      * proyeccion lo extiende al horizonte. El limite es el menor
      * entre el configurado y la tabla del programa que carga el
      * archivo entero.
       PROYECTAR-UN-ARCHIVO.
           MOVE 0 TO WS-CRECIMIENTO-DIA
           MOVE WS-ARC-REGISTROS(WS-ARC-IDX) TO WS-PROYECTADO
           MOVE 0 TO WS-LIMITE
           MOVE SPACES TO WS-ORIGEN-LIMITE
           MOVE -1 TO WS-DIAS-AL-LIMITE
           IF WS-ARC-TABLA(WS-ARC-IDX) > 0
               MOVE WS-ARC-TABLA(WS-ARC-IDX) TO WS-LIMITE
               MOVE WS-ARC-PROGRAMA(WS-ARC-IDX) TO WS-ORIGEN-LIMITE
           END-IF
           IF WS-ARC-LIMITE-PRM(WS-ARC-IDX) > 0 AND
              (WS-LIMITE = 0 OR
               WS-ARC-LIMITE-PRM(WS-ARC-IDX) < WS-LIMITE)
               MOVE WS-ARC-LIMITE-PRM(WS-ARC-IDX) TO WS-LIMITE
               MOVE "CRECLIM.PRM" TO WS-ORIGEN-LIMITE
           END-IF
           EVALUATE TRUE
               WHEN WS-ARC-EXISTE(WS-ARC-IDX) NOT = "S"
                   MOVE "FALTA" TO WS-ESTADO-ARCHIVO
               WHEN OTHER
                   IF WS-ARC-BASE-FECHA(WS-ARC-IDX) > 0
                       PERFORM CALCULAR-TENDENCIA
                       MOVE "OK" TO WS-ESTADO-ARCHIVO
                   ELSE
                       MOVE "SIN HIST" TO WS-ESTADO-ARCHIVO
                   END-IF
                   IF WS-LIMITE > 0
                       PERFORM EVALUAR-LIMITE
                   END-IF
           END-EVALUATE
           PERFORM ESCRIBIR-ARCHIVO.

       CALCULAR-TENDENCIA.
           COMPUTE WS-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
               FUNCTION INTEGER-OF-DATE(WS-ARC-BASE-FECHA(WS-ARC-IDX))
           IF WS-DIAS-BASE > 0
               COMPUTE WS-CRECIMIENTO-DIA ROUNDED =
                   (WS-ARC-REGISTROS(WS-ARC-IDX) -
                    WS-ARC-BASE-REG(WS-ARC-IDX)) / WS-DIAS-BASE
               COMPUTE WS-PROYECTADO ROUNDED =
                   WS-ARC-REGISTROS(WS-ARC-IDX) +
                   WS-CRECIMIENTO-DIA * WS-DIAS-HORIZONTE
               IF WS-PROYECTADO < 0
                   MOVE 0 TO WS-PROYECTADO
               END-IF
           END-IF.

      * Llegar a la tabla de un programa ya es perder registros (el
      * programa deja de cargarlos o pasa a solo consulta), pero la
      * corrida de la noche no tiene nada que frenar por eso: va al
      * log de errores y deja aviso, como el cruce dentro del
      * horizonte, para que alguien amplie la tabla o depure.
       EVALUAR-LIMITE.
           IF WS-ARC-REGISTROS(WS-ARC-IDX) >= WS-LIMITE
               MOVE "LLENO" TO WS-ESTADO-ARCHIVO
               MOVE 0 TO WS-DIAS-AL-LIMITE
               ADD 1 TO WS-LLENOS
               MOVE 4026 TO ERR-CODIGO
               MOVE "FILE-GROWTH" TO ERR-PROGRAMA
               MOVE SPACES TO ERR-MENSAJE
               STRING WS-ARC-NOMBRE(WS-ARC-IDX) " AL LIMITE DE "
                   WS-ORIGEN-LIMITE
                   DELIMITED BY SIZE INTO ERR-MENSAJE
               MOVE "W" TO ERR-SEVERIDAD
               CALL "ERROR-HANDLER" USING ERROR-HANDLING-PARMS
               MOVE CC-AVISO TO WS-CC-NUEVA
               PERFORM ANOTAR-CONDICION
           ELSE
               IF WS-CRECIMIENTO-DIA > 0
                   COMPUTE WS-DIAS-AL-LIMITE =
                       (WS-LIMITE - WS-ARC-REGISTROS(WS-ARC-IDX)) /
                       WS-CRECIMIENTO-DIA
                   IF WS-DIAS-AL-LIMITE <= WS-DIAS-HORIZONTE
                       MOVE "AVISO" TO WS-ESTADO-ARCHIVO
                       ADD 1 TO WS-AVISOS
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-ARCHIVO.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ARC-NOMBRE(WS-ARC-IDX) TO REPORT-LINE(1:14)
           IF WS-ARC-EXISTE(WS-ARC-IDX) = "S"
               MOVE WS-ARC-REGISTROS(WS-ARC-IDX) TO WS-REGISTROS-ED
               MOVE WS-REGISTROS-ED TO REPORT-LINE(16:9)
               MOVE WS-CRECIMIENTO-DIA TO WS-CRECIMIENTO-ED
               MOVE WS-CRECIMIENTO-ED TO REPORT-LINE(26:9)
               MOVE WS-PROYECTADO TO WS-PROYECTADO-ED
               MOVE WS-PROYECTADO-ED TO REPORT-LINE(36:9)
           END-IF
           IF WS-LIMITE > 0
               MOVE WS-LIMITE TO WS-LIMITE-ED
               MOVE WS-LIMITE-ED TO REPORT-LINE(46:9)
               MOVE WS-ORIGEN-LIMITE TO REPORT-LINE(62:15)
           END-IF
           IF WS-DIAS-AL-LIMITE >= 0
               MOVE WS-DIAS-AL-LIMITE TO WS-DIAS-ED
               MOVE WS-DIAS-ED TO REPORT-LINE(56:5)
           END-IF
           MOVE WS-ESTADO-ARCHIVO TO REPORT-LINE(78:8)
           WRITE REPORT-LINE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVOS CONTADOS:     " WS-CONTADOS
               "  AUSENTES: " WS-FALTANTES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LLEGAN AL LIMITE EN " WS-DIAS-HORIZONTE
               " DIAS: " WS-AVISOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "YA EN EL LIMITE:       " WS-LLENOS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AVISOS = 0 AND WS-LLENOS = 0
               MOVE "SIN ARCHIVOS CERCA DE SU LIMITE." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REGISTRAR-AUDITORIA-SHOP.
           MOVE "FILE-GROWTH" TO AUP-PROGRAMA
           MOVE SPACES TO AUP-EVENTO
           STRING "CAPACIDAD CONTADOS=" WS-CONTADOS
               " AVISOS=" WS-AVISOS
               " LLENOS=" WS-LLENOS
               " AUSENTES=" WS-FALTANTES
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

       END PROGRAM FILE-GROWTH.
