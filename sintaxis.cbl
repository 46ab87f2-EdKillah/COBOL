           SELECT SCHEDULE-FILE ASSIGN TO "HORARIO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           COPY PRESENTES-SEL.
           COPY VISITOR-MASTER-SEL.
           COPY RESERVA-SEL.
           COPY TUTOR-SEL.
           COPY INCIDENTE-SEL.
           COPY FUSION-SEL.

       DATA DIVISION.
       FILE SECTION.

      *Quien esta dentro del local ahora mismo; sobrevive entre
      *corridas para que el aforo actual no se pierda.
       COPY PRESENTES-FD.

      *Horario de atencion por dia de la semana (1=LUNES ... 7=DOMINGO)
       FD  SCHEDULE-FILE
           05 PARM-HORA-CIERRA    PIC 9(4).

       COPY RESERVA-FD.
       COPY TUTOR-FD.
       COPY INCIDENTE-FD.
       COPY FUSION-FD.

       WORKING-STORAGE SECTION.
       COPY CONDICION-CPY.
       01 WS-TIPO-MOVIMIENTO PIC X VALUE "E".
           88 MOVIMIENTO-ENTRADA VALUES "E" "e".
           88 MOVIMIENTO-SALIDA  VALUES "S" "s".
           88 MOVIMIENTO-GRUPO   VALUES "G" "g".
       01 WS-AFORO-MAXIMO PIC 9(4) VALUE 100.
       01 WS-PRESENTES-COUNT PIC 9(4) VALUE 0.
       01 WS-PRESENTES-TABLA.
               10 WS-PRES-ID      PIC 9(8).
               10 WS-PRES-NOMBRE  PIC A(10).
               10 WS-PRES-HORA    PIC 9(8).
               10 WS-PRES-MARCA   PIC X.
               10 WS-PRES-PERSONAS PIC 9(3).
               10 WS-PRES-ENTRADA PIC X(2).
       01 WS-PRES-IDX PIC 9(4).
      *El aforo se cuenta en personas, no en entradas del registro: un
      *grupo reservado ocupa una sola entrada con su numero de personas.
       01 WS-PERSONAS-DENTRO PIC 9(4) VALUE 0.
       01 WS-PERSONAS-MOVIMIENTO PIC 9(3) VALUE 1.
       01 WS-PERSONAS-LLEGAN PIC 9(3) VALUE 0.
      *Entrada (puerta) de esta terminal, de la linea de comando
      *(sintaxis 02); sin parametro es la entrada principal 01. Cada
      *movimiento se hace bajo el candado PRESENTES, releyendo el
      *registro y las reservas que la otra puerta pudo cambiar.
       01 WS-PARM-COMANDO PIC X(20) VALUE SPACES.
       01 WS-ENTRADA-PUERTA PIC X(2) VALUE "01".
       01 WS-PUERTA-TOMADA PIC X VALUE "N".
           88 PUERTA-TOMADA VALUE "S".
       01 WS-PRES-HALLADO PIC 9(4) VALUE 0.
       01 WS-ID-ENTRADA PIC X(8) VALUE SPACES.
       01 WS-ACCION-FORMA PIC X VALUE "A".
           88 VISITANTE-SUSPENDIDO  VALUE "S".
           88 VISITANTE-NO-REGISTRADO VALUE "N".
           88 VISITANTE-PASE-VENCIDO VALUE "V".
           88 VISITANTE-FUSIONADO   VALUE "F".
      *Vinculos activos menor / adulto autorizado de TUTORES.DAT: un
      *menor entra solo mientras uno de sus tutores este dentro.
       01 WS-TUTOR-STATUS PIC XX.
       01 WS-EOF-TUTORES PIC X VALUE "N".
           88 EOF-TUTORES VALUE "Y".
       01 WS-VINCULOS-COUNT PIC 9(3) VALUE 0.
       01 WS-VINCULOS-TABLA.
           05 WS-VINCULO-ENTRY OCCURS 200 TIMES.
               10 WS-VIN-MENOR     PIC 9(8).
               10 WS-VIN-TUTOR     PIC 9(8).
       01 WS-VIN-IDX PIC 9(3).
       01 WS-VIN-IDX2 PIC 9(3).
       01 WS-TUTOR-HALLADO PIC 9(8) VALUE 0.
       01 WS-ID-BUSCADO PIC 9(8).
       01 WS-PRES-BUSCADO PIC 9(4).
       01 WS-MENOR-IDX PIC 9(4).
       01 WS-OTRO-TUTOR PIC X VALUE "N".
           88 HAY-OTRO-TUTOR VALUE "S".
      *Incidente abierto mas reciente del ID suspendido, para que la
      *denegacion diga por que esta suspendido (INCIDENTE-MAINT).
       01 WS-INCIDEN-STATUS PIC XX.
       01 WS-EOF-INCIDENTES PIC X VALUE "N".
           88 EOF-INCIDENTES VALUE "Y".
       01 WS-INCIDENTE-CITADO.
           05 WS-CIT-NUMERO     PIC 9(6) VALUE 0.
           05 WS-CIT-FECHA      PIC 9(8).
           05 WS-CIT-TIPO       PIC X(10).
           05 WS-CIT-SEVERIDAD  PIC X.
      *ID al que se fusiono una inscripcion duplicada (VISITOR-MERGE),
      *para mandar al visitante a usar el ID vigente.
       01 WS-FUSION-STATUS PIC XX.
       01 WS-EOF-FUSIONES PIC X VALUE "N".
           88 EOF-FUSIONES VALUE "Y".
       01 WS-ID-VIGENTE-FUSION PIC 9(8) VALUE 0.

      *Formulario de captura a pantalla completa: todos los campos del
      *visitante a la vez, para que un error en un campo no obligue a
           05 BLANK SCREEN.
           05 LINE 1 COL 10 VALUE
               "REGISTRO DE VISITANTES - CONTROL DE ACCESO".
           05 LINE 3 COL 5 VALUE "MOVIMIENTO E/S/G . :".
           05 LINE 3 COL 26 PIC X USING WS-TIPO-MOVIMIENTO.
           05 LINE 5 COL 5 VALUE "IDENTIFICACION . . :".
           05 LINE 5 COL 26 PIC X(8) USING WS-ID-ENTRADA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICAR-ENTRADA.
            PERFORM LEER-PARAMETRO-EDAD.
            PERFORM LEER-HORARIO.
            PERFORM ABRIR-MASTER-VISITANTES.
      *      DISPLAY "El valor del numero es: "NUMERO.
            PERFORM LEER-ROSTER.
            PERFORM LEER-RESERVAS.
            PERFORM LEER-TUTORES.
            PERFORM PROCESAR-VISITANTE UNTIL WS-OTRO-VISITANTE = "N" OR
                WS-OTRO-VISITANTE = "n".
            CLOSE VISITOR-MASTER.
            MOVE "SINTAXIS-EDAD" TO AUP-PROGRAMA
            MOVE "C" TO AUP-ACCION
            CALL "AUDIT-WRITER" USING AUDIT-PARMS.
            PERFORM LEER-ROSTER.
            PERFORM INFORMAR-PRESENTES.
            MOVE WS-CC-CORRIDA TO RETURN-CODE
            GOBACK.

      * Con dos puertas la bitacora de visitantes se abre y se cierra
      * en cada movimiento, dentro del candado PRESENTES, para que los
      * registros de ambas terminales no se entreveren; la del taller
      * la administra AUDIT-WRITER (candado AUDIT incluido).
       ABRIR-BITACORAS.
            OPEN EXTEND VISITOR-LOG
            IF WS-VISITOR-STATUS = "35"
            IF MODO-INTERACTIVO AND FORMA-CANCELADA
                DISPLAY "CAPTURA CANCELADA POR EL OPERADOR."
            ELSE
                MOVE 1 TO WS-PERSONAS-MOVIMIENTO
                IF MOVIMIENTO-GRUPO
                    PERFORM PEDIR-PERSONAS-GRUPO
                END-IF
                PERFORM TOMAR-PUERTA
                IF PUERTA-TOMADA
                    ACCEPT HORA-LLEGADA FROM TIME
                    EVALUATE TRUE
                        WHEN MOVIMIENTO-SALIDA
                            PERFORM PROCESAR-SALIDA
                        WHEN MOVIMIENTO-GRUPO
                            PERFORM PROCESAR-GRUPO
                        WHEN OTHER
                            PERFORM PROCESAR-ENTRADA
                    END-EVALUATE
                    PERFORM LIBERAR-PUERTA
                END-IF
            END-IF.
            IF MODO-LOTE
                ACCEPT WS-OTRO-VISITANTE
            END-IF.

      * El movimiento completo (aforo, registro de presentes, reservas
      * y bitacora) se hace con el candado PRESENTES tomado y con los
      * archivos releidos, asi el aforo es el de todo el local y la
      * otra puerta no pisa lo que esta grabo. Los tutores tambien se
      * releen: TUTOR-MAINT y VISITOR-MERGE los cambian con la puerta
      * abierta.
       TOMAR-PUERTA.
            MOVE "N" TO WS-PUERTA-TOMADA
            MOVE "PRESENTES" TO LCK-RECURSO
            MOVE "T" TO LCK-ACCION
            MOVE "SINTAXIS-EDAD" TO LCK-PROGRAMA
            CALL "FILE-LOCK" USING LOCK-PARMS
            IF LCK-NO-OBTENIDO
                MOVE 1116 TO MSJ-NUMERO
                MOVE "PRESENTES OCUPADO, REPITA EL MOVIMIENTO."
                    TO MSJ-TEXTO
                PERFORM MOSTRAR-MENSAJE
                MOVE CC-AVISO TO WS-CC-NUEVA
                PERFORM ANOTAR-CONDICION
            ELSE
                MOVE "S" TO WS-PUERTA-TOMADA
                PERFORM LEER-ROSTER
                PERFORM LEER-RESERVAS
                PERFORM LEER-TUTORES
                PERFORM ABRIR-BITACORAS
            END-IF.

      * Se cierra tambien la bitacora del taller: AUDIT-WRITER guarda
      * el candado AUDIT mientras la tiene abierta y la otra puerta
      * quedaria esperandolo toda la jornada.
       LIBERAR-PUERTA.
            CLOSE VISITOR-LOG
            MOVE "PRESENTES" TO LCK-RECURSO
            MOVE "L" TO LCK-ACCION
            MOVE "SINTAXIS-EDAD" TO LCK-PROGRAMA
            CALL "FILE-LOCK" USING LOCK-PARMS
            MOVE "N" TO WS-PUERTA-TOMADA
            MOVE "SINTAXIS-EDAD" TO AUP-PROGRAMA
            MOVE "C" TO AUP-ACCION
            CALL "AUDIT-WRITER" USING AUDIT-PARMS.

       IDENTIFICAR-ENTRADA.
            ACCEPT WS-PARM-COMANDO FROM COMMAND-LINE
            IF WS-PARM-COMANDO(1:2) NOT = SPACES
                IF WS-PARM-COMANDO(2:1) = SPACE
                    MOVE "0" TO WS-ENTRADA-PUERTA(1:1)
                    MOVE WS-PARM-COMANDO(1:1) TO WS-ENTRADA-PUERTA(2:1)
                ELSE
                    MOVE WS-PARM-COMANDO(1:2) TO WS-ENTRADA-PUERTA
                END-IF
            END-IF
            DISPLAY "PUERTA DE ENTRADA: " WS-ENTRADA-PUERTA.

       CAPTURAR-FORMA-VISITANTE.
            MOVE "E" TO WS-TIPO-MOVIMIENTO
            MOVE SPACES TO WS-ID-ENTRADA
                        MOVE "ACCION DEBE SER A O C" TO
                            WS-MENSAJE-FORMA
                    WHEN NOT MOVIMIENTO-ENTRADA AND
                         NOT MOVIMIENTO-SALIDA AND
                         NOT MOVIMIENTO-GRUPO
                        MOVE "MOVIMIENTO DEBE SER E, S O G" TO
                            WS-MENSAJE-FORMA
                    WHEN WS-ID-ENTRADA IS NOT NUMERIC
                        MOVE "LA IDENTIFICACION DEBE SER NUMERICA" TO
                            WS-MENSAJE-FORMA
                    WHEN NOT MOVIMIENTO-SALIDA AND NOMBRE = SPACES
                        MOVE "EL NOMBRE ES OBLIGATORIO" TO
                            WS-MENSAJE-FORMA
                    WHEN NOT MOVIMIENTO-SALIDA AND
                         NOMBRE IS NOT ALPHABETIC
                        MOVE "EL NOMBRE DEBE SER ALFABETICO" TO
                            WS-MENSAJE-FORMA
            PERFORM VERIFICAR-DENEGADO-PREVIO.
            PERFORM BUSCAR-RESERVA.
            PERFORM VERIFICAR-AFORO.
            PERFORM VERIFICAR-TUTOR-PRESENTE.
            EVALUATE TRUE
                WHEN FUERA-HORARIO
                    MOVE 1101 TO MSJ-NUMERO
                    MOVE "SUSPENDIDO" TO WS-MOTIVO-DENEGACION
                    PERFORM REGISTRAR-VISITA
                    PERFORM REGISTRAR-AUDITORIA-SHOP
                    PERFORM CITAR-INCIDENTE
                    MOVE CC-AVISO TO WS-CC-NUEVA
                    PERFORM ANOTAR-CONDICION
                WHEN VISITANTE-FUSIONADO
                    MOVE 1118 TO MSJ-NUMERO
                    MOVE "ID FUSIONADO EN OTRO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    PERFORM MOSTRAR-MENSAJE
                    MOVE "ID FUSIONADO" TO WS-MOTIVO-DENEGACION
                    PERFORM REGISTRAR-VISITA
                    PERFORM REGISTRAR-AUDITORIA-SHOP
                    PERFORM CITAR-FUSION
                    MOVE CC-AVISO TO WS-CC-NUEVA
                    PERFORM ANOTAR-CONDICION
                WHEN VISITANTE-PASE-VENCIDO
                    PERFORM REGISTRAR-AUDITORIA-SHOP
                    MOVE CC-AVISO TO WS-CC-NUEVA
                    PERFORM ANOTAR-CONDICION
      *         Va antes del intento repetido: el menor rechazado solo
      *         puede volver y entrar cuando ya llego su tutor.
                WHEN EDAD < MINIMUM-EDAD AND WS-TUTOR-HALLADO > 0
                    MOVE 1110 TO MSJ-NUMERO
                    MOVE "Menor acompanado por su tutor. Bienvenido:"
                        TO MSJ-TEXTO
                    PERFORM MOSTRAR-MENSAJE
                    DISPLAY "  " NOMBRE " (TUTOR " WS-TUTOR-HALLADO ")"
                    MOVE SPACES TO WS-MOTIVO-DENEGACION
                    PERFORM REGISTRAR-VISITA
                    PERFORM REGISTRAR-AUDITORIA-SHOP
                    MOVE SPACES TO AUP-EVENTO
                    STRING "MENOR ACOMPANADO ID=" ID-VISITANTE
                        " TUTOR=" WS-TUTOR-HALLADO
                        DELIMITED BY SIZE INTO AUP-EVENTO
                    CALL "AUDIT-WRITER" USING AUDIT-PARMS
                    PERFORM AGREGAR-PRESENTE
                    IF WS-RSV-HALLADO > 0
                        PERFORM CONSUMIR-RESERVA
                    END-IF
                WHEN VISITANTE-YA-DENEGADO
                    MOVE 1107 TO MSJ-NUMERO
                    MOVE "No eres mayor de edad, no puedes ingresar."
                    PERFORM ANOTAR-CONDICION
            END-EVALUATE.

      * Entrada de un grupo reservado en una sola transaccion: el
      * titular presenta su ID, la reserva de hoy da el tamano del
      * grupo y el grupo completo se mide contra el aforo, se anota
      * con su numero de personas en VISITOR.LOG y ocupa una sola
      * entrada en el registro de presentes.
       PROCESAR-GRUPO.
            PERFORM BUSCAR-VISITANTE-MASTER.
            PERFORM VERIFICAR-HORARIO.
            PERFORM BUSCAR-RESERVA.
            IF WS-RSV-HALLADO > 0
                PERFORM AJUSTAR-PERSONAS-GRUPO
            END-IF
            PERFORM VERIFICAR-AFORO.
            EVALUATE TRUE
                WHEN FUERA-HORARIO
                    MOVE 1101 TO MSJ-NUMERO
                    MOVE "EL LOCAL ESTA CERRADO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    MOVE "FUERA DE HORARIO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                WHEN VISITANTE-NO-REGISTRADO
                    MOVE 1102 TO MSJ-NUMERO
                    MOVE "ID NO REGISTRADO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    MOVE "NO REGISTRADO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                WHEN VISITANTE-SUSPENDIDO
                    MOVE 1103 TO MSJ-NUMERO
                    MOVE "ID SUSPENDIDO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    MOVE "SUSPENDIDO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                    PERFORM CITAR-INCIDENTE
                WHEN VISITANTE-FUSIONADO
                    MOVE 1118 TO MSJ-NUMERO
                    MOVE "ID FUSIONADO EN OTRO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    MOVE "ID FUSIONADO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                    PERFORM CITAR-FUSION
                WHEN VISITANTE-PASE-VENCIDO
                    MOVE 1109 TO MSJ-NUMERO
                    MOVE "PASE VENCIDO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    MOVE "PASE VENCIDO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                WHEN WS-RSV-HALLADO = 0
                    MOVE 1112 TO MSJ-NUMERO
                    MOVE "EL ID NO TIENE RESERVA DE GRUPO PARA HOY."
                        TO MSJ-TEXTO
                    MOVE "SIN RESERVA GRUPO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                WHEN EDAD < MINIMUM-EDAD
                    MOVE 1113 TO MSJ-NUMERO
                    MOVE "EL TITULAR DEL GRUPO DEBE SER MAYOR DE EDAD."
                        TO MSJ-TEXTO
                    MOVE "TITULAR MENOR" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                WHEN AFORO-LLENO
                    MOVE 1104 TO MSJ-NUMERO
                    MOVE "AFORO COMPLETO, NO PUEDES INGRESAR."
                        TO MSJ-TEXTO
                    MOVE "AFORO COMPLETO" TO WS-MOTIVO-DENEGACION
                    PERFORM DENEGAR-GRUPO
                WHEN OTHER
                    MOVE 1114 TO MSJ-NUMERO
                    MOVE "Grupo admitido. Bienvenidos:" TO MSJ-TEXTO
                    PERFORM MOSTRAR-MENSAJE
                    DISPLAY "  " NOMBRE " Y SU GRUPO, PERSONAS: "
                        WS-PERSONAS-MOVIMIENTO
                    MOVE SPACES TO WS-MOTIVO-DENEGACION
                    PERFORM REGISTRAR-VISITA
                    PERFORM REGISTRAR-AUDITORIA-SHOP
                    MOVE SPACES TO AUP-EVENTO
                    STRING "GRUPO ENTRADA ID=" ID-VISITANTE
                        " PERSONAS=" WS-PERSONAS-MOVIMIENTO
                        " RESERVADAS=" WS-RSV-PERSONAS(WS-RSV-HALLADO)
                        DELIMITED BY SIZE INTO AUP-EVENTO
                    CALL "AUDIT-WRITER" USING AUDIT-PARMS
                    PERFORM AGREGAR-PRESENTE
                    PERFORM CONSUMIR-RESERVA
            END-EVALUATE.

      * Se pregunta antes de tomar el candado, para no tener detenida
      * a la otra puerta mientras el operador cuenta al grupo.
       PEDIR-PERSONAS-GRUPO.
            MOVE 1115 TO MSJ-NUMERO
            MOVE "Personas que llegan (0 = grupo completo): "
                TO MSJ-TEXTO
            PERFORM MOSTRAR-MENSAJE
            MOVE 0 TO WS-PERSONAS-LLEGAN
            ACCEPT WS-PERSONAS-LLEGAN.

      * Llega el grupo reservado o parte de el; los que no llegaron
      * no siguen apartando aforo porque la reserva se consume
      * completa.
       AJUSTAR-PERSONAS-GRUPO.
            MOVE WS-RSV-PERSONAS(WS-RSV-HALLADO) TO
                WS-PERSONAS-MOVIMIENTO
            IF WS-PERSONAS-MOVIMIENTO = 0
                MOVE 1 TO WS-PERSONAS-MOVIMIENTO
            END-IF
            DISPLAY "RESERVA DE GRUPO: " WS-PERSONAS-MOVIMIENTO
                " PERSONAS."
            EVALUATE TRUE
                WHEN WS-PERSONAS-LLEGAN = 0
                    CONTINUE
                WHEN WS-PERSONAS-LLEGAN > WS-PERSONAS-MOVIMIENTO
                    DISPLAY "MAS PERSONAS QUE LAS RESERVADAS; SOLO "
                        "ENTRAN LAS " WS-PERSONAS-MOVIMIENTO
                        " DE LA RESERVA."
                WHEN OTHER
                    MOVE WS-PERSONAS-LLEGAN TO WS-PERSONAS-MOVIMIENTO
            END-EVALUATE.

       DENEGAR-GRUPO.
            PERFORM MOSTRAR-MENSAJE
            PERFORM REGISTRAR-VISITA
            PERFORM REGISTRAR-AUDITORIA-SHOP
            MOVE CC-AVISO TO WS-CC-NUEVA
            PERFORM ANOTAR-CONDICION.

      * Salida del local: se retira al visitante del registro de
      * presentes y se anota la salida en VISITOR.LOG. La salida del
      * titular de un grupo libera el grupo completo.
       PROCESAR-SALIDA.
            MOVE 0 TO EDAD
            MOVE 0 TO WS-PRES-HALLADO
                PERFORM REGISTRAR-AUDITORIA-SHOP
            ELSE
                MOVE WS-PRES-NOMBRE(WS-PRES-HALLADO) TO NOMBRE
                MOVE WS-PRES-PERSONAS(WS-PRES-HALLADO) TO
                    WS-PERSONAS-MOVIMIENTO
                PERFORM RETIRAR-PRESENTE
                IF WS-PERSONAS-MOVIMIENTO > 1
                    DISPLAY "SALE EL GRUPO DE " NOMBRE ", PERSONAS: "
                        WS-PERSONAS-MOVIMIENTO
                END-IF
                DISPLAY "HASTA LUEGO " NOMBRE
                    ". QUEDAN DENTRO: " WS-PERSONAS-DENTRO
                MOVE SPACES TO WS-MOTIVO-DENEGACION
                PERFORM REGISTRAR-VISITA
                PERFORM REGISTRAR-AUDITORIA-SHOP
                IF WS-PERSONAS-MOVIMIENTO > 1
                    MOVE SPACES TO AUP-EVENTO
                    STRING "GRUPO SALIDA ID=" ID-VISITANTE
                        " PERSONAS=" WS-PERSONAS-MOVIMIENTO
                        DELIMITED BY SIZE INTO AUP-EVENTO
                    CALL "AUDIT-WRITER" USING AUDIT-PARMS
                END-IF
            END-IF
            CONTINUE.

                MOVE ID-VISITANTE TO WS-PRES-ID(WS-PRESENTES-COUNT)
                MOVE NOMBRE TO WS-PRES-NOMBRE(WS-PRESENTES-COUNT)
                MOVE HORA-LLEGADA TO WS-PRES-HORA(WS-PRESENTES-COUNT)
                MOVE SPACE TO WS-PRES-MARCA(WS-PRESENTES-COUNT)
                MOVE WS-PERSONAS-MOVIMIENTO TO
                    WS-PRES-PERSONAS(WS-PRESENTES-COUNT)
                MOVE WS-ENTRADA-PUERTA TO
                    WS-PRES-ENTRADA(WS-PRESENTES-COUNT)
                ADD WS-PERSONAS-MOVIMIENTO TO WS-PERSONAS-DENTRO
                PERFORM DESMARCAR-MENORES
                PERFORM ESCRIBIR-ROSTER
            END-IF.

       RETIRAR-PRESENTE.
            IF WS-PERSONAS-DENTRO >= WS-PRES-PERSONAS(WS-PRES-HALLADO)
                SUBTRACT WS-PRES-PERSONAS(WS-PRES-HALLADO)
                    FROM WS-PERSONAS-DENTRO
            ELSE
                MOVE 0 TO WS-PERSONAS-DENTRO
            END-IF
            PERFORM VARYING WS-PRES-IDX FROM WS-PRES-HALLADO BY 1
                    UNTIL WS-PRES-IDX >= WS-PRESENTES-COUNT
                MOVE WS-PRESENTE-ENTRY(WS-PRES-IDX + 1) TO
                    WS-PRESENTE-ENTRY(WS-PRES-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-PRESENTES-COUNT
            PERFORM MARCAR-MENORES-SOLOS
            PERFORM ESCRIBIR-ROSTER.

      * Si el que sale es tutor, cada menor suyo que siga dentro sin
      * ningun otro tutor presente queda marcado en el registro para
      * que recepcion sepa que se quedo solo.
       MARCAR-MENORES-SOLOS.
            PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                    UNTIL WS-VIN-IDX > WS-VINCULOS-COUNT
                IF WS-VIN-TUTOR(WS-VIN-IDX) = ID-VISITANTE
                    MOVE WS-VIN-MENOR(WS-VIN-IDX) TO WS-ID-BUSCADO
                    PERFORM BUSCAR-PRESENTE-ID
                    MOVE WS-PRES-BUSCADO TO WS-MENOR-IDX
                    IF WS-MENOR-IDX > 0
                        IF WS-PRES-MARCA(WS-MENOR-IDX) NOT = "M"
                            PERFORM BUSCAR-OTRO-TUTOR
                            IF NOT HAY-OTRO-TUTOR
                                PERFORM MARCAR-MENOR-SOLO
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       BUSCAR-OTRO-TUTOR.
            MOVE "N" TO WS-OTRO-TUTOR
            PERFORM VARYING WS-VIN-IDX2 FROM 1 BY 1
                    UNTIL WS-VIN-IDX2 > WS-VINCULOS-COUNT
                IF WS-VIN-MENOR(WS-VIN-IDX2) = WS-PRES-ID(WS-MENOR-IDX)
                    MOVE WS-VIN-TUTOR(WS-VIN-IDX2) TO WS-ID-BUSCADO
                    PERFORM BUSCAR-PRESENTE-ID
                    IF WS-PRES-BUSCADO > 0
                        MOVE "S" TO WS-OTRO-TUTOR
                    END-IF
                END-IF
            END-PERFORM.

       MARCAR-MENOR-SOLO.
            MOVE "M" TO WS-PRES-MARCA(WS-MENOR-IDX)
            MOVE 1111 TO MSJ-NUMERO
            MOVE "ALERTA: MENOR SIN TUTOR DENTRO DEL LOCAL:"
                TO MSJ-TEXTO
            PERFORM MOSTRAR-MENSAJE
            DISPLAY "  " WS-PRES-ID(WS-MENOR-IDX) " "
                WS-PRES-NOMBRE(WS-MENOR-IDX)
            MOVE "SINTAXIS-EDAD" TO AUP-PROGRAMA
            MOVE SPACES TO AUP-EVENTO
            STRING "MENOR SIN TUTOR ID=" WS-PRES-ID(WS-MENOR-IDX)
                " " WS-PRES-NOMBRE(WS-MENOR-IDX)
                " SALIO TUTOR=" ID-VISITANTE
                DELIMITED BY SIZE INTO AUP-EVENTO
            MOVE "E" TO AUP-ACCION
            CALL "AUDIT-WRITER" USING AUDIT-PARMS
            MOVE CC-AVISO TO WS-CC-NUEVA
            PERFORM ANOTAR-CONDICION.

      * Al entrar un adulto, sus menores marcados vuelven a estar
      * acompanados y se les quita la marca.
       DESMARCAR-MENORES.
            PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                    UNTIL WS-VIN-IDX > WS-VINCULOS-COUNT
                IF WS-VIN-TUTOR(WS-VIN-IDX) = ID-VISITANTE
                    MOVE WS-VIN-MENOR(WS-VIN-IDX) TO WS-ID-BUSCADO
                    PERFORM BUSCAR-PRESENTE-ID
                    IF WS-PRES-BUSCADO > 0
                        IF WS-PRES-MARCA(WS-PRES-BUSCADO) = "M"
                            MOVE SPACE TO
                                WS-PRES-MARCA(WS-PRES-BUSCADO)
                            DISPLAY "MENOR "
                                WS-PRES-NOMBRE(WS-PRES-BUSCADO)
                                " VUELVE A ESTAR ACOMPANADO."
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * Solo cuenta un tutor que este dentro ahora mismo, no uno que
      * paso antes por la puerta.
       VERIFICAR-TUTOR-PRESENTE.
            MOVE 0 TO WS-TUTOR-HALLADO
            IF EDAD < MINIMUM-EDAD
                PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                        UNTIL WS-VIN-IDX > WS-VINCULOS-COUNT
                    IF WS-VIN-MENOR(WS-VIN-IDX) = ID-VISITANTE AND
                       WS-TUTOR-HALLADO = 0
                        MOVE WS-VIN-TUTOR(WS-VIN-IDX) TO WS-ID-BUSCADO
                        PERFORM BUSCAR-PRESENTE-ID
                        IF WS-PRES-BUSCADO > 0
                            MOVE WS-ID-BUSCADO TO WS-TUTOR-HALLADO
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       BUSCAR-PRESENTE-ID.
            MOVE 0 TO WS-PRES-BUSCADO
            PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                    UNTIL WS-PRES-IDX > WS-PRESENTES-COUNT
                IF WS-PRES-ID(WS-PRES-IDX) = WS-ID-BUSCADO
                    MOVE WS-PRES-IDX TO WS-PRES-BUSCADO
                END-IF
            END-PERFORM.

      * La denegacion por suspension cita el incidente abierto mas
      * reciente del ID; si no hay ninguno, la suspension fue manual
      * (VISITOR-MAINT) y no hay nada que citar.
       CITAR-INCIDENTE.
            PERFORM BUSCAR-INCIDENTE
            IF WS-CIT-NUMERO > 0
                MOVE 1117 TO MSJ-NUMERO
                MOVE SPACES TO MSJ-TEXTO
                STRING "INCIDENTE " WS-CIT-NUMERO " DEL "
                    WS-CIT-FECHA " " WS-CIT-TIPO
                    DELIMITED BY SIZE INTO MSJ-TEXTO
                PERFORM MOSTRAR-MENSAJE
                MOVE "SINTAXIS-EDAD" TO AUP-PROGRAMA
                MOVE SPACES TO AUP-EVENTO
                STRING "SUSPENDIDO " ID-VISITANTE " POR INCIDENTE "
                    WS-CIT-NUMERO " " WS-CIT-FECHA " " WS-CIT-TIPO
                    " SEVERIDAD=" WS-CIT-SEVERIDAD
                    DELIMITED BY SIZE INTO AUP-EVENTO
                MOVE "E" TO AUP-ACCION
                CALL "AUDIT-WRITER" USING AUDIT-PARMS
            END-IF.

       BUSCAR-INCIDENTE.
            MOVE 0 TO WS-CIT-NUMERO
            OPEN INPUT INCIDENT-FILE
            IF WS-INCIDEN-STATUS = "00"
                MOVE "N" TO WS-EOF-INCIDENTES
                PERFORM UNTIL EOF-INCIDENTES
                    READ INCIDENT-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-INCIDENTES
                        NOT AT END
                            IF INC-ID-VISITANTE = ID-VISITANTE AND
                               INC-ABIERTO AND
                               INC-NUMERO > WS-CIT-NUMERO
                                MOVE INC-NUMERO TO WS-CIT-NUMERO
                                MOVE INC-FECHA TO WS-CIT-FECHA
                                MOVE INC-TIPO TO WS-CIT-TIPO
                                MOVE INC-SEVERIDAD TO WS-CIT-SEVERIDAD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INCIDENT-FILE
            END-IF.

      * La historia y las reservas del ID fusionado estan ahora en el
      * ID vigente: se le indica al visitante cual usar.
       CITAR-FUSION.
            MOVE 0 TO WS-ID-VIGENTE-FUSION
            OPEN INPUT MERGE-XREF-FILE
            IF WS-FUSION-STATUS = "00"
                MOVE "N" TO WS-EOF-FUSIONES
                PERFORM UNTIL EOF-FUSIONES
                    READ MERGE-XREF-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FUSIONES
                        NOT AT END
                            IF FUS-ID-FUSIONADO = ID-VISITANTE
                                MOVE FUS-ID-VIGENTE TO
                                    WS-ID-VIGENTE-FUSION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MERGE-XREF-FILE
            END-IF
            IF WS-ID-VIGENTE-FUSION > 0
                MOVE 1119 TO MSJ-NUMERO
                MOVE SPACES TO MSJ-TEXTO
                STRING "USE EL ID VIGENTE " WS-ID-VIGENTE-FUSION
                    DELIMITED BY SIZE INTO MSJ-TEXTO
                PERFORM MOSTRAR-MENSAJE
            END-IF.

      * Solo se cargan los vinculos activos; la puerta no modifica
      * TUTORES.DAT (eso es de TUTOR-MAINT).
       LEER-TUTORES.
            MOVE 0 TO WS-VINCULOS-COUNT
            OPEN INPUT GUARDIAN-FILE
            IF WS-TUTOR-STATUS = "35"
                OPEN OUTPUT GUARDIAN-FILE
                CLOSE GUARDIAN-FILE
                OPEN INPUT GUARDIAN-FILE
            END-IF
            MOVE "N" TO WS-EOF-TUTORES
            PERFORM UNTIL EOF-TUTORES
                READ GUARDIAN-FILE
                    AT END
                        MOVE "Y" TO WS-EOF-TUTORES
                    NOT AT END
                        IF TUT-ACTIVO
                            IF WS-VINCULOS-COUNT < 200
                                ADD 1 TO WS-VINCULOS-COUNT
                                MOVE TUT-ID-MENOR TO
                                    WS-VIN-MENOR(WS-VINCULOS-COUNT)
                                MOVE TUT-ID-TUTOR TO
                                    WS-VIN-TUTOR(WS-VINCULOS-COUNT)
                            ELSE
                                DISPLAY "TUTORES.DAT: MAS DE 200 "
                                    "VINCULOS ACTIVOS, NO SE CARGA "
                                    TUT-ID-MENOR
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GUARDIAN-FILE.

       LEER-ROSTER.
            MOVE 0 TO WS-PRESENTES-COUNT
            MOVE 0 TO WS-PERSONAS-DENTRO
            OPEN INPUT ROSTER-FILE
            IF WS-ROSTER-STATUS = "35"
                OPEN OUTPUT ROSTER-FILE
                                WS-PRES-NOMBRE(WS-PRESENTES-COUNT)
                            MOVE ROS-HORA-ENTRADA TO
                                WS-PRES-HORA(WS-PRESENTES-COUNT)
                            MOVE ROS-MARCA TO
                                WS-PRES-MARCA(WS-PRESENTES-COUNT)
      *                     Un registro anterior al conteo por grupo
      *                     no trae personas: es un solo visitante.
                            IF ROS-PERSONAS IS NUMERIC AND
                               ROS-PERSONAS > 0
                                MOVE ROS-PERSONAS TO
                                    WS-PRES-PERSONAS(WS-PRESENTES-COUNT)
                            ELSE
                                MOVE 1 TO
                                    WS-PRES-PERSONAS(WS-PRESENTES-COUNT)
                            END-IF
                            ADD WS-PRES-PERSONAS(WS-PRESENTES-COUNT)
                                TO WS-PERSONAS-DENTRO
                            MOVE ROS-ENTRADA TO
                                WS-PRES-ENTRADA(WS-PRESENTES-COUNT)
                        END-IF
                END-READ
            END-PERFORM
                MOVE WS-PRES-ID(WS-PRES-IDX) TO ROS-ID-VISITANTE
                MOVE WS-PRES-NOMBRE(WS-PRES-IDX) TO ROS-NOMBRE
                MOVE WS-PRES-HORA(WS-PRES-IDX) TO ROS-HORA-ENTRADA
                MOVE WS-PRES-MARCA(WS-PRES-IDX) TO ROS-MARCA
                MOVE WS-PRES-PERSONAS(WS-PRES-IDX) TO ROS-PERSONAS
                MOVE WS-PRES-ENTRADA(WS-PRES-IDX) TO ROS-ENTRADA
                WRITE ROSTER-RECORD
            END-PERFORM
            CLOSE ROSTER-FILE.
       LEER-RESERVAS.
            MOVE 0 TO WS-RESERVAS-COUNT
            MOVE 0 TO WS-RESERVADOS-PEND
            MOVE "N" TO WS-RSV-DESBORDE
            ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
            OPEN INPUT RESERVATION-FILE
            IF WS-RESERVA-STATUS = "35"

      * Un walk-in compite por el aforo que queda DESPUES de apartar
      * los grupos reservados aun no llegados; el titular de una
      * reserva entra contra su propio cupo apartado. Lo que entra
      * (una persona o el grupo completo) debe caber entero.
       VERIFICAR-AFORO.
            IF WS-RSV-HALLADO > 0
                MOVE WS-PERSONAS-DENTRO TO WS-AFORO-OCUPADO
            ELSE
                COMPUTE WS-AFORO-OCUPADO =
                    WS-PERSONAS-DENTRO + WS-RESERVADOS-PEND
            END-IF
            IF WS-AFORO-OCUPADO + WS-PERSONAS-MOVIMIENTO >
                    WS-AFORO-MAXIMO
                MOVE "S" TO WS-AFORO-LLENO
            ELSE
                MOVE "N" TO WS-AFORO-LLENO

       INFORMAR-PRESENTES.
            DISPLAY "-------------------------------------------".
            DISPLAY "AFORO ACTUAL: " WS-PERSONAS-DENTRO
                " DE " WS-AFORO-MAXIMO.
            IF WS-PRESENTES-COUNT > 0
                DISPLAY "VISITANTES TODAVIA DENTRO:"
                        UNTIL WS-PRES-IDX > WS-PRESENTES-COUNT
                    DISPLAY "  " WS-PRES-ID(WS-PRES-IDX) " "
                        WS-PRES-NOMBRE(WS-PRES-IDX) " ENTRO A LAS "
                        WS-PRES-HORA(WS-PRES-IDX) " POR LA PUERTA "
                        WS-PRES-ENTRADA(WS-PRES-IDX)
                    IF WS-PRES-PERSONAS(WS-PRES-IDX) > 1
                        DISPLAY "    GRUPO DE "
                            WS-PRES-PERSONAS(WS-PRES-IDX) " PERSONAS"
                    END-IF
                    IF WS-PRES-MARCA(WS-PRES-IDX) = "M"
                        DISPLAY "    ** MENOR SIN TUTOR DENTRO **"
                    END-IF
                END-PERFORM
            END-IF.
            DISPLAY "-------------------------------------------".
                    CONTINUE
                NOT INVALID KEY
                    MOVE VM-ESTADO TO WS-ESTADO-MASTER
      *             Un ID anonimizado ya no identifica a nadie: se
      *             rechaza como no registrado hasta que lo reinscriban.
                    IF VM-ANONIMIZADO
                        MOVE "N" TO WS-ESTADO-MASTER
                    END-IF
                    MOVE VM-NOMBRE TO NOMBRE
                    PERFORM CALCULAR-EDAD
                    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            MOVE EDAD TO VIS-EDAD
            MOVE HORA-LLEGADA TO VIS-HORA-LLEGADA
            MOVE WS-MOTIVO-DENEGACION TO VIS-DENIAL-REASON
            MOVE WS-PERSONAS-MOVIMIENTO TO VIS-PERSONAS
            MOVE WS-ENTRADA-PUERTA TO VIS-ENTRADA
      *     Un motivo de denegacion manda sobre el tipo de movimiento:
      *     una salida rechazada (NO ESTABA DENTRO) debe quedar como
      *     DENEGADO, no como salida normal, para que el reporte de
