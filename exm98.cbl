      *   'U' usuario-bloqueado aprobador     : unlock -- the         *
      *       aprobador must hold US-APRUEBA authority (EXMSIGN) and  *
      *       be a different user, the TRANCOD dual-control rule.     *
      *   'E' usuario id-empleado aprobador   : link the operator to  *
      *       the employee behind it (who must exist in PERSONA and   *
      *       not be terminated; ID zero removes the link), with the  *
      *       same dual control as the unlock.                        *
      * Every event lands in the SESLOG.DAT session log via EXMPASS.  *
      *****************************************************************
       ID DIVISION.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PA-CLAVE-VIEJA          PIC X(08).
           02 PA-CLAVE-NUEVA          PIC X(08).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-EMPLEADO-SW             PIC X(01) VALUE 'N'.
           88 EMPLEADO-VALIDO                    VALUE 'Y'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-TOTAL-LEIDAS            PIC 9(04) VALUE ZEROES.
                    PERFORM PROCESA-CAMBIO
                WHEN 'U'
                    PERFORM PROCESA-DESBLOQUEO
                WHEN 'E'
                    PERFORM PROCESA-ENLACE
                WHEN OTHER
                    DISPLAY '  *** TIPO DE TARJETA INVALIDO: '
                            PA-TIPO ' ***'
                        ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
            END-IF.

      *    Enlace del operador con su empleado: PA-CLAVE-VIEJA(1:7)
      *    lleva el ID-EMPLEADO (ceros deshacen el enlace) y
      *    PA-CLAVE-NUEVA el aprobador de nivel A, otra persona.  El
      *    empleado debe existir en PERSONA y estar activo.
       PROCESA-ENLACE.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING PA-CLAVE-NUEVA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR PA-CLAVE-NUEVA = PA-USUARIO
               OR PA-CLAVE-NUEVA = SPACES
                DISPLAY '  *** ENLACE RECHAZADO: APROBADOR SIN '
                        'NIVEL A O ES EL MISMO ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            IF PA-CLAVE-VIEJA(1:7) NOT NUMERIC
                DISPLAY '  *** ENLACE RECHAZADO: ID DE EMPLEADO NO '
                        'NUMERICO PARA ' PA-USUARIO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            IF PA-CLAVE-VIEJA(1:7) NOT = ZEROES
                PERFORM VALIDA-EMPLEADO
                IF NOT EMPLEADO-VALIDO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE 'E'                   TO WS-PASS-FUNCION.
            CALL 'EXMPASS' USING WS-PASS-FUNCION PA-USUARIO
                                  PA-CLAVE-VIEJA PA-CLAVE-NUEVA
                                  WS-PASS-RESULTADO.
            IF WS-PASS-RESULTADO = 'Y'
                DISPLAY '  OPERADOR ' PA-USUARIO ' ENLAZADO AL '
                        'EMPLEADO ' PA-CLAVE-VIEJA(1:7)
                ADD 1                  TO WS-TOTAL-APLICADAS
            ELSE
                DISPLAY '  *** ENLACE FALLIDO PARA ' PA-USUARIO
                        ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
            END-IF.

       VALIDA-EMPLEADO.
            MOVE 'N'                   TO WS-EMPLEADO-SW.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '  *** ENLACE RECHAZADO: PERSONA.DAT NO '
                        'DISPONIBLE - STATUS ' WS-PERSONA-STATUS ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE PA-CLAVE-VIEJA(1:7)   TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    DISPLAY '  *** ENLACE RECHAZADO: EMPLEADO '
                            PA-CLAVE-VIEJA(1:7) ' NO EXISTE ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    IF P-TERMINADO
                        DISPLAY '  *** ENLACE RECHAZADO: EMPLEADO '
                                PA-CLAVE-VIEJA(1:7) ' TERMINADO ***'
                        ADD 1          TO WS-TOTAL-RECHAZADAS
                    ELSE
                        SET EMPLEADO-VALIDO TO TRUE
                    END-IF
            END-READ.
            CLOSE PERSONA-FILE.
