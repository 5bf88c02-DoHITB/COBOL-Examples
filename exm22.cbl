      * TX- fields, with identical downstream validation and audit     *
      * behavior -- one column off in the fixed layout was bleeding    *
      * JUANCARLOS into the apellido, as the reject stats showed.      *
      * A BAJA, or a CAMBIO that takes the estado to T, also locks    *
      * every operator id linked to the employee (US-ID-EMPLEADO)     *
      * through EXMPASS the same run, with a 'T' row in SESLOG.DAT    *
      * naming the user on the PARM.                                  *
      * A 'J' card (J + employee id + manager id in columns 9-15, the *
      * effective date where the other cards keep it, or              *
      * J,id,manager[,date] free-format) sets the employee's line     *
      * manager in P-RESPONSABLE.  Zeros clear it for the head of the *
      * organisation.  A manager who is the employee, does not exist, *
      * is terminated or already has the employee above them in the   *
      * chain is refused, so the reporting line never loops.  EXM148  *
      * prints the org chart and EXMJEFE walks the line for leave and *
      * expense approvals.                                            *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM22.
      *    fecha futura retiene la tarjeta en PENDTX.DAT hasta que
      *    EXM55 la libere la manyana que corresponda.
           02 TX-EFF-FECHA           PIC 9(08).
      *    Tarjeta 'J' (responsable de linea): tras el ID del
      *    empleado, el ID de su responsable; ceros lo dejan sin
      *    responsable.  La fecha efectiva va en las mismas columnas
      *    que en el resto de tarjetas.
        01 ENTRADA-JEFE.
           02 FILLER                 PIC X(08).
           02 TX-RESPONSABLE         PIC 9(07).
           02 FILLER REDEFINES TX-RESPONSABLE.
              03 TX-RESP-BASE        PIC 9(06).
              03 TX-RESP-DV          PIC 9(01).
           02 TX-RESPONSABLE-X REDEFINES TX-RESPONSABLE
                                     PIC X(07).

       FD  AUDIT-FILE.
           COPY "audper.cpy".
      *    Valores previos del CAMBIO para la fila de historia.
        01 WS-SALARIO-PREVIO           PIC S9(07)V99 VALUE ZEROES.
        01 WS-DEPARTAMENTO-PREVIO      PIC 9(03) VALUE ZEROES.
        01 WS-ESTADO-PREVIO            PIC X(01) VALUE SPACE.
      *    Bloqueo de los operadores del empleado que se va (EXMPASS
      *    funcion 'T', el ID viaja en el hueco de la clave).
        01 WS-PASS-FUNCION             PIC X(01) VALUE 'T'.
        01 WS-PASS-ID                  PIC X(08) VALUE SPACES.
        01 WS-PASS-NUEVA               PIC X(08) VALUE SPACES.
        01 WS-PASS-RESULTADO           PIC X(01) VALUE SPACE.
        01 WS-BANDA-STATUS             PIC X(02) VALUE '00'.
        01 WS-TOTAL-BANDAS             PIC 9(02) VALUE ZEROES.
        01 TABLA-BANDAS.
        01 WS-LOCK-PROGRAMA            PIC X(08) VALUE 'EXM22   '.
        01 WS-LOCK-RECURSO             PIC X(08) VALUE 'PERSONA '.
        01 WS-LOCK-RESULTADO           PIC X(01) VALUE SPACES.
      *    Niveles recorridos hacia arriba en la linea de mando del
      *    responsable nuevo; pasado el tope se da por ciclo.
        01 WS-NIVELES-LINEA            PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
                END-IF
            END-IF.
            IF TX-TIPO = 'A' OR TX-TIPO = 'C' OR TX-TIPO = 'B'
               OR TX-TIPO = 'J'
                PERFORM VALIDA-DIGITO-CONTROL
                IF TX-ID-DV NOT = WS-CK-DV
                    DISPLAY '  *** ID CON DIGITO DE CONTROL '
                    PERFORM PROCESA-CAMBIO
                WHEN 'B'
                    PERFORM PROCESA-BAJA
                WHEN 'J'
                    PERFORM PROCESA-RESPONSABLE
                WHEN OTHER
                    DISPLAY '  *** TIPO DE TRANSACCION INVALIDO: '
                            TX-TIPO ' ***'
                    MOVE 'N'            TO WS-CSV-VALIDA-SW
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF PARTE(1)(1:1) = 'J'
                IF WS-TOKEN-COUNT < 3 OR PARTE(2)(1:7) NOT NUMERIC
                   OR PARTE(3)(1:7) NOT NUMERIC
                    MOVE 'N'            TO WS-CSV-VALIDA-SW
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF PARTE(1)(1:1) NOT = 'B' AND PARTE(1)(1:1) NOT = 'J'
                IF WS-TOKEN-COUNT < 7
                   OR PARTE(2)(1:7) NOT NUMERIC
                   OR PARTE(5)(1:2) NOT NUMERIC
                                           TX-ALTA-DIA TX-ALTA-MES
                                           TX-ALTA-ANYO TX-SALARIO
                                           TX-EFF-FECHA.
            IF TX-TIPO = 'J'
                MOVE PARTE(3)(1:7)      TO TX-RESPONSABLE-X
                IF WS-TOKEN-COUNT >= 4
                   AND PARTE(4)(1:8) NUMERIC
                    MOVE PARTE(4)(1:8)  TO TX-EFF-FECHA
                END-IF
            END-IF.
            IF TX-TIPO NOT = 'B' AND TX-TIPO NOT = 'J'
                MOVE PARTE(3)(1:10)     TO TX-NOMBRE
                MOVE PARTE(4)(1:10)     TO TX-APELLIDO
                MOVE PARTE(5)(1:2)      TO TX-DIA
                    PERFORM VERIFICA-DUPLICADO
                    MOVE P-SALARIO        TO WS-SALARIO-PREVIO
                    MOVE P-DEPARTAMENTO   TO WS-DEPARTAMENTO-PREVIO
                    MOVE P-ESTADO         TO WS-ESTADO-PREVIO
                    MOVE TX-NOMBRE        TO NOMBRE
                    MOVE TX-APELLIDO      TO P-APELLIDO
                    MOVE TX-DIA           TO DIA
                    REWRITE PERSONA
                    PERFORM GRABA-AUDIT-DESPUES
                    PERFORM GRABA-HISTORIA-SALARIAL
                    IF P-TERMINADO AND WS-ESTADO-PREVIO NOT = 'T'
                        PERFORM BLOQUEA-OPERADORES
                    END-IF
                    ADD 1                 TO WS-TOTAL-APLICADAS
            END-READ.

                    PERFORM GRABA-AUDIT-ANTES
                    DELETE PERSONA-FILE RECORD
                    PERFORM BORRA-DEPENDIENTES
                    PERFORM BLOQUEA-OPERADORES
                    ADD 1                 TO WS-TOTAL-APLICADAS
            END-READ.

      *    Tarjeta 'J': responsable de linea del empleado.  Ceros lo
      *    dejan sin responsable (cabeza del organigrama); si no, el
      *    responsable debe existir, seguir en alta, no ser el propio
      *    empleado y no tenerlo ya por encima en su linea de mando:
      *    un ciclo dejaria a toda la rama sin cabeza.
       PROCESA-RESPONSABLE.
            IF TX-RESPONSABLE IS NOT NUMERIC
                DISPLAY '  *** RESPONSABLE AUSENTE O NO NUMERICO: '
                        TX-ID-EMPLEADO ' ***'
                MOVE 'RESPONSABLE NO NUMERICO' TO WS-DSP-MOTIVO
                ADD 1                     TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                  TO WS-DSP-MOTIVO.
            IF TX-RESPONSABLE NOT = ZEROES
                PERFORM VALIDA-RESPONSABLE
                IF WS-DSP-MOTIVO NOT = SPACES
                    DISPLAY '  *** ' WS-DSP-MOTIVO ': '
                            TX-ID-EMPLEADO ' -> ' TX-RESPONSABLE
                            ' ***'
                    ADD 1                 TO WS-TOTAL-RECHAZADAS
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE TX-ID-EMPLEADO          TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    DISPLAY '  *** RESPONSABLE RECHAZADO, NO EXISTE: '
                            TX-ID-EMPLEADO ' ***'
                    MOVE 'EMPLEADO NO EXISTE' TO WS-DSP-MOTIVO
                    ADD 1                 TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    PERFORM GRABA-AUDIT-ANTES
                    MOVE TX-RESPONSABLE   TO P-RESPONSABLE
                    REWRITE PERSONA
                    PERFORM GRABA-AUDIT-DESPUES
                    ADD 1                 TO WS-TOTAL-APLICADAS
            END-READ.

      *    Deja en WS-DSP-MOTIVO la causa del rechazo, o espacios si
      *    el responsable de la tarjeta es valido.  La subida por la
      *    linea del responsable se corta al llegar a la cabeza; si
      *    pasa del tope de niveles es que ya hay un ciclo por encima.
       VALIDA-RESPONSABLE.
            IF TX-RESPONSABLE = TX-ID-EMPLEADO
                MOVE 'RESPONSABLE ES EL EMPLEADO' TO WS-DSP-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-RESP-BASE            TO WS-CK-BASE.
            CALL 'EXMCKDGR' USING WS-CK-BASE WS-CK-DV.
            IF TX-RESP-DV NOT = WS-CK-DV
                MOVE 'RESPONSABLE CON DV INVALIDO' TO WS-DSP-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-RESPONSABLE          TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'RESPONSABLE NO EXISTE' TO WS-DSP-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF P-TERMINADO
                MOVE 'RESPONSABLE DADO DE BAJA' TO WS-DSP-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO WS-NIVELES-LINEA.
            PERFORM UNTIL WS-DSP-MOTIVO NOT = SPACES
                IF P-RESPONSABLE IS NOT NUMERIC
                   OR P-RESPONSABLE = ZEROES
                    EXIT PERFORM
                END-IF
                ADD 1                    TO WS-NIVELES-LINEA
                IF P-RESPONSABLE = TX-ID-EMPLEADO
                   OR WS-NIVELES-LINEA > 50
                    MOVE 'CICLO EN LA LINEA DE MANDO'
                                         TO WS-DSP-MOTIVO
                    EXIT PERFORM
                END-IF
                MOVE P-RESPONSABLE       TO ID-EMPLEADO
                READ PERSONA-FILE
                    INVALID KEY
                        EXIT PERFORM
                END-READ
            END-PERFORM.

      *    El empleado deja la empresa (BAJA o estado T): su acceso
      *    de operador se cierra el mismo dia, no en la revision.
       BLOQUEA-OPERADORES.
            MOVE 'T'                     TO WS-PASS-FUNCION.
            MOVE SPACES                  TO WS-PASS-ID.
            MOVE TX-ID-EMPLEADO          TO WS-PASS-ID(1:7).
            CALL 'EXMPASS' USING WS-PASS-FUNCION WS-USUARIO-AUDIT
                                  WS-PASS-ID WS-PASS-NUEVA
                                  WS-PASS-RESULTADO.
            IF WS-PASS-RESULTADO = 'Y'
                DISPLAY '  ACCESO DE OPERADOR CERRADO PARA '
                        TX-ID-EMPLEADO
            END-IF.

      *    Cascada de la baja sobre el fichero hijo: los dependientes
      *    del empleado no pueden quedar huerfanos apuntando a un ID
      *    que ya no existe en el maestro.
