      * per-record before/after images to EXM22AUD.DAT and salary/    *
      * department history rows to SALHIST.DAT, exactly as EXM22      *
      * would; the PARM carries the requesting user for the audit.    *
      * An applied change that takes P-ESTADO to T also locks the     *
      * operator ids linked to each employee through EXMPASS in the   *
      * same pass (a 'T' row in SESLOG.DAT each), and the report      *
      * counts the employees whose access was closed.                 *
      * Individual raises of the yearly merit review no longer come   *
      * through here: EXM141 takes a proposal per employee against a  *
      * department pool and feeds the approved ones to EXM22 as dated *
      * CAMBIO cards.                                                 *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM89.
           88 FIN-SCAN                           VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
      *    Bloqueo de los operadores de un empleado que pasa a T
      *    (EXMPASS funcion 'T', el ID viaja en el hueco de la clave).
        01 WS-ESTADO-PREVIO           PIC X(01) VALUE SPACE.
        01 WS-PASS-FUNCION            PIC X(01) VALUE 'T'.
        01 WS-PASS-ID                 PIC X(08) VALUE SPACES.
        01 WS-PASS-NUEVA              PIC X(08) VALUE SPACES.
        01 WS-PASS-RESULTADO          PIC X(01) VALUE SPACE.
        01 WS-TOTAL-BLOQUEOS          PIC 9(05) VALUE ZEROES.
        01 WS-MODO-SW                 PIC X(01) VALUE 'P'.
           88 MODO-APLICAR                       VALUE 'A'.
      *    Tarjetas de control guardadas.
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-BLOQUEOS > 0
                MOVE SPACES            TO LINEA-REPORTE
                STRING 'EMPLEADOS TERMINADOS CON ACCESO DE OPERADOR '
                       'CERRADO: ' WS-TOTAL-BLOQUEOS
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            CLOSE REPORTE-FILE.

            DISPLAY 'SELECCIONADOS: ' WS-TOTAL-SELECCIONADOS
       APLICA-CAMBIO.
            MOVE 'B'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            MOVE P-ESTADO              TO WS-ESTADO-PREVIO.
            EVALUATE AC-CAMPO
                WHEN 'P-SALARIO'
                    MOVE WS-SALARIO-NUEVO TO P-SALARIO
            MOVE 'A'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            PERFORM GRABA-HISTORIA-SALARIAL.
            IF P-TERMINADO AND WS-ESTADO-PREVIO NOT = 'T'
                PERFORM BLOQUEA-OPERADORES
            END-IF.
            ADD 1                      TO WS-TOTAL-APLICADOS.

      *    Terminacion masiva: el acceso de operador de cada
      *    empleado se cierra en la misma pasada.
       BLOQUEA-OPERADORES.
            MOVE 'T'                   TO WS-PASS-FUNCION.
            MOVE SPACES                TO WS-PASS-ID.
            MOVE ID-EMPLEADO           TO WS-PASS-ID(1:7).
            CALL 'EXMPASS' USING WS-PASS-FUNCION WS-USUARIO-AUDIT
                                  WS-PASS-ID WS-PASS-NUEVA
                                  WS-PASS-RESULTADO.
            IF WS-PASS-RESULTADO = 'Y'
                ADD 1                  TO WS-TOTAL-BLOQUEOS
            END-IF.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AU-HORA             FROM TIME.
