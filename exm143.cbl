      *****************************************************************
      *                                                               *
      * This software have been developed under GNU GPL v3 License.   *
      *   That means, no closed distribution of this software is      *
      *   allowed.                                                    *
      *                                                               *
      * Please refer to the License text here:                        *
      *   https://www.gnu.org/licenses/gpl-3.0.txt                    *
      *                                                               *
      * For any comment, suggestion or similar, you can reach me via  *
      * mail on "doscar.sole@gmail.com"                               *
      *                                                               *
      *****************************************************************
      * EXM143 - monthly three-way headcount reconciliation by        *
      * department, run after the EXM29 payroll and before its bank   *
      * transfer is released.  For the period in the PARM (AAAAMM,    *
      * the processing month by default) it takes the live EXM29 run  *
      * of NOMEJEC.DAT and the employees that run paid (its 'E' rows  *
      * of NOMMOV.DAT), the active employees of PERSONA.DAT hired by  *
      * the end of the period and the budgeted headcount DM-HEADCOUNT *
      * of DEPTOS.DAT, and prints a line per department with the      *
      * three figures and the net differences between them.  Under    *
      * the summary it lists the employees behind each difference: an *
      * active employee the run did not pay (with the likely cause:   *
      * no card in HORASTRB.DAT, or a card EXM29 rejected), a         *
      * terminated employee the run paid, an employee paid who is no  *
      * longer on the master, and an active or paid employee whose    *
      * department at the end of the period by the SALHIST.DAT        *
      * department changes is not the department on the master.  The  *
      * budget counts only for active departments.  Report in         *
      * EXM143.PRT.  RC 4 when there is any difference to clear, RC 8 *
      * when the period has no live payroll run, RC 16 when           *
      * PERSONA.DAT cannot be read or a file is larger than its       *
      * table.                                                        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM143.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT EJECUCION-FILE ASSIGN TO "NOMEJEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJECUCION-STATUS.
           SELECT MOVIMIENTO-FILE ASSIGN TO "NOMMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTO-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT HORAS-FILE ASSIGN TO "HORASTRB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORAS-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM143.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  EJECUCION-FILE.
           COPY "nomejec.cpy".

       FD  MOVIMIENTO-FILE.
           COPY "nommov.cpy".

       FD  SALHIST-FILE.
           COPY "salhist.cpy".

      *    Tarjeta de horas del mes, entre HDR y TRL de hdrtrl.cpy.
       FD  HORAS-FILE.
        01 HORAS-ENT                  PIC X(24).

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "hdrtrl.cpy".
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-EJECUCION-STATUS        PIC X(02) VALUE '00'.
        01 WS-MOVIMIENTO-STATUS       PIC X(02) VALUE '00'.
        01 WS-SALHIST-STATUS          PIC X(02) VALUE '00'.
        01 WS-HORAS-STATUS            PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 WS-FIN-PERIODO             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-ALTA              PIC 9(08) VALUE ZEROES.
        01 WS-EJECUCION               PIC 9(06) VALUE ZEROES.
        01 WS-FECHA-NOMINA            PIC 9(08) VALUE ZEROES.
        01 WS-LLENO-SW                PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
        01 WS-TABLA-LLENA             PIC X(13) VALUE SPACES.
      *    Las tarjetas de horas solo explican un impago si el
      *    fichero es el del periodo conciliado.
        01 WS-HORAS-PERIODO-SW        PIC X(01) VALUE 'N'.
           88 HORAS-DEL-PERIODO                  VALUE 'Y'.
        01 WS-TOTAL-LEIDOS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ACTIVOS           PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PAGADOS           PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PREVISTA          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-INCIDENCIAS       PIC 9(06) VALUE ZEROES.
      *    Empleados pagados por la nomina vigente del periodo (filas
      *    'E' de NOMMOV.DAT de su ejecucion).
        01 WS-TOTAL-NOMINA            PIC 9(04) VALUE ZEROES.
        01 TABLA-PAGADOS.
           02 TPA-FILA OCCURS 3000 TIMES.
              03 TPA-ID               PIC 9(07).
              03 TPA-NOMBRE           PIC X(21).
              03 TPA-BRUTO            PIC 9(07)V99.
              03 TPA-VISTO            PIC X(01).
        01 WS-PA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PA-FILA                 PIC 9(04) VALUE ZEROES.
      *    Empleados con tarjeta en HORASTRB.DAT.
        01 WS-TOTAL-HORAS             PIC 9(04) VALUE ZEROES.
        01 TABLA-HORAS.
           02 THO-ID OCCURS 3000 TIMES PIC 9(07).
        01 WS-HO-IDX                  PIC 9(04) VALUE ZEROES.
      *    Cambios de departamento de SALHIST.DAT.
        01 WS-TOTAL-TRASLADOS         PIC 9(04) VALUE ZEROES.
        01 TABLA-TRASLADOS.
           02 TTR-FILA OCCURS 3000 TIMES.
              03 TTR-ID               PIC 9(07).
              03 TTR-FECHA            PIC 9(08).
              03 TTR-ANTERIOR         PIC 9(03).
              03 TTR-NUEVO            PIC 9(03).
        01 WS-TR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-DEPTO-HISTORIA          PIC 9(03) VALUE ZEROES.
        01 WS-HISTORIA-SW             PIC X(01) VALUE 'N'.
           88 CON-HISTORIA                       VALUE 'Y'.
        01 WS-FECHA-ANTES             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-DESPUES           PIC 9(08) VALUE ZEROES.
      *    Departamentos en orden de codigo con sus tres cifras.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 200 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-NOMBRE           PIC X(20).
              03 TDE-EN-MAESTRO       PIC X(01).
              03 TDE-ACTIVO           PIC X(01).
              03 TDE-HEADCOUNT        PIC 9(04).
              03 TDE-ACTIVOS          PIC 9(05).
              03 TDE-PAGADOS          PIC 9(05).
              03 TDE-INCIDENCIAS      PIC 9(05).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DE-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-DE-OTRO                 PIC 9(03) VALUE ZEROES.
        01 WS-HALLADO-SW              PIC X(01) VALUE 'N'.
           88 HALLADO                            VALUE 'Y'.
        01 WS-DEPARTAMENTO            PIC 9(03) VALUE ZEROES.
      *    Empleados detras de cada diferencia: 'A' activo no
      *    pagado, 'B' pagado y dado de baja, 'N' pagado sin ficha
      *    en el maestro, 'T' departamento distinto en SALHIST.
        01 WS-TOTAL-DETALLE           PIC 9(04) VALUE ZEROES.
        01 TABLA-INCIDENCIAS.
           02 TIN-FILA OCCURS 3000 TIMES.
              03 TIN-DEPARTAMENTO     PIC 9(03).
              03 TIN-TIPO             PIC X(01).
              03 TIN-ID               PIC 9(07).
              03 TIN-NOMBRE           PIC X(21).
              03 TIN-TEXTO            PIC X(50).
        01 WS-IN-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TIPO                    PIC X(01) VALUE SPACES.
        01 WS-NOMBRE                  PIC X(21) VALUE SPACES.
        01 WS-TEXTO                   PIC X(50) VALUE SPACES.
        01 WS-TIPO-TEXTO              PIC X(26) VALUE SPACES.
      *    Lineas del informe.
        01 WS-DIF-MAESTRO-PAGO        PIC S9(05) VALUE ZEROES.
        01 WS-DIF-MAESTRO-PREV        PIC S9(05) VALUE ZEROES.
        01 WS-DIF-PAGO-PREV           PIC S9(05) VALUE ZEROES.
        01 WS-ED-ACTIVOS              PIC ZZZZ9.
        01 WS-ED-PAGADOS              PIC ZZZZ9.
        01 WS-ED-PREVISTA             PIC ZZZZ9.
        01 WS-ED-INCIDENCIAS          PIC ZZZZ9.
        01 WS-ED-DIF-1                PIC ----9.
        01 WS-ED-DIF-2                PIC ----9.
        01 WS-ED-DIF-3                PIC ----9.
        01 WS-ED-BRUTO                PIC Z(06)9.99.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM(1:6) IS NUMERIC
                MOVE WS-PARM(1:6)      TO WS-PERIODO
            ELSE
                MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
            END-IF.
            IF WS-PER-MES < 1 OR WS-PER-MES > 12
                DISPLAY '*** PERIODO INVALIDO: ' WS-PERIODO ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-FIN-PERIODO = WS-PERIODO * 100 + 31.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM143 - CONCILIACION DE PLANTILLA: MAESTRO, '
                   'NOMINA Y PREVISTA  PERIODO: ' WS-PERIODO
                   '  FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM BUSCA-EJECUCION.
            IF WS-EJECUCION = ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** SIN NOMINA VIGENTE DE EXM29 PARA EL '
                       'PERIODO ' WS-PERIODO
                       ' - NADA QUE CONCILIAR ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                CLOSE REPORTE-FILE
                DISPLAY '*** SIN NOMINA VIGENTE PARA ' WS-PERIODO
                        ' ***'
                MOVE 8                 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'NOMINA ' WS-EJECUCION ' DEL ' WS-FECHA-NOMINA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-PAGADOS.
            PERFORM CARGA-HORAS.
            PERFORM CARGA-TRASLADOS.
            IF TABLA-LLENA
                PERFORM ABANDONA-TABLA-LLENA
            END-IF.
            IF NOT HORAS-DEL-PERIODO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** HORASTRB.DAT NO ES EL DEL PERIODO: LOS '
                       'IMPAGOS SE LISTAN SIN LA CAUSA DE LA TARJETA'
                       ' ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                CLOSE REPORTE-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PERSONA-FILE NEXT RECORD
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        ADD 1          TO WS-TOTAL-LEIDOS
                        PERFORM CONCILIA-EMPLEADO
                END-READ
            END-PERFORM.
            CLOSE PERSONA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
      *    Pagados que ya no estan en el maestro.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-NOMINA
                IF TPA-VISTO(WS-PA-IDX) NOT = 'S'
                    MOVE ZEROES        TO WS-DEPARTAMENTO
                    PERFORM ANYADE-DEPTO
                    IF TABLA-LLENA
                        PERFORM ABANDONA-TABLA-LLENA
                    END-IF
                    ADD 1              TO TDE-PAGADOS(WS-DE-FILA)
                    MOVE TPA-BRUTO(WS-PA-IDX) TO WS-ED-BRUTO
                    MOVE SPACES        TO WS-TEXTO
                    STRING 'BRUTO PAGADO ' WS-ED-BRUTO
                           DELIMITED BY SIZE INTO WS-TEXTO
                    END-STRING
                    MOVE 'N'           TO WS-TIPO
                    MOVE TPA-ID(WS-PA-IDX) TO ID-EMPLEADO
                    MOVE TPA-NOMBRE(WS-PA-IDX) TO WS-NOMBRE
                    PERFORM ANOTA-INCIDENCIA
                END-IF
            END-PERFORM.
            IF TABLA-LLENA
                PERFORM ABANDONA-TABLA-LLENA
            END-IF.

            PERFORM IMPRIME-RESUMEN.
            PERFORM IMPRIME-DETALLE
                    VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-INCIDENCIAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'EMPLEADOS LEIDOS: '    WS-TOTAL-LEIDOS.
            DISPLAY 'ACTIVOS EN MAESTRO: '  WS-TOTAL-ACTIVOS.
            DISPLAY 'PAGADOS EN NOMINA: '   WS-TOTAL-PAGADOS.
            DISPLAY 'PLANTILLA PREVISTA: '  WS-TOTAL-PREVISTA.
            DISPLAY 'INCIDENCIAS: '         WS-TOTAL-INCIDENCIAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM143.PRT'.
            STOP RUN.

       ABANDONA-TABLA-LLENA.
            DISPLAY '*** ' WS-TABLA-LLENA
                    ' MAYOR QUE SU TABLA - CONCILIACION ANULADA ***'.
            CLOSE REPORTE-FILE.
            MOVE 16                    TO RETURN-CODE.
            STOP RUN.

      *    Ejecucion vigente de EXM29 para el periodo; una anulada
      *    por EXM133 no cuenta.
       BUSCA-EJECUCION.
            OPEN INPUT EJECUCION-FILE.
            IF WS-EJECUCION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ EJECUCION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF NE-PERIODO = WS-PERIODO
                               AND NE-VIGENTE
                                MOVE NE-EJECUCION TO WS-EJECUCION
                                MOVE NE-FECHA TO WS-FECHA-NOMINA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EJECUCION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-DEPTOS.
            OPEN INPUT DEPTO-FILE.
            IF WS-DEPTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE DM-CODIGO TO WS-DEPARTAMENTO
                            PERFORM ANYADE-DEPTO
                            IF NOT TABLA-LLENA
                                MOVE DM-NOMBRE TO
                                     TDE-NOMBRE(WS-DE-FILA)
                                MOVE 'S'   TO
                                     TDE-EN-MAESTRO(WS-DE-FILA)
                                MOVE DM-ACTIVO TO
                                     TDE-ACTIVO(WS-DE-FILA)
                                MOVE DM-HEADCOUNT TO
                                     TDE-HEADCOUNT(WS-DE-FILA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            ELSE
                DISPLAY '*** DEPTOS.DAT NO DISPONIBLE - SIN PLANTILLA '
                        'PREVISTA ***'
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-PAGADOS.
            OPEN INPUT MOVIMIENTO-FILE.
            IF WS-MOVIMIENTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ MOVIMIENTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF NM-EJECUCION = WS-EJECUCION
                               AND NM-EMPLEADO
                                PERFORM ANOTA-PAGADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MOVIMIENTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-PAGADO.
            IF WS-TOTAL-NOMINA >= 3000
                SET TABLA-LLENA        TO TRUE
                MOVE 'NOMMOV.DAT'      TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-NOMINA.
            MOVE NM-ID-EMPLEADO        TO TPA-ID(WS-TOTAL-NOMINA).
            MOVE SPACES                TO TPA-NOMBRE(WS-TOTAL-NOMINA).
            STRING NM-NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   NM-APELLIDO DELIMITED BY SIZE
                   INTO TPA-NOMBRE(WS-TOTAL-NOMINA)
            END-STRING.
            MOVE NM-BRUTO              TO TPA-BRUTO(WS-TOTAL-NOMINA).
            MOVE 'N'                   TO TPA-VISTO(WS-TOTAL-NOMINA).

      *    Tarjetas de horas entre la cabecera y el pie; la fecha de
      *    la cabecera dice de que mes son.
       CARGA-HORAS.
            OPEN INPUT HORAS-FILE.
            IF WS-HORAS-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ HORAS-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            EVALUATE TRUE
                                WHEN HORAS-ENT(1:3) = 'HDR'
                                    MOVE HORAS-ENT TO CONTROL-CABECERA
                                    IF CAB-FECHA(1:6) = WS-PERIODO
                                        SET HORAS-DEL-PERIODO TO TRUE
                                    END-IF
                                WHEN HORAS-ENT(1:7) IS NUMERIC
                                    PERFORM ANOTA-HORAS
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE HORAS-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-HORAS.
            IF WS-TOTAL-HORAS >= 3000
                SET TABLA-LLENA        TO TRUE
                MOVE 'HORASTRB.DAT'    TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-HORAS.
            MOVE HORAS-ENT(1:7)        TO THO-ID(WS-TOTAL-HORAS).

       CARGA-TRASLADOS.
            OPEN INPUT SALHIST-FILE.
            IF WS-SALHIST-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ SALHIST-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF SH-ES-DEPARTAMENTO
                                PERFORM ANOTA-TRASLADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SALHIST-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-TRASLADO.
            IF WS-TOTAL-TRASLADOS >= 3000
                SET TABLA-LLENA        TO TRUE
                MOVE 'SALHIST.DAT'     TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-TRASLADOS.
            MOVE SH-ID-EMPLEADO        TO TTR-ID(WS-TOTAL-TRASLADOS).
            MOVE SH-FECHA              TO TTR-FECHA(WS-TOTAL-TRASLADOS).
            MOVE SH-VALOR-ANT    TO TTR-ANTERIOR(WS-TOTAL-TRASLADOS).
            MOVE SH-VALOR-NUE          TO TTR-NUEVO(WS-TOTAL-TRASLADOS).

      *    Un empleado del maestro: cuenta como activo en su
      *    departamento si lo esta, como pagado si la nomina del
      *    periodo le pago, y se anota cada discrepancia.  Un alta
      *    posterior al periodo no es todavia plantilla del mes.
       CONCILIA-EMPLEADO.
            MOVE P-DEPARTAMENTO        TO WS-DEPARTAMENTO.
            PERFORM ANYADE-DEPTO.
            IF TABLA-LLENA
                PERFORM ABANDONA-TABLA-LLENA
            END-IF.
            MOVE SPACES                TO WS-NOMBRE.
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SIZE
                   INTO WS-NOMBRE
            END-STRING.
            MOVE ZEROES                TO WS-PA-FILA.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-NOMINA
                       OR WS-PA-FILA NOT = ZEROES
                IF TPA-ID(WS-PA-IDX) = ID-EMPLEADO
                    MOVE WS-PA-IDX     TO WS-PA-FILA
                    MOVE 'S'           TO TPA-VISTO(WS-PA-IDX)
                END-IF
            END-PERFORM.
            COMPUTE WS-FECHA-ALTA = P-ALTA-ANYO * 10000
                                  + P-ALTA-MES * 100 + P-ALTA-DIA.
            IF WS-PA-FILA = ZEROES
               AND WS-FECHA-ALTA > WS-FIN-PERIODO
                EXIT PARAGRAPH
            END-IF.
            IF WS-PA-FILA NOT = ZEROES
                ADD 1                  TO TDE-PAGADOS(WS-DE-FILA)
            END-IF.
            IF P-ACTIVO
                ADD 1                  TO TDE-ACTIVOS(WS-DE-FILA)
                IF WS-PA-FILA = ZEROES
                    PERFORM CAUSA-IMPAGO
                    MOVE 'A'           TO WS-TIPO
                    PERFORM ANOTA-INCIDENCIA
                END-IF
            ELSE
                IF WS-PA-FILA NOT = ZEROES
                    MOVE TPA-BRUTO(WS-PA-FILA) TO WS-ED-BRUTO
                    MOVE SPACES        TO WS-TEXTO
                    STRING 'BRUTO PAGADO ' WS-ED-BRUTO
                           ' - ESTADO ' P-ESTADO
                           DELIMITED BY SIZE INTO WS-TEXTO
                    END-STRING
                    MOVE 'B'           TO WS-TIPO
                    PERFORM ANOTA-INCIDENCIA
                END-IF
            END-IF.
            IF P-ACTIVO OR WS-PA-FILA NOT = ZEROES
                PERFORM COMPRUEBA-TRASLADO
            END-IF.

      *    Causa probable de un activo sin pago: la tarjeta de
      *    horas que falta o la que EXM29 rechazo.
       CAUSA-IMPAGO.
            MOVE SPACES                TO WS-TEXTO.
            IF NOT HORAS-DEL-PERIODO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-HALLADO-SW.
            PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                    UNTIL WS-HO-IDX > WS-TOTAL-HORAS OR HALLADO
                IF THO-ID(WS-HO-IDX) = ID-EMPLEADO
                    SET HALLADO        TO TRUE
                END-IF
            END-PERFORM.
            IF HALLADO
                MOVE 'CON TARJETA DE HORAS: VER RECHAZOS DE EXM29'
                                       TO WS-TEXTO
            ELSE
                MOVE 'SIN TARJETA DE HORAS EN HORASTRB.DAT'
                                       TO WS-TEXTO
            END-IF.

      *    Departamento que SALHIST da al empleado al cierre del
      *    periodo: el nuevo del ultimo cambio hasta esa fecha o, si
      *    todos son posteriores, el anterior del primero.  Sin
      *    cambios de departamento no hay nada que comparar.
       COMPRUEBA-TRASLADO.
            MOVE 'N'                   TO WS-HISTORIA-SW.
            MOVE ZEROES                TO WS-FECHA-ANTES.
            MOVE 99999999              TO WS-FECHA-DESPUES.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-TRASLADOS
                IF TTR-ID(WS-TR-IDX) = ID-EMPLEADO
                    IF TTR-FECHA(WS-TR-IDX) <= WS-FIN-PERIODO
                        IF TTR-FECHA(WS-TR-IDX) >= WS-FECHA-ANTES
                            MOVE TTR-FECHA(WS-TR-IDX)
                                       TO WS-FECHA-ANTES
                            MOVE TTR-NUEVO(WS-TR-IDX)
                                       TO WS-DEPTO-HISTORIA
                            SET CON-HISTORIA TO TRUE
                        END-IF
                    ELSE
                        IF WS-FECHA-ANTES = ZEROES
                           AND TTR-FECHA(WS-TR-IDX) < WS-FECHA-DESPUES
                            MOVE TTR-FECHA(WS-TR-IDX)
                                       TO WS-FECHA-DESPUES
                            MOVE TTR-ANTERIOR(WS-TR-IDX)
                                       TO WS-DEPTO-HISTORIA
                            SET CON-HISTORIA TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF CON-HISTORIA
               AND WS-DEPTO-HISTORIA NOT = P-DEPARTAMENTO
                MOVE SPACES            TO WS-TEXTO
                STRING 'SALHIST: DEPARTAMENTO ' WS-DEPTO-HISTORIA
                       ' - MAESTRO: ' P-DEPARTAMENTO
                       DELIMITED BY SIZE INTO WS-TEXTO
                END-STRING
                MOVE 'T'               TO WS-TIPO
                PERFORM ANOTA-INCIDENCIA
            END-IF.

       ANOTA-INCIDENCIA.
            IF WS-TOTAL-DETALLE >= 3000
                SET TABLA-LLENA        TO TRUE
                MOVE 'INCIDENCIAS'     TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-DETALLE.
            MOVE WS-DEPARTAMENTO TO TIN-DEPARTAMENTO(WS-TOTAL-DETALLE).
            MOVE WS-TIPO               TO TIN-TIPO(WS-TOTAL-DETALLE).
            MOVE ID-EMPLEADO           TO TIN-ID(WS-TOTAL-DETALLE).
            MOVE WS-NOMBRE             TO TIN-NOMBRE(WS-TOTAL-DETALLE).
            MOVE WS-TEXTO              TO TIN-TEXTO(WS-TOTAL-DETALLE).
            ADD 1                      TO TDE-INCIDENCIAS(WS-DE-FILA).

      *    Fila de WS-DEPARTAMENTO en WS-DE-FILA; si no esta se
      *    inserta en su sitio para que el informe salga en orden.
       ANYADE-DEPTO.
            MOVE 'N'                   TO WS-HALLADO-SW.
            MOVE WS-TOTAL-DEPTOS       TO WS-DE-FILA.
            ADD 1                      TO WS-DE-FILA.
            PERFORM VARYING WS-DE-OTRO FROM 1 BY 1
                    UNTIL WS-DE-OTRO > WS-TOTAL-DEPTOS OR HALLADO
                IF TDE-CODIGO(WS-DE-OTRO) >= WS-DEPARTAMENTO
                    SET HALLADO        TO TRUE
                    MOVE WS-DE-OTRO    TO WS-DE-FILA
                END-IF
            END-PERFORM.
            IF HALLADO
                IF TDE-CODIGO(WS-DE-FILA) = WS-DEPARTAMENTO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TOTAL-DEPTOS >= 200
                SET TABLA-LLENA        TO TRUE
                MOVE 'DEPARTAMENTOS'   TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-DE-OTRO FROM WS-TOTAL-DEPTOS BY -1
                    UNTIL WS-DE-OTRO < WS-DE-FILA
                MOVE TDE-FILA(WS-DE-OTRO) TO TDE-FILA(WS-DE-OTRO + 1)
            END-PERFORM.
            INITIALIZE TDE-FILA(WS-DE-FILA).
            MOVE WS-DEPARTAMENTO       TO TDE-CODIGO(WS-DE-FILA).
            MOVE 'N'                   TO TDE-EN-MAESTRO(WS-DE-FILA).
            ADD 1                      TO WS-TOTAL-DEPTOS.

      *    Una linea por departamento con las tres cifras y las
      *    diferencias netas; debajo, el total.
       IMPRIME-RESUMEN.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  DEP NOMBRE                MAESTRO'
                   '   NOMINA PREVISTA  MAE-NOM MAE-PREV'
                   ' NOM-PREV INCIDEN.'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-ACTIVO(WS-DE-IDX) = 'A'
                   OR TDE-ACTIVOS(WS-DE-IDX) > ZEROES
                   OR TDE-PAGADOS(WS-DE-IDX) > ZEROES
                    PERFORM IMPRIME-LINEA-DEPTO
                END-IF
            END-PERFORM.
            COMPUTE WS-DIF-MAESTRO-PAGO =
                    WS-TOTAL-ACTIVOS - WS-TOTAL-PAGADOS.
            COMPUTE WS-DIF-MAESTRO-PREV =
                    WS-TOTAL-ACTIVOS - WS-TOTAL-PREVISTA.
            COMPUTE WS-DIF-PAGO-PREV =
                    WS-TOTAL-PAGADOS - WS-TOTAL-PREVISTA.
            MOVE WS-TOTAL-ACTIVOS      TO WS-ED-ACTIVOS.
            MOVE WS-TOTAL-PAGADOS      TO WS-ED-PAGADOS.
            MOVE WS-TOTAL-PREVISTA     TO WS-ED-PREVISTA.
            MOVE WS-DIF-MAESTRO-PAGO   TO WS-ED-DIF-1.
            MOVE WS-DIF-MAESTRO-PREV   TO WS-ED-DIF-2.
            MOVE WS-DIF-PAGO-PREV      TO WS-ED-DIF-3.
            MOVE WS-TOTAL-INCIDENCIAS  TO WS-ED-INCIDENCIAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  TOTAL' '                   '
                   '    ' WS-ED-ACTIVOS '    ' WS-ED-PAGADOS
                   '    ' WS-ED-PREVISTA '    ' WS-ED-DIF-1
                   '    ' WS-ED-DIF-2 '    ' WS-ED-DIF-3
                   '    ' WS-ED-INCIDENCIAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    La plantilla prevista solo cuenta en los departamentos
      *    activos del maestro.
       IMPRIME-LINEA-DEPTO.
            IF TDE-ACTIVO(WS-DE-IDX) NOT = 'A'
                MOVE ZEROES            TO TDE-HEADCOUNT(WS-DE-IDX)
            END-IF.
            ADD TDE-ACTIVOS(WS-DE-IDX) TO WS-TOTAL-ACTIVOS.
            ADD TDE-PAGADOS(WS-DE-IDX) TO WS-TOTAL-PAGADOS.
            ADD TDE-HEADCOUNT(WS-DE-IDX) TO WS-TOTAL-PREVISTA.
            ADD TDE-INCIDENCIAS(WS-DE-IDX) TO WS-TOTAL-INCIDENCIAS.
            COMPUTE WS-DIF-MAESTRO-PAGO =
                    TDE-ACTIVOS(WS-DE-IDX) - TDE-PAGADOS(WS-DE-IDX).
            COMPUTE WS-DIF-MAESTRO-PREV =
                    TDE-ACTIVOS(WS-DE-IDX) - TDE-HEADCOUNT(WS-DE-IDX).
            COMPUTE WS-DIF-PAGO-PREV =
                    TDE-PAGADOS(WS-DE-IDX) - TDE-HEADCOUNT(WS-DE-IDX).
            MOVE TDE-ACTIVOS(WS-DE-IDX) TO WS-ED-ACTIVOS.
            MOVE TDE-PAGADOS(WS-DE-IDX) TO WS-ED-PAGADOS.
            MOVE TDE-HEADCOUNT(WS-DE-IDX) TO WS-ED-PREVISTA.
            MOVE WS-DIF-MAESTRO-PAGO   TO WS-ED-DIF-1.
            MOVE WS-DIF-MAESTRO-PREV   TO WS-ED-DIF-2.
            MOVE WS-DIF-PAGO-PREV      TO WS-ED-DIF-3.
            MOVE TDE-INCIDENCIAS(WS-DE-IDX) TO WS-ED-INCIDENCIAS.
            IF TDE-EN-MAESTRO(WS-DE-IDX) NOT = 'S'
                IF TDE-CODIGO(WS-DE-IDX) = ZEROES
                    MOVE 'SIN FICHA EN PERSONA'
                                       TO TDE-NOMBRE(WS-DE-IDX)
                ELSE
                    MOVE 'FUERA DE DEPTOS.DAT'
                                       TO TDE-NOMBRE(WS-DE-IDX)
                END-IF
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' TDE-CODIGO(WS-DE-IDX)
                   ' ' TDE-NOMBRE(WS-DE-IDX)
                   '    ' WS-ED-ACTIVOS '    ' WS-ED-PAGADOS
                   '    ' WS-ED-PREVISTA '    ' WS-ED-DIF-1
                   '    ' WS-ED-DIF-2 '    ' WS-ED-DIF-3
                   '    ' WS-ED-INCIDENCIAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Empleados detras de las diferencias de un departamento.
       IMPRIME-DETALLE.
            IF TDE-INCIDENCIAS(WS-DE-IDX) = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DEPARTAMENTO ' TDE-CODIGO(WS-DE-IDX)
                   ' ' TDE-NOMBRE(WS-DE-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                    UNTIL WS-IN-IDX > WS-TOTAL-DETALLE
                IF TIN-DEPARTAMENTO(WS-IN-IDX) = TDE-CODIGO(WS-DE-IDX)
                    EVALUATE TIN-TIPO(WS-IN-IDX)
                        WHEN 'A'
                            MOVE 'ACTIVO NO PAGADO'
                                       TO WS-TIPO-TEXTO
                        WHEN 'B'
                            MOVE 'PAGADO Y DADO DE BAJA'
                                       TO WS-TIPO-TEXTO
                        WHEN 'N'
                            MOVE 'PAGADO SIN FICHA'
                                       TO WS-TIPO-TEXTO
                        WHEN 'T'
                            MOVE 'DEPARTAMENTO DISTINTO'
                                       TO WS-TIPO-TEXTO
                    END-EVALUATE
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '  ' WS-TIPO-TEXTO
                           ' ' TIN-ID(WS-IN-IDX)
                           ' ' TIN-NOMBRE(WS-IN-IDX)
                           '  ' TIN-TEXTO(WS-IN-IDX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
