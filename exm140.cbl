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
      * EXM140 - annual vacation entitlement by seniority.  The rules *
      * of the year come from VACREGLA.DAT: the 'B' row gives the     *
      * base working days, the carry-over cap in days and the hours   *
      * of a working day, each 'T' row the extra days earned on       *
      * completing a number of years of service from P-F-ALTA; the    *
      * highest tier reached applies.  A SYSIN card 'A' plus the year *
      * grants the new year to every employee on PERSONA.DAT not      *
      * terminated, read in key order: base plus extra days in hours, *
      * prorated to the days left from the hire date for an employee  *
      * hired during that year.  The unused balance of the row in     *
      * VACSALDO.DAT is carried up to the cap and the rest is lost;   *
      * days taken beyond the entitlement stay as hours taken.  The   *
      * year must follow the last one granted, kept in VACCTL.DAT,    *
      * and may not be earlier than the processing date (EXMFECHA).   *
      * A card 'N' grants the year already granted to the employees   *
      * hired since, those with no row yet, without carry-over.       *
      * Every row changed leaves its before and after images on       *
      * VACAUD.DAT like the EXM82 maintenance, with the PARM user.    *
      * EXM140.PRT shows the rules and, per employee, the service     *
      * years, base and extra days, proration, hours granted,         *
      * previous balance, hours carried and lost and the new row.  RC *
      * 4 when an employee is left out or an entitlement capped at    *
      * 999 hours, RC 8 on an invalid card, RC 16 when the year has   *
      * no base rule, PERSONA.DAT cannot be read or the balance table *
      * overflows.                                                    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM140.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT REGLA-FILE ASSIGN TO "VACREGLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLA-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACACION-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "VACCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "VACAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM140.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'A' + anyo: concesion de principio de anyo a toda la
      *    plantilla.  'N': altas nuevas sin fila en VACSALDO, con
      *    el anyo de la ultima concesion.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-ANYO                 PIC 9(04).
           02 FILLER                  PIC X(75).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  REGLA-FILE.
           COPY "vacregla.cpy".

       FD  VACACION-FILE.
        01 VACACION-REC.
           02 VB-ID-EMPLEADO          PIC 9(07).
           02 VB-DERECHO              PIC 9(03).
           02 VB-TOMADAS              PIC 9(03).

      *    Ultimo anyo concedido: un anyo no se concede dos veces.
       FD  CONTROL-FILE.
        01 CONTROL-REC.
           02 VC-ANYO                 PIC 9(04).
           02 VC-FECHA                PIC 9(08).
           02 VC-USUARIO              PIC X(08).
           02 VC-EMPLEADOS            PIC 9(05).

       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-FECHA                PIC 9(08).
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX              PIC X(01).
           02 AU-IMAGEN               PIC X(01).
           02 AU-VACACION             PIC X(13).
           02 AU-USUARIO              PIC X(08).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-REGLA-STATUS            PIC X(02) VALUE '00'.
        01 WS-VACACION-STATUS         PIC X(02) VALUE '00'.
        01 WS-CONTROL-STATUS          PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-PROCESO.
           02 WS-FP-ANYO              PIC 9(04).
           02 WS-FP-MES               PIC 9(02).
           02 WS-FP-DIA               PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-MODO                    PIC X(01) VALUE SPACES.
           88 MODO-ANUAL                         VALUE 'A'.
           88 MODO-ALTAS                         VALUE 'N'.
        01 WS-ANYO                    PIC 9(04) VALUE ZEROES.
        01 WS-ANYO-CONCEDIDO          PIC 9(04) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Reglas del anyo concedido.
        01 WS-BASE-SW                 PIC X(01) VALUE 'N'.
           88 HAY-BASE                           VALUE 'Y'.
        01 WS-DIAS-BASE               PIC 9(03) VALUE ZEROES.
        01 WS-TOPE-ARRASTRE           PIC 9(03) VALUE ZEROES.
        01 WS-HORAS-DIA               PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-TRAMOS            PIC 9(02) VALUE ZEROES.
        01 TABLA-TRAMOS.
           02 TTR-FILA OCCURS 20 TIMES.
              03 TTR-ANTIGUEDAD       PIC 9(02).
              03 TTR-DIAS             PIC 9(03).
        01 WS-TR-IDX                  PIC 9(02) VALUE ZEROES.
      *    Saldos (VACSALDO.DAT completo, horas).
        01 WS-TOTAL-SALDOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-VACACIONES.
           02 TV-FILA OCCURS 500 TIMES.
              03 TV-ID                PIC 9(07).
              03 TV-DERECHO           PIC 9(03).
              03 TV-TOMADAS           PIC 9(03).
        01 WS-TV-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TV-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-SALDOS-LLENO-SW         PIC X(01) VALUE 'N'.
           88 SALDOS-LLENO                       VALUE 'Y'.
      *    Calculo de un empleado.
        01 WS-ANTIGUEDAD              PIC 9(03) VALUE ZEROES.
        01 WS-DIAS-EXTRA              PIC 9(03) VALUE ZEROES.
        01 WS-DIAS-ANYO               PIC 9(03) VALUE ZEROES.
        01 WS-DIAS-RESTANTES          PIC 9(03) VALUE ZEROES.
        01 WS-INT-INICIO              PIC 9(07) VALUE ZEROES.
        01 WS-INT-FIN                 PIC 9(07) VALUE ZEROES.
        01 WS-INT-ALTA                PIC 9(07) VALUE ZEROES.
        01 WS-FECHA-ALTA              PIC 9(08) VALUE ZEROES.
        01 WS-HORAS-CONCEDIDAS        PIC 9(05) VALUE ZEROES.
        01 WS-SALDO-ANTERIOR          PIC S9(05) VALUE ZEROES.
        01 WS-ARRASTRE                PIC 9(05) VALUE ZEROES.
        01 WS-TOPE-HORAS              PIC 9(05) VALUE ZEROES.
        01 WS-PERDIDAS                PIC 9(05) VALUE ZEROES.
        01 WS-DESCUBIERTO             PIC 9(05) VALUE ZEROES.
        01 WS-NUEVO-DERECHO           PIC 9(05) VALUE ZEROES.
        01 WS-NUEVAS-TOMADAS          PIC 9(05) VALUE ZEROES.
        01 WS-NOMBRE-ACTUAL           PIC X(21) VALUE SPACES.
        01 WS-PRORRATA                PIC X(08) VALUE SPACES.
        01 WS-OBSERVACION             PIC X(30) VALUE SPACES.
        01 WS-ED-ANTIGUEDAD           PIC ZZ9.
        01 WS-ED-BASE                 PIC ZZ9.
        01 WS-ED-EXTRA                PIC ZZ9.
        01 WS-ED-CONCEDIDAS           PIC ZZZ9.
        01 WS-ED-SALDO                PIC -ZZZ9.
        01 WS-ED-ARRASTRE             PIC ZZZ9.
        01 WS-ED-PERDIDAS             PIC ZZZ9.
        01 WS-ED-DERECHO              PIC ZZZ9.
        01 WS-ED-TOMADAS              PIC ZZZ9.
        01 WS-ED-RESTANTES            PIC 999.
        01 WS-ED-DIAS-ANYO            PIC 999.
      *    Totales.
        01 WS-TOTAL-LEIDOS            PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-CONCEDIDOS        PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-NUEVAS-FILAS      PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-AVISOS            PIC 9(05) VALUE ZEROES.
        01 WS-SUMA-CONCEDIDAS         PIC 9(07) VALUE ZEROES.
        01 WS-SUMA-ARRASTRE           PIC 9(07) VALUE ZEROES.
        01 WS-SUMA-PERDIDAS           PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            PERFORM CARGA-CONTROL.
            PERFORM LEE-TARJETA.
            IF WS-MOTIVO NOT = SPACES
                DISPLAY '*** ' WS-MOTIVO ' ***'
                MOVE 8                 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-REGLAS.
            IF NOT HAY-BASE
                DISPLAY '*** SIN REGLA BASE EN VACREGLA.DAT PARA '
                        WS-ANYO ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-VACACIONES.
            IF SALDOS-LLENO
                DISPLAY '*** VACSALDO.DAT MAYOR QUE LA TABLA (500) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            COMPUTE WS-INT-INICIO =
                    FUNCTION INTEGER-OF-DATE(WS-ANYO * 10000 + 101).
            COMPUTE WS-INT-FIN =
                    FUNCTION INTEGER-OF-DATE(WS-ANYO * 10000 + 1231).
            COMPUTE WS-DIAS-ANYO = WS-INT-FIN - WS-INT-INICIO + 1.
            COMPUTE WS-TOPE-HORAS = WS-TOPE-ARRASTRE * WS-HORAS-DIA.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.
            PERFORM UNTIL FIN-CARGA
                READ PERSONA-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        ADD 1          TO WS-TOTAL-LEIDOS
                        IF NOT P-TERMINADO
                            PERFORM TRATA-EMPLEADO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERSONA-FILE.
            CLOSE AUDIT-FILE.
            IF SALDOS-LLENO
                DISPLAY '*** TABLA DE SALDOS LLENA - NO SE GRABA ***'
                MOVE 16                TO RETURN-CODE
                CLOSE REPORTE-FILE
                STOP RUN
            END-IF.
            PERFORM GRABA-VACACIONES.
            IF MODO-ANUAL
                PERFORM GRABA-CONTROL
            END-IF.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-AVISOS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'ANYO CONCEDIDO: '      WS-ANYO.
            DISPLAY 'EMPLEADOS LEIDOS: '    WS-TOTAL-LEIDOS.
            DISPLAY 'CONCESIONES: '         WS-TOTAL-CONCEDIDOS.
            DISPLAY 'FILAS NUEVAS: '        WS-TOTAL-NUEVAS-FILAS.
            DISPLAY 'AVISOS: '              WS-TOTAL-AVISOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM140.PRT'.
            STOP RUN.

      *    La concesion anual se pide para un anyo posterior al
      *    ultimo concedido y no anterior al de proceso; las altas
      *    nuevas reciben el anyo ya concedido.
       LEE-TARJETA.
            OPEN INPUT ENTRADA-FILE.
            MOVE SPACES                TO ENTRADA-REC.
            IF WS-ENTRADA-STATUS = '00'
                READ ENTRADA-FILE
                    AT END
                        MOVE SPACES    TO ENTRADA-REC
                END-READ
                CLOSE ENTRADA-FILE
            END-IF.
            MOVE TX-TIPO               TO WS-MODO.
            EVALUATE TRUE
                WHEN MODO-ANUAL
                    IF TX-ANYO IS NOT NUMERIC
                        MOVE 'ANYO DE LA CONCESION NO NUMERICO'
                                       TO WS-MOTIVO
                        EXIT PARAGRAPH
                    END-IF
                    IF TX-ANYO NOT > WS-ANYO-CONCEDIDO
                        MOVE 'ANYO YA CONCEDIDO' TO WS-MOTIVO
                        EXIT PARAGRAPH
                    END-IF
                    IF TX-ANYO < WS-FP-ANYO
                        MOVE 'ANYO ANTERIOR AL DE PROCESO' TO WS-MOTIVO
                        EXIT PARAGRAPH
                    END-IF
                    MOVE TX-ANYO       TO WS-ANYO
                WHEN MODO-ALTAS
                    IF WS-ANYO-CONCEDIDO = ZEROES
                        MOVE 'SIN CONCESION ANUAL PREVIA' TO WS-MOTIVO
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WS-ANYO-CONCEDIDO TO WS-ANYO
                WHEN OTHER
                    MOVE 'TARJETA INVALIDA (A + ANYO / N)' TO WS-MOTIVO
            END-EVALUATE.

      *    Un empleado en alta.  Concesion anual: todos; altas
      *    nuevas: solo quien no tiene fila en VACSALDO.
       TRATA-EMPLEADO.
            MOVE ZEROES                TO WS-TV-FILA.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-SALDOS
                       OR WS-TV-FILA NOT = ZEROES
                IF TV-ID(WS-TV-IDX) = ID-EMPLEADO
                    MOVE WS-TV-IDX     TO WS-TV-FILA
                END-IF
            END-PERFORM.
            IF MODO-ALTAS AND WS-TV-FILA NOT = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-NOMBRE-ACTUAL
                                          WS-OBSERVACION.
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO WS-NOMBRE-ACTUAL
            END-STRING.
            IF P-F-ALTA IS NOT NUMERIC
               OR P-ALTA-ANYO < 1900
               OR P-ALTA-MES < 1 OR P-ALTA-MES > 12
               OR P-ALTA-DIA < 1 OR P-ALTA-DIA > 31
                MOVE 'FECHA DE ALTA INVALIDA' TO WS-OBSERVACION
                PERFORM LINEA-AVISO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FECHA-ALTA = P-ALTA-ANYO * 10000
                                  + P-ALTA-MES * 100 + P-ALTA-DIA.
            IF P-ALTA-ANYO > WS-ANYO
                MOVE 'ALTA POSTERIOR AL ANYO' TO WS-OBSERVACION
                PERFORM LINEA-AVISO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CALCULA-DERECHO.
            PERFORM CALCULA-ARRASTRE.
            IF WS-NUEVO-DERECHO > 999
                MOVE 999               TO WS-NUEVO-DERECHO
                MOVE 'TOPE DE 999 HORAS' TO WS-OBSERVACION
                ADD 1                  TO WS-TOTAL-AVISOS
            END-IF.
            IF WS-NUEVAS-TOMADAS > 999
                MOVE 999               TO WS-NUEVAS-TOMADAS
            END-IF.
            IF WS-TV-FILA = ZEROES
                IF WS-TOTAL-SALDOS >= 500
                    SET SALDOS-LLENO   TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-SALDOS
                MOVE WS-TOTAL-SALDOS   TO WS-TV-FILA
                MOVE ID-EMPLEADO       TO TV-ID(WS-TV-FILA)
                ADD 1                  TO WS-TOTAL-NUEVAS-FILAS
                IF WS-OBSERVACION = SPACES
                    MOVE 'FILA NUEVA'  TO WS-OBSERVACION
                END-IF
            ELSE
                MOVE 'B'               TO AU-IMAGEN
                PERFORM ESCRIBE-AUDITORIA
            END-IF.
            MOVE WS-NUEVO-DERECHO      TO TV-DERECHO(WS-TV-FILA).
            MOVE WS-NUEVAS-TOMADAS     TO TV-TOMADAS(WS-TV-FILA).
            MOVE 'A'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-CONCEDIDOS.
            ADD WS-HORAS-CONCEDIDAS    TO WS-SUMA-CONCEDIDAS.
            ADD WS-ARRASTRE            TO WS-SUMA-ARRASTRE.
            ADD WS-PERDIDAS            TO WS-SUMA-PERDIDAS.
            PERFORM LINEA-CONCESION.

      *    Antiguedad: anyos que cumple el empleado dentro del anyo
      *    concedido.  Dias = base + los del tramo mas alto
      *    alcanzado, en horas de jornada; quien entra en el anyo
      *    los recibe en proporcion a los dias que le quedan.
       CALCULA-DERECHO.
            COMPUTE WS-ANTIGUEDAD = WS-ANYO - P-ALTA-ANYO.
            MOVE ZEROES                TO WS-DIAS-EXTRA.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-TRAMOS
                IF TTR-ANTIGUEDAD(WS-TR-IDX) NOT > WS-ANTIGUEDAD
                   AND TTR-DIAS(WS-TR-IDX) > WS-DIAS-EXTRA
                    MOVE TTR-DIAS(WS-TR-IDX) TO WS-DIAS-EXTRA
                END-IF
            END-PERFORM.
            IF P-ALTA-ANYO = WS-ANYO
                COMPUTE WS-INT-ALTA =
                        FUNCTION INTEGER-OF-DATE(WS-FECHA-ALTA)
                COMPUTE WS-DIAS-RESTANTES =
                        WS-INT-FIN - WS-INT-ALTA + 1
                COMPUTE WS-HORAS-CONCEDIDAS ROUNDED =
                        (WS-DIAS-BASE + WS-DIAS-EXTRA) * WS-HORAS-DIA
                        * WS-DIAS-RESTANTES / WS-DIAS-ANYO
                MOVE WS-DIAS-RESTANTES TO WS-ED-RESTANTES
                MOVE WS-DIAS-ANYO      TO WS-ED-DIAS-ANYO
                STRING WS-ED-RESTANTES '/' WS-ED-DIAS-ANYO
                       DELIMITED BY SIZE INTO WS-PRORRATA
                END-STRING
            ELSE
                COMPUTE WS-HORAS-CONCEDIDAS =
                        (WS-DIAS-BASE + WS-DIAS-EXTRA) * WS-HORAS-DIA
                MOVE 'ANUAL'           TO WS-PRORRATA
            END-IF.

      *    Saldo del anyo anterior (solo en la concesion anual y con
      *    fila): lo no disfrutado pasa hasta el tope y el resto se
      *    pierde; lo disfrutado de mas se arrastra como tomado.
       CALCULA-ARRASTRE.
            MOVE ZEROES                TO WS-SALDO-ANTERIOR
                                          WS-ARRASTRE
                                          WS-PERDIDAS
                                          WS-DESCUBIERTO.
            IF MODO-ANUAL AND WS-TV-FILA NOT = ZEROES
                COMPUTE WS-SALDO-ANTERIOR = TV-DERECHO(WS-TV-FILA)
                                          - TV-TOMADAS(WS-TV-FILA)
                EVALUATE TRUE
                    WHEN WS-SALDO-ANTERIOR > WS-TOPE-HORAS
                        MOVE WS-TOPE-HORAS TO WS-ARRASTRE
                        COMPUTE WS-PERDIDAS =
                                WS-SALDO-ANTERIOR - WS-TOPE-HORAS
                    WHEN WS-SALDO-ANTERIOR > ZEROES
                        MOVE WS-SALDO-ANTERIOR TO WS-ARRASTRE
                    WHEN WS-SALDO-ANTERIOR < ZEROES
                        COMPUTE WS-DESCUBIERTO = 0 - WS-SALDO-ANTERIOR
                        MOVE 'CON DESCUBIERTO' TO WS-OBSERVACION
                END-EVALUATE
            END-IF.
            COMPUTE WS-NUEVO-DERECHO =
                    WS-HORAS-CONCEDIDAS + WS-ARRASTRE.
            MOVE WS-DESCUBIERTO        TO WS-NUEVAS-TOMADAS.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AU-HORA             FROM TIME.
            IF MODO-ANUAL
                MOVE 'G'               TO AU-TIPO-TX
            ELSE
                MOVE 'N'               TO AU-TIPO-TX
            END-IF.
            MOVE SPACES                TO AU-VACACION.
            STRING TV-ID(WS-TV-FILA) TV-DERECHO(WS-TV-FILA)
                   TV-TOMADAS(WS-TV-FILA)
                   DELIMITED BY SIZE INTO AU-VACACION
            END-STRING.
            MOVE WS-USUARIO-AUDIT      TO AU-USUARIO.
            WRITE AUDIT-REC.

       IMPRIME-CABECERA.
            MOVE SPACES                TO LINEA-REPORTE.
            IF MODO-ANUAL
                STRING 'EXM140 - CONCESION ANUAL DE VACACIONES '
                       WS-ANYO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING 'EXM140 - VACACIONES DE LAS ALTAS NUEVAS '
                       WS-ANYO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            STRING LINEA-REPORTE(1:45) '  FECHA PROCESO: '
                   WS-FECHA-PROCESO '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-DIAS-BASE          TO WS-ED-BASE.
            MOVE WS-TOPE-ARRASTRE      TO WS-ED-EXTRA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'REGLAS: BASE ' WS-ED-BASE ' DIAS  ARRASTRE '
                   'HASTA ' WS-ED-EXTRA ' DIAS  JORNADA '
                   WS-HORAS-DIA ' HORAS  TRAMOS:'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-TRAMOS
                MOVE TTR-ANTIGUEDAD(WS-TR-IDX) TO WS-ED-ANTIGUEDAD
                MOVE TTR-DIAS(WS-TR-IDX) TO WS-ED-EXTRA
                MOVE SPACES            TO LINEA-REPORTE
                STRING '        DESDE ' WS-ED-ANTIGUEDAD
                       ' ANYOS DE ANTIGUEDAD ' WS-ED-EXTRA
                       ' DIAS MAS'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE '                                            ANTIG DIAS
      -         '  DIAS          ------------------ HORAS --------------
      -         '----'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE '  EMPLEADO NOMBRE                ALTA       ANYOS BASE
      -         ' EXTRA PRORRATA CONCED  SALDO ARRAST PERDID DERECHO TOM
      -         'ADAS OBSERVACIONES'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       LINEA-CONCESION.
            MOVE WS-ANTIGUEDAD         TO WS-ED-ANTIGUEDAD.
            MOVE WS-DIAS-BASE          TO WS-ED-BASE.
            MOVE WS-DIAS-EXTRA         TO WS-ED-EXTRA.
            MOVE WS-HORAS-CONCEDIDAS   TO WS-ED-CONCEDIDAS.
            MOVE WS-SALDO-ANTERIOR     TO WS-ED-SALDO.
            MOVE WS-ARRASTRE           TO WS-ED-ARRASTRE.
            MOVE WS-PERDIDAS           TO WS-ED-PERDIDAS.
            MOVE WS-NUEVO-DERECHO      TO WS-ED-DERECHO.
            MOVE WS-NUEVAS-TOMADAS     TO WS-ED-TOMADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '   ' ID-EMPLEADO ' ' WS-NOMBRE-ACTUAL ' '
                   P-ALTA-DIA '/' P-ALTA-MES '/' P-ALTA-ANYO
                   '   ' WS-ED-ANTIGUEDAD '  ' WS-ED-BASE
                   '   ' WS-ED-EXTRA ' ' WS-PRORRATA
                   '   ' WS-ED-CONCEDIDAS '  ' WS-ED-SALDO
                   '   ' WS-ED-ARRASTRE '   ' WS-ED-PERDIDAS
                   '    ' WS-ED-DERECHO '    ' WS-ED-TOMADAS
                   ' ' WS-OBSERVACION(1:18)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       LINEA-AVISO.
            ADD 1                      TO WS-TOTAL-AVISOS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '   ' ID-EMPLEADO ' ' WS-NOMBRE-ACTUAL
                   ' *** SIN CONCESION: ' WS-OBSERVACION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EMPLEADOS LEIDOS: ' WS-TOTAL-LEIDOS
                   '  CONCESIONES: ' WS-TOTAL-CONCEDIDOS
                   '  FILAS NUEVAS: ' WS-TOTAL-NUEVAS-FILAS
                   '  AVISOS: ' WS-TOTAL-AVISOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'HORAS CONCEDIDAS: ' WS-SUMA-CONCEDIDAS
                   '  ARRASTRADAS: ' WS-SUMA-ARRASTRE
                   '  PERDIDAS: ' WS-SUMA-PERDIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CARGA-CONTROL.
            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = '00'
                READ CONTROL-FILE
                    NOT AT END
                        IF VC-ANYO IS NUMERIC
                            MOVE VC-ANYO TO WS-ANYO-CONCEDIDO
                        END-IF
                END-READ
                CLOSE CONTROL-FILE
            END-IF.

       GRABA-CONTROL.
            OPEN OUTPUT CONTROL-FILE.
            MOVE WS-ANYO               TO VC-ANYO.
            MOVE WS-FECHA-PROCESO      TO VC-FECHA.
            MOVE WS-USUARIO-AUDIT      TO VC-USUARIO.
            MOVE WS-TOTAL-CONCEDIDOS   TO VC-EMPLEADOS.
            WRITE CONTROL-REC.
            CLOSE CONTROL-FILE.

      *    Fila base y tramos del anyo concedido.
       CARGA-REGLAS.
            OPEN INPUT REGLA-FILE.
            IF WS-REGLA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ REGLA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF VR-ANYO = WS-ANYO
                                PERFORM ANOTA-REGLA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REGLA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            IF WS-HORAS-DIA = ZEROES
                MOVE 08                TO WS-HORAS-DIA
            END-IF.

       ANOTA-REGLA.
            EVALUATE TRUE
                WHEN VR-BASE
                    SET HAY-BASE       TO TRUE
                    MOVE VR-DIAS       TO WS-DIAS-BASE
                    MOVE VR-TOPE-ARRASTRE TO WS-TOPE-ARRASTRE
                    MOVE VR-HORAS-DIA  TO WS-HORAS-DIA
                WHEN VR-TRAMO
                    IF WS-TOTAL-TRAMOS < 20
                        ADD 1          TO WS-TOTAL-TRAMOS
                        MOVE VR-ANTIGUEDAD TO
                             TTR-ANTIGUEDAD(WS-TOTAL-TRAMOS)
                        MOVE VR-DIAS   TO TTR-DIAS(WS-TOTAL-TRAMOS)
                    END-IF
            END-EVALUATE.

       CARGA-VACACIONES.
            OPEN INPUT VACACION-FILE.
            IF WS-VACACION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ VACACION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-SALDOS < 500
                                ADD 1     TO WS-TOTAL-SALDOS
                                MOVE VB-ID-EMPLEADO TO
                                     TV-ID(WS-TOTAL-SALDOS)
                                MOVE VB-DERECHO TO
                                     TV-DERECHO(WS-TOTAL-SALDOS)
                                MOVE VB-TOMADAS TO
                                     TV-TOMADAS(WS-TOTAL-SALDOS)
                            ELSE
                                SET SALDOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VACACION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-VACACIONES.
            OPEN OUTPUT VACACION-FILE.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-SALDOS
                MOVE TV-ID(WS-TV-IDX)  TO VB-ID-EMPLEADO
                MOVE TV-DERECHO(WS-TV-IDX) TO VB-DERECHO
                MOVE TV-TOMADAS(WS-TV-IDX) TO VB-TOMADAS
                WRITE VACACION-REC
            END-PERFORM.
            CLOSE VACACION-FILE.
