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
      * EXM123 - cash-flow forecast for treasury, day by day over the *
      * next N days (default 90) after the processing date.  Every    *
      * known future movement is laid on the calendar:                *
      *   REC  the RECURREN.DAT standing orders, dated the way EXM64  *
      *        will emit them (day clipped to the month, moved to the *
      *        next working day by EXMBDAY; 'A' templates only in     *
      *        their month);                                          *
      *   NOM  the monthly net payroll -- the total of the last       *
      *        EXM29PAG.DAT transfer, paid on the day of month of its *
      *        header date, or, with no transfer file, the NOMYTD.DAT *
      *        net of the year averaged over the months elapsed and   *
      *        paid on the last day of the month (both shifted by     *
      *        EXMBDAY);                                              *
      *   DEV  the open accruals still waiting in POSTPEND.DAT, on    *
      *        their release date (overdue ones on the first working  *
      *        day of the horizon);                                   *
      *   SUS  the open SUSPENSO.DAT items, expected back on the      *
      *        first working day of the horizon.                      *
      * Direction comes from the TRANCODC.DAT nature of the code: 'H' *
      * is cash in, 'D' (or a code off the catalogue) cash out, a     *
      * reversal image turns it round; payroll is always out.         *
      * Foreign amounts are converted at the current CAMBIOS.DAT rate *
      * (newest row not after the processing date); a currency with   *
      * no rate is shown at zero base and flagged.  The starting      *
      * position is the SD-ACTUAL-SUM3 total in SALDOS.DAT of the     *
      * cash accounts named on the control cards; the report carries  *
      * the flows of each day with the projected running position,    *
      * a subtotal every seven days with a line per currency, the     *
      * currency totals and the lowest position of the horizon.       *
      * Control cards: 'D' + days (6) sets the horizon (1 to 180);    *
      * 'C' + desde (6) + hasta (6) names a range of cash accounts    *
      * (up to 20).  EXM123.PRT; RC 4 when no cash account was given, *
      * a currency has no rate, the event table filled or the         *
      * position goes below zero inside the horizon.                  *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM123.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PLANTILLA-FILE ASSIGN TO "RECURREN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTILLA-STATUS.
           SELECT PAGO-FILE ASSIGN TO "EXM29PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT YTD-FILE ASSIGN TO "NOMYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT POSTPEND-FILE ASSIGN TO "POSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTPEND-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "TRANCODC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM123.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-TIPO                 PIC X(01).
              88 CC-HORIZONTE                    VALUE 'D'.
              88 CC-CAJA                         VALUE 'C'.
           02 CC-DESDE                PIC 9(06).
           02 CC-HASTA                PIC 9(06).

      *    Plantillas de posteo recurrente, layout de EXM64.
       FD  PLANTILLA-FILE.
        01 PLANTILLA-REC.
           02 PL-CUENTA               PIC 9(06).
           02 PL-CODIGO               PIC 9(02).
           02 PL-OP-A.
              03 PL-BASE              PIC 9(01).
              03 PL-SUM1              PIC 9(02).
              03 PL-SUM2              PIC 9(02).
              03 PL-SUM3              PIC 9(09).
              03 PL-SUM4              PIC 9(09).
           02 PL-MONEDA               PIC X(03).
           02 PL-FRECUENCIA           PIC X(01).
              88 PL-MENSUAL                      VALUE 'M'.
              88 PL-ANUAL                        VALUE 'A'.
           02 PL-DIA                  PIC 9(02).
           02 PL-MES                  PIC 9(02).

      *    Transferencia de nomina de EXM29, HDR/TRL en el mismo FD.
       FD  PAGO-FILE.
        01 PAGO-REC.
           02 PG-ID-EMPLEADO          PIC 9(07).
           02 PG-NOMBRE               PIC X(10).
           02 PG-APELLIDO             PIC X(10).
           02 PG-NETO-CENT            PIC 9(09).
           02 PG-IBAN                 PIC X(34).
           02 PG-BIC                  PIC X(11).
           COPY "hdrtrl.cpy".

       FD  YTD-FILE.
        01 YTD-REC.
           02 NY-ID-EMPLEADO          PIC 9(07).
           02 NY-ANYO                 PIC 9(04).
           02 NY-BRUTO                PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-NETO                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-RETENIDO             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  POSTPEND-FILE.
           COPY "postpend.cpy".

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  CATALOGO-FILE.
           COPY "trancodc.cpy".

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PLANTILLA-STATUS        PIC X(02) VALUE '00'.
        01 WS-PAGO-STATUS             PIC X(02) VALUE '00'.
        01 WS-YTD-STATUS              PIC X(02) VALUE '00'.
        01 WS-POSTPEND-STATUS         PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CATALOGO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           02 WS-PROC-ANYO            PIC 9(04).
           02 WS-PROC-MES             PIC 9(02).
           02 WS-PROC-DIA             PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Sin tarjeta 'D' el horizonte es de 90 dias.
        01 WS-DIAS-HORIZONTE          PIC 9(03) VALUE 90.
        01 WS-INT-PROCESO             PIC 9(07) VALUE ZEROES.
        01 WS-INT-FIN                 PIC 9(07) VALUE ZEROES.
        01 WS-INT-DIA                 PIC 9(07) VALUE ZEROES.
        01 WS-INT-EVENTO              PIC 9(07) VALUE ZEROES.
        01 WS-FECHA-INICIO            PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-FIN               PIC 9(08) VALUE ZEROES.
        01 WS-PRIMER-LABORABLE        PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-DIA               PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-EVENTO            PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-EVENTO-R REDEFINES WS-FECHA-EVENTO.
           02 WS-EVT-ANYO             PIC 9(04).
           02 WS-EVT-MES              PIC 9(02).
           02 WS-EVT-DIA              PIC 9(02).
        01 WS-BD-FUNCION              PIC X(01) VALUE SPACES.
        01 WS-BD-DIA                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE            PIC X(01) VALUE SPACES.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
        01 WS-DIA-PEDIDO              PIC 9(02) VALUE ZEROES.
        01 WS-DIA-PROGRAMADO          PIC 9(02) VALUE ZEROES.
      *    Meses que toca el horizonte, desde el mes del proceso.
        01 WS-TOTAL-MESES             PIC 9(02) VALUE ZEROES.
        01 TABLA-MESES.
           02 TMS-FILA OCCURS 8 TIMES.
              03 TMS-ANYO             PIC 9(04).
              03 TMS-MES              PIC 9(02).
        01 WS-MS-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-MES-ANYO                PIC 9(04) VALUE ZEROES.
        01 WS-MES-MES                 PIC 9(02) VALUE ZEROES.
        01 WS-MES-PERIODO             PIC 9(06) VALUE ZEROES.
        01 WS-FIN-PERIODO             PIC 9(06) VALUE ZEROES.
      *    Rangos de cuentas de caja de las tarjetas 'C'.
        01 WS-TOTAL-CAJA              PIC 9(02) VALUE ZEROES.
        01 TABLA-CAJA.
           02 TCJ-FILA OCCURS 20 TIMES.
              03 TCJ-DESDE            PIC 9(06).
              03 TCJ-HASTA            PIC 9(06).
        01 WS-CJ-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-CUENTAS-CAJA            PIC 9(05) VALUE ZEROES.
        01 WS-POSICION-INICIAL        PIC S9(14) VALUE ZEROES.
      *    Naturaleza de los codigos del catalogo.
        01 WS-TOTAL-CODIGOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-CODIGOS.
           02 TCD-FILA OCCURS 100 TIMES.
              03 TCD-CODIGO           PIC 9(02).
              03 TCD-NATURALEZA       PIC X(01).
        01 WS-CD-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-CAMBIOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 100 TIMES.
              03 TCA-MONEDA           PIC X(03).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-TASA             PIC 9(03)V9(06).
        01 WS-CA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
      *    Monedas del horizonte con su tasa actual y acumulados de
      *    la semana en curso y del horizonte completo.
        01 WS-TOTAL-MONEDAS           PIC 9(02) VALUE ZEROES.
        01 TABLA-MONEDAS.
           02 TMO-FILA OCCURS 20 TIMES.
              03 TMO-MONEDA           PIC X(03).
              03 TMO-TASA             PIC 9(03)V9(06).
              03 TMO-TASA-SW          PIC X(01).
                 88 TMO-CON-TASA                 VALUE 'Y'.
              03 TMO-SEM-ORIGINAL     PIC S9(14).
              03 TMO-SEM-BASE         PIC S9(14).
              03 TMO-SEM-MOVIMIENTOS  PIC 9(05).
              03 TMO-TOT-ORIGINAL     PIC S9(14).
              03 TMO-TOT-BASE         PIC S9(14).
              03 TMO-TOT-MOVIMIENTOS  PIC 9(05).
        01 WS-MO-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-MO-ENCONTRADA-SW        PIC X(01) VALUE 'N'.
           88 MO-ENCONTRADA                      VALUE 'Y'.
      *    Movimientos previstos del horizonte.
        01 WS-TOTAL-EVENTOS           PIC 9(04) VALUE ZEROES.
        01 TABLA-EVENTOS.
           02 TEV-FILA OCCURS 3000 TIMES.
              03 TEV-FECHA            PIC 9(08).
              03 TEV-ORIGEN           PIC X(03).
              03 TEV-CUENTA           PIC 9(06).
              03 TEV-CODIGO           PIC 9(02).
              03 TEV-MONEDA-IDX       PIC 9(02).
              03 TEV-IMPORTE          PIC S9(13).
              03 TEV-BASE             PIC S9(13).
        01 WS-EV-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-DESCARTADOS       PIC 9(05) VALUE ZEROES.
      *    Movimiento en preparacion antes de entrar en la tabla.
        01 WS-EV-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-EV-ORIGEN               PIC X(03) VALUE SPACES.
        01 WS-EV-CUENTA               PIC 9(06) VALUE ZEROES.
        01 WS-EV-CODIGO               PIC 9(02) VALUE ZEROES.
        01 WS-EV-MONEDA               PIC X(03) VALUE SPACES.
        01 WS-EV-IMPORTE              PIC S9(13) VALUE ZEROES.
        01 WS-EV-SALIDA-SW            PIC X(01) VALUE 'N'.
           88 EV-ES-SALIDA                       VALUE 'Y'.
      *    Imagen de posteo de POSTPEND/SUSPENSO en la vista TRANLEDG.
           COPY "tranledg.cpy".
      *    Nomina neta mensual prevista, en centimos.
        01 WS-NOMINA-CENT             PIC 9(13) VALUE ZEROES.
        01 WS-NOMINA-FECHA            PIC 9(08) VALUE ZEROES.
        01 WS-NOMINA-EMPLEADOS        PIC 9(07) VALUE ZEROES.
        01 WS-DIA-NOMINA              PIC 9(02) VALUE ZEROES.
        01 WS-NOMINA-ORIGEN           PIC X(08) VALUE SPACES.
        01 WS-YTD-NETO                PIC S9(13)V99 VALUE ZEROES.
        01 WS-YTD-MEDIA-CENT          PIC 9(13) VALUE ZEROES.
        01 WS-MESES-TRANSCURRIDOS     PIC 9(02) VALUE ZEROES.
      *    Acumulados del dia, la semana y el horizonte.
        01 WS-DIA-NUM                 PIC 9(03) VALUE ZEROES.
        01 WS-SEMANA-NUM              PIC 9(02) VALUE ZEROES.
        01 WS-SEMANA-DESDE            PIC 9(08) VALUE ZEROES.
        01 WS-DIA-ENTRADAS            PIC S9(14) VALUE ZEROES.
        01 WS-DIA-SALIDAS             PIC S9(14) VALUE ZEROES.
        01 WS-SEM-ENTRADAS            PIC S9(14) VALUE ZEROES.
        01 WS-SEM-SALIDAS             PIC S9(14) VALUE ZEROES.
        01 WS-TOT-ENTRADAS            PIC S9(14) VALUE ZEROES.
        01 WS-TOT-SALIDAS             PIC S9(14) VALUE ZEROES.
        01 WS-NETO                    PIC S9(14) VALUE ZEROES.
        01 WS-POSICION                PIC S9(14) VALUE ZEROES.
        01 WS-POSICION-MINIMA         PIC S9(14) VALUE ZEROES.
        01 WS-FECHA-MINIMA            PIC 9(08) VALUE ZEROES.
        01 WS-DIAS-NEGATIVOS          PIC 9(03) VALUE ZEROES.
        01 WS-MONEDAS-SIN-TASA        PIC 9(02) VALUE ZEROES.
        01 WS-IMPORTE-ED              PIC -(13)9.
        01 WS-BASE-ED                 PIC -(13)9.
        01 WS-ENTRADAS-ED             PIC -(13)9.
        01 WS-SALIDAS-ED              PIC -(13)9.
        01 WS-NETO-ED                 PIC -(13)9.
        01 WS-POSICION-ED             PIC -(13)9.
        01 WS-TASA-ED                 PIC ZZ9.9(6).
        01 WS-NOTA                    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            PERFORM LEE-TARJETAS.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM CALCULA-HORIZONTE.

            PERFORM CARGA-CODIGOS.
            PERFORM CARGA-CAMBIOS.
            PERFORM CALCULA-POSICION-INICIAL.
            PERFORM CARGA-NOMINA.

            PERFORM PREVE-RECURRENTES.
            PERFORM PREVE-NOMINA.
            PERFORM PREVE-DEVENGOS.
            PERFORM PREVE-SUSPENSO.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.
            MOVE WS-POSICION-INICIAL     TO WS-POSICION
                                            WS-POSICION-MINIMA.
            MOVE WS-FECHA-PROCESO        TO WS-FECHA-MINIMA.
            MOVE WS-FECHA-INICIO         TO WS-SEMANA-DESDE.
            MOVE 1                       TO WS-SEMANA-NUM.
            PERFORM VARYING WS-DIA-NUM FROM 1 BY 1
                    UNTIL WS-DIA-NUM > WS-DIAS-HORIZONTE
                COMPUTE WS-INT-DIA = WS-INT-PROCESO + WS-DIA-NUM
                COMPUTE WS-FECHA-DIA =
                        FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                PERFORM IMPRIME-DIA
                IF FUNCTION MOD(WS-DIA-NUM, 7) = 0
                   OR WS-DIA-NUM = WS-DIAS-HORIZONTE
                    PERFORM IMPRIME-SEMANA
                END-IF
            END-PERFORM.
            PERFORM IMPRIME-RESUMEN.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-CAJA = 0 OR WS-MONEDAS-SIN-TASA > 0
               OR WS-TOTAL-DESCARTADOS > 0 OR WS-DIAS-NEGATIVOS > 0
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'MOVIMIENTOS PREVISTOS: '  WS-TOTAL-EVENTOS.
            DISPLAY 'DIAS CON POSICION NEGATIVA: ' WS-DIAS-NEGATIVOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM123.PRT'.
            STOP RUN.

      *    Tarjeta 'D' horizonte en dias, 'C' rango de cuentas de
      *    caja; cualquier otra se ignora con aviso.
       LEE-TARJETAS.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ ENTRADA-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN CC-HORIZONTE AND CC-DESDE NUMERIC
                             AND CC-DESDE > 0 AND CC-DESDE <= 180
                                MOVE CC-DESDE TO WS-DIAS-HORIZONTE
                            WHEN CC-CAJA AND CC-DESDE NUMERIC
                             AND CC-HASTA NUMERIC
                             AND CC-DESDE <= CC-HASTA
                             AND WS-TOTAL-CAJA < 20
                                ADD 1    TO WS-TOTAL-CAJA
                                MOVE CC-DESDE TO
                                     TCJ-DESDE(WS-TOTAL-CAJA)
                                MOVE CC-HASTA TO
                                     TCJ-HASTA(WS-TOTAL-CAJA)
                            WHEN OTHER
                                DISPLAY '  *** TARJETA IGNORADA: '
                                        ENTRADA-REC ' ***'
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE ENTRADA-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

      *    Ventana: del dia siguiente al proceso al ultimo del
      *    horizonte; meses de calendario que toca, para fechar
      *    plantillas y nomina; primer laborable para los importes
      *    sin fecha propia (suspenso, devengos vencidos).
       CALCULA-HORIZONTE.
            COMPUTE WS-INT-PROCESO =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
            COMPUTE WS-INT-FIN = WS-INT-PROCESO + WS-DIAS-HORIZONTE.
            COMPUTE WS-INT-DIA = WS-INT-PROCESO + 1.
            COMPUTE WS-FECHA-INICIO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
            COMPUTE WS-FECHA-FIN =
                    FUNCTION DATE-OF-INTEGER(WS-INT-FIN).
            MOVE WS-FECHA-INICIO         TO WS-FECHA-EVENTO.
            MOVE 'S'                     TO WS-BD-FUNCION.
            MOVE WS-EVT-DIA              TO WS-BD-DIA.
            MOVE WS-EVT-MES              TO WS-BD-MES.
            MOVE WS-EVT-ANYO             TO WS-BD-ANYO.
            CALL 'EXMBDAY' USING WS-BD-FUNCION WS-BD-DIA WS-BD-MES
                                  WS-BD-ANYO WS-BD-LABORABLE.
            MOVE WS-BD-ANYO              TO WS-EVT-ANYO.
            MOVE WS-BD-MES               TO WS-EVT-MES.
            MOVE WS-BD-DIA               TO WS-EVT-DIA.
            MOVE WS-FECHA-EVENTO         TO WS-PRIMER-LABORABLE.
            MOVE WS-PROC-ANYO            TO WS-MES-ANYO.
            MOVE WS-PROC-MES             TO WS-MES-MES.
            MOVE ZEROES                  TO WS-TOTAL-MESES.
            MOVE WS-FECHA-FIN(1:6)       TO WS-FIN-PERIODO.
            COMPUTE WS-MES-PERIODO = WS-MES-ANYO * 100 + WS-MES-MES.
            PERFORM UNTIL WS-TOTAL-MESES = 8
                       OR WS-MES-PERIODO > WS-FIN-PERIODO
                ADD 1                    TO WS-TOTAL-MESES
                MOVE WS-MES-ANYO         TO TMS-ANYO(WS-TOTAL-MESES)
                MOVE WS-MES-MES          TO TMS-MES(WS-TOTAL-MESES)
                ADD 1                    TO WS-MES-MES
                IF WS-MES-MES > 12
                    MOVE 1               TO WS-MES-MES
                    ADD 1                TO WS-MES-ANYO
                END-IF
                COMPUTE WS-MES-PERIODO = WS-MES-ANYO * 100 + WS-MES-MES
            END-PERFORM.

      *    Cada plantilla vencera en cada mes del horizonte (las
      *    anuales solo en su mes) en la fecha que EXM64 le dara.
       PREVE-RECURRENTES.
            OPEN INPUT PLANTILLA-FILE.
            IF WS-PLANTILLA-STATUS NOT = '00'
                DISPLAY 'SIN FICHERO DE RECURRENTES (STATUS '
                        WS-PLANTILLA-STATUS ')'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ PLANTILLA-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF PL-MENSUAL OR PL-ANUAL
                            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                                    UNTIL WS-MS-IDX > WS-TOTAL-MESES
                                PERFORM PREVE-PLANTILLA-MES
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PLANTILLA-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       PREVE-PLANTILLA-MES.
            IF PL-ANUAL AND PL-MES NOT = TMS-MES(WS-MS-IDX)
                EXIT PARAGRAPH
            END-IF.
            MOVE PL-DIA                  TO WS-DIA-PEDIDO.
            PERFORM CALCULA-FECHA-PROGRAMADA.
            IF WS-FECHA-EVENTO < WS-FECHA-INICIO
               OR WS-FECHA-EVENTO > WS-FECHA-FIN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FECHA-EVENTO         TO WS-EV-FECHA.
            MOVE 'REC'                   TO WS-EV-ORIGEN.
            MOVE PL-CUENTA               TO WS-EV-CUENTA.
            MOVE PL-CODIGO               TO WS-EV-CODIGO.
            MOVE PL-MONEDA               TO WS-EV-MONEDA.
            MOVE PL-SUM3                 TO WS-EV-IMPORTE.
            PERFORM BUSCA-NATURALEZA.
            PERFORM AGREGA-EVENTO.

      *    Regla de EXM64: dia recortado al largo del mes y corrido
      *    al siguiente laborable por EXMBDAY.  Entra WS-DIA-PEDIDO y
      *    el mes de la tabla; sale WS-FECHA-EVENTO.
       CALCULA-FECHA-PROGRAMADA.
            EVALUATE TMS-MES(WS-MS-IDX)
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                WHEN 10 WHEN 12
                    MOVE 31             TO DIAS-EN-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30             TO DIAS-EN-MES
                WHEN 2
                    IF FUNCTION MOD(TMS-ANYO(WS-MS-IDX), 400) = 0
                       OR (FUNCTION MOD(TMS-ANYO(WS-MS-IDX), 4) = 0
                       AND FUNCTION MOD(TMS-ANYO(WS-MS-IDX), 100)
                           NOT = 0)
                        MOVE 29         TO DIAS-EN-MES
                    ELSE
                        MOVE 28         TO DIAS-EN-MES
                    END-IF
            END-EVALUATE.
            IF WS-DIA-PEDIDO > DIAS-EN-MES OR WS-DIA-PEDIDO = 0
                MOVE DIAS-EN-MES        TO WS-DIA-PROGRAMADO
            ELSE
                MOVE WS-DIA-PEDIDO      TO WS-DIA-PROGRAMADO
            END-IF.
            MOVE WS-DIA-PROGRAMADO      TO WS-BD-DIA.
            MOVE TMS-MES(WS-MS-IDX)     TO WS-BD-MES.
            MOVE TMS-ANYO(WS-MS-IDX)    TO WS-BD-ANYO.
            MOVE 'S'                    TO WS-BD-FUNCION.
            CALL 'EXMBDAY' USING WS-BD-FUNCION WS-BD-DIA WS-BD-MES
                                  WS-BD-ANYO WS-BD-LABORABLE.
            MOVE WS-BD-ANYO             TO WS-EVT-ANYO.
            MOVE WS-BD-MES              TO WS-EVT-MES.
            MOVE WS-BD-DIA              TO WS-EVT-DIA.

      *    Nomina neta de cada mes del horizonte, siempre salida y en
      *    moneda base.
       PREVE-NOMINA.
            IF WS-NOMINA-CENT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                    UNTIL WS-MS-IDX > WS-TOTAL-MESES
                MOVE WS-DIA-NOMINA       TO WS-DIA-PEDIDO
                PERFORM CALCULA-FECHA-PROGRAMADA
                IF WS-FECHA-EVENTO >= WS-FECHA-INICIO
                   AND WS-FECHA-EVENTO <= WS-FECHA-FIN
                    MOVE WS-FECHA-EVENTO TO WS-EV-FECHA
                    MOVE 'NOM'           TO WS-EV-ORIGEN
                    MOVE ZEROES          TO WS-EV-CUENTA
                                            WS-EV-CODIGO
                    MOVE 'EUR'           TO WS-EV-MONEDA
                    MOVE WS-NOMINA-CENT  TO WS-EV-IMPORTE
                    SET EV-ES-SALIDA     TO TRUE
                    PERFORM AGREGA-EVENTO
                END-IF
            END-PERFORM.

      *    Devengos retenidos hasta su fecha de liberacion; los ya
      *    vencidos salen en el primer laborable del horizonte.
       PREVE-DEVENGOS.
            OPEN INPUT POSTPEND-FILE.
            IF WS-POSTPEND-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ POSTPEND-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF PP-FECHA-LIBERA <= WS-FECHA-FIN
                            MOVE SPACES  TO TRANLEDG-REC
                            MOVE PP-REGISTRO TO TRANLEDG-REC(1:43)
                            IF PP-FECHA-LIBERA < WS-FECHA-INICIO
                                MOVE WS-PRIMER-LABORABLE TO WS-EV-FECHA
                            ELSE
                                MOVE PP-FECHA-LIBERA TO WS-EV-FECHA
                            END-IF
                            MOVE 'DEV'   TO WS-EV-ORIGEN
                            PERFORM PREVE-IMAGEN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE POSTPEND-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

      *    Items abiertos en suspenso: se cuentan como posteados en
      *    el primer laborable del horizonte.
       PREVE-SUSPENSO.
            OPEN INPUT SUSPENSO-FILE.
            IF WS-SUSPENSO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SUSPENSO-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF SP-PENDIENTE
                            MOVE SP-REGISTRO TO TRANLEDG-REC
                            MOVE WS-PRIMER-LABORABLE TO WS-EV-FECHA
                            MOVE 'SUS'   TO WS-EV-ORIGEN
                            PERFORM PREVE-IMAGEN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       PREVE-IMAGEN.
            MOVE TL-CUENTA               TO WS-EV-CUENTA.
            MOVE TL-CODIGO               TO WS-EV-CODIGO.
            MOVE TL-MONEDA               TO WS-EV-MONEDA.
            MOVE SUM3 OF TRANLEDG-REC    TO WS-EV-IMPORTE.
            PERFORM BUSCA-NATURALEZA.
            IF TL-REVERSO
                IF EV-ES-SALIDA
                    MOVE 'N'             TO WS-EV-SALIDA-SW
                ELSE
                    SET EV-ES-SALIDA     TO TRUE
                END-IF
            END-IF.
            PERFORM AGREGA-EVENTO.

      *    'H' del catalogo es entrada; 'D' o codigo fuera del
      *    catalogo, salida (la prevision peca de prudente).
       BUSCA-NATURALEZA.
            SET EV-ES-SALIDA             TO TRUE.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-TOTAL-CODIGOS
                IF TCD-CODIGO(WS-CD-IDX) = WS-EV-CODIGO
                   AND TCD-NATURALEZA(WS-CD-IDX) = 'H'
                    MOVE 'N'             TO WS-EV-SALIDA-SW
                END-IF
            END-PERFORM.

      *    Alta del movimiento con su signo y su importe base a la
      *    tasa actual de la moneda.
       AGREGA-EVENTO.
            IF WS-TOTAL-EVENTOS >= 3000
                ADD 1                    TO WS-TOTAL-DESCARTADOS
                EXIT PARAGRAPH
            END-IF.
            IF WS-EV-MONEDA = SPACES
                MOVE 'EUR'               TO WS-EV-MONEDA
            END-IF.
            PERFORM BUSCA-MONEDA.
            IF NOT MO-ENCONTRADA
                ADD 1                    TO WS-TOTAL-DESCARTADOS
                EXIT PARAGRAPH
            END-IF.
            IF EV-ES-SALIDA
                COMPUTE WS-EV-IMPORTE = 0 - WS-EV-IMPORTE
            END-IF.
            ADD 1                        TO WS-TOTAL-EVENTOS.
            MOVE WS-EV-FECHA             TO TEV-FECHA(WS-TOTAL-EVENTOS).
            MOVE WS-EV-ORIGEN            TO
                 TEV-ORIGEN(WS-TOTAL-EVENTOS).
            MOVE WS-EV-CUENTA            TO
                 TEV-CUENTA(WS-TOTAL-EVENTOS).
            MOVE WS-EV-CODIGO            TO
                 TEV-CODIGO(WS-TOTAL-EVENTOS).
            MOVE WS-MO-IDX               TO
                 TEV-MONEDA-IDX(WS-TOTAL-EVENTOS).
            MOVE WS-EV-IMPORTE           TO
                 TEV-IMPORTE(WS-TOTAL-EVENTOS).
            COMPUTE TEV-BASE(WS-TOTAL-EVENTOS) ROUNDED =
                    WS-EV-IMPORTE * TMO-TASA(WS-MO-IDX).

      *    Moneda en la tabla del horizonte; la primera vez se fija
      *    su tasa: la fila CAMBIOS mas reciente no posterior al
      *    proceso (sin tasa, base cero y aviso).
       BUSCA-MONEDA.
            MOVE 'N'                     TO WS-MO-ENCONTRADA-SW.
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                    UNTIL WS-MO-IDX > WS-TOTAL-MONEDAS
                       OR MO-ENCONTRADA
                IF TMO-MONEDA(WS-MO-IDX) = WS-EV-MONEDA
                    SET MO-ENCONTRADA    TO TRUE
                END-IF
            END-PERFORM.
            IF MO-ENCONTRADA
                SUBTRACT 1               FROM WS-MO-IDX
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-MONEDAS >= 20
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-MONEDAS.
            MOVE WS-TOTAL-MONEDAS        TO WS-MO-IDX.
            SET MO-ENCONTRADA            TO TRUE.
            MOVE WS-EV-MONEDA            TO TMO-MONEDA(WS-MO-IDX).
            MOVE ZEROES                  TO
                 TMO-SEM-ORIGINAL(WS-MO-IDX) TMO-SEM-BASE(WS-MO-IDX)
                 TMO-SEM-MOVIMIENTOS(WS-MO-IDX)
                 TMO-TOT-ORIGINAL(WS-MO-IDX) TMO-TOT-BASE(WS-MO-IDX)
                 TMO-TOT-MOVIMIENTOS(WS-MO-IDX).
            IF WS-EV-MONEDA = 'EUR'
                MOVE 1                   TO TMO-TASA(WS-MO-IDX)
                MOVE 'Y'                 TO TMO-TASA-SW(WS-MO-IDX)
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO TMO-TASA(WS-MO-IDX)
                                            WS-MEJOR-FECHA.
            MOVE 'N'                     TO TMO-TASA-SW(WS-MO-IDX).
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                IF TCA-MONEDA(WS-CA-IDX) = WS-EV-MONEDA
                   AND TCA-FECHA(WS-CA-IDX) <= WS-FECHA-PROCESO
                   AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA
                    MOVE TCA-FECHA(WS-CA-IDX) TO WS-MEJOR-FECHA
                    MOVE TCA-TASA(WS-CA-IDX)  TO TMO-TASA(WS-MO-IDX)
                    MOVE 'Y'             TO TMO-TASA-SW(WS-MO-IDX)
                END-IF
            END-PERFORM.
            IF NOT TMO-CON-TASA(WS-MO-IDX)
                ADD 1                    TO WS-MONEDAS-SIN-TASA
            END-IF.

       IMPRIME-CABECERA.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'PREVISION DE TESORERIA A ' WS-DIAS-HORIZONTE
                   ' DIAS - DEL ' WS-FECHA-INICIO ' AL ' WS-FECHA-FIN
                   '  (PROCESO ' WS-FECHA-PROCESO ')'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-POSICION-INICIAL     TO WS-POSICION-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'POSICION INICIAL (SALDOS, ' WS-CUENTAS-CAJA
                   ' CUENTAS DE CAJA EN ' WS-TOTAL-CAJA ' RANGOS): '
                   WS-POSICION-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-CAJA = 0
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  *** SIN TARJETAS DE CUENTAS DE CAJA - LA '
                       'POSICION PARTE DE CERO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            MOVE WS-NOMINA-CENT          TO WS-IMPORTE-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'NOMINA NETA MENSUAL PREVISTA: ' WS-IMPORTE-ED
                   '  SEGUN ' WS-NOMINA-ORIGEN
                   '  DIA DE PAGO ' WS-DIA-NOMINA
                   '  EMPLEADOS ' WS-NOMINA-EMPLEADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-YTD-MEDIA-CENT       TO WS-IMPORTE-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'MEDIA MENSUAL NETA DEL ANYO (NOMYTD): '
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  FECHA    ORIGEN CUENTA CO MON  IMPORTE ORIGINAL'
                   '        TASA     IMPORTE BASE'
                   '        ENTRADAS         SALIDAS'
                   '        POSICION'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Movimientos del dia y linea del dia con la posicion
      *    acumulada prevista.
       IMPRIME-DIA.
            MOVE ZEROES                  TO WS-DIA-ENTRADAS
                                            WS-DIA-SALIDAS.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                IF TEV-FECHA(WS-EV-IDX) = WS-FECHA-DIA
                    PERFORM IMPRIME-EVENTO
                END-IF
            END-PERFORM.
            COMPUTE WS-POSICION =
                    WS-POSICION + WS-DIA-ENTRADAS + WS-DIA-SALIDAS.
            ADD WS-DIA-ENTRADAS          TO WS-SEM-ENTRADAS
                                            WS-TOT-ENTRADAS.
            ADD WS-DIA-SALIDAS           TO WS-SEM-SALIDAS
                                            WS-TOT-SALIDAS.
            IF WS-POSICION < WS-POSICION-MINIMA
                MOVE WS-POSICION         TO WS-POSICION-MINIMA
                MOVE WS-FECHA-DIA        TO WS-FECHA-MINIMA
            END-IF.
            MOVE SPACES                  TO WS-NOTA.
            IF WS-POSICION < 0
                ADD 1                    TO WS-DIAS-NEGATIVOS
                MOVE 'NEGATIVA'          TO WS-NOTA
            END-IF.
            MOVE WS-DIA-ENTRADAS         TO WS-ENTRADAS-ED.
            MOVE WS-DIA-SALIDAS          TO WS-SALIDAS-ED.
            MOVE WS-POSICION             TO WS-POSICION-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' WS-FECHA-DIA ' DIA'
                   '                                   '
                   '                             '
                   WS-ENTRADAS-ED '  ' WS-SALIDAS-ED '  '
                   WS-POSICION-ED ' ' WS-NOTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-EVENTO.
            MOVE TEV-MONEDA-IDX(WS-EV-IDX) TO WS-MO-IDX.
            IF TEV-BASE(WS-EV-IDX) < 0
                ADD TEV-BASE(WS-EV-IDX)  TO WS-DIA-SALIDAS
            ELSE
                ADD TEV-BASE(WS-EV-IDX)  TO WS-DIA-ENTRADAS
            END-IF.
            ADD TEV-IMPORTE(WS-EV-IDX)   TO TMO-SEM-ORIGINAL(WS-MO-IDX)
                                            TMO-TOT-ORIGINAL(WS-MO-IDX).
            ADD TEV-BASE(WS-EV-IDX)      TO TMO-SEM-BASE(WS-MO-IDX)
                                            TMO-TOT-BASE(WS-MO-IDX).
            ADD 1                        TO
                TMO-SEM-MOVIMIENTOS(WS-MO-IDX)
                TMO-TOT-MOVIMIENTOS(WS-MO-IDX).
            MOVE TEV-IMPORTE(WS-EV-IDX)  TO WS-IMPORTE-ED.
            MOVE TEV-BASE(WS-EV-IDX)     TO WS-BASE-ED.
            MOVE TMO-TASA(WS-MO-IDX)     TO WS-TASA-ED.
            MOVE SPACES                  TO WS-NOTA.
            IF NOT TMO-CON-TASA(WS-MO-IDX)
                MOVE 'SIN TASA'          TO WS-NOTA
            END-IF.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '           ' TEV-ORIGEN(WS-EV-IDX) '    '
                   TEV-CUENTA(WS-EV-IDX) ' ' TEV-CODIGO(WS-EV-IDX)
                   ' ' TMO-MONEDA(WS-MO-IDX) ' ' WS-IMPORTE-ED
                   ' ' WS-TASA-ED ' ' WS-BASE-ED '  ' WS-NOTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Subtotal de los siete dias (o del tramo final) con una
      *    linea por moneda movida en la semana.
       IMPRIME-SEMANA.
            COMPUTE WS-NETO = WS-SEM-ENTRADAS + WS-SEM-SALIDAS.
            MOVE WS-SEM-ENTRADAS         TO WS-ENTRADAS-ED.
            MOVE WS-SEM-SALIDAS          TO WS-SALIDAS-ED.
            MOVE WS-NETO                 TO WS-NETO-ED.
            MOVE WS-POSICION             TO WS-POSICION-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ---- SEMANA ' WS-SEMANA-NUM ' DEL '
                   WS-SEMANA-DESDE ' AL ' WS-FECHA-DIA
                   '  NETO ' WS-NETO-ED
                   '          '
                   WS-ENTRADAS-ED '  ' WS-SALIDAS-ED '  '
                   WS-POSICION-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                    UNTIL WS-MO-IDX > WS-TOTAL-MONEDAS
                IF TMO-SEM-MOVIMIENTOS(WS-MO-IDX) > 0
                    MOVE TMO-SEM-ORIGINAL(WS-MO-IDX) TO WS-IMPORTE-ED
                    MOVE TMO-SEM-BASE(WS-MO-IDX)     TO WS-BASE-ED
                    MOVE TMO-TASA(WS-MO-IDX)         TO WS-TASA-ED
                    MOVE SPACES          TO LINEA-REPORTE
                    STRING '         MONEDA '
                           TMO-MONEDA(WS-MO-IDX) ' MOVS '
                           TMO-SEM-MOVIMIENTOS(WS-MO-IDX) ' '
                           WS-IMPORTE-ED ' ' WS-TASA-ED ' '
                           WS-BASE-ED
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
                MOVE ZEROES              TO
                     TMO-SEM-ORIGINAL(WS-MO-IDX) TMO-SEM-BASE(WS-MO-IDX)
                     TMO-SEM-MOVIMIENTOS(WS-MO-IDX)
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE ZEROES                  TO WS-SEM-ENTRADAS
                                            WS-SEM-SALIDAS.
            ADD 1                        TO WS-SEMANA-NUM.
            COMPUTE WS-INT-DIA = WS-INT-PROCESO + WS-DIA-NUM + 1.
            COMPUTE WS-SEMANA-DESDE =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DIA).

       IMPRIME-RESUMEN.
            MOVE SPACES                  TO LINEA-REPORTE.
            MOVE 'TOTALES DEL HORIZONTE POR MONEDA (TASA ACTUAL):'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                    UNTIL WS-MO-IDX > WS-TOTAL-MONEDAS
                MOVE TMO-TOT-ORIGINAL(WS-MO-IDX) TO WS-IMPORTE-ED
                MOVE TMO-TOT-BASE(WS-MO-IDX)     TO WS-BASE-ED
                MOVE TMO-TASA(WS-MO-IDX)         TO WS-TASA-ED
                MOVE SPACES              TO WS-NOTA
                IF NOT TMO-CON-TASA(WS-MO-IDX)
                    MOVE 'SIN TASA'      TO WS-NOTA
                END-IF
                MOVE SPACES              TO LINEA-REPORTE
                STRING '         MONEDA ' TMO-MONEDA(WS-MO-IDX)
                       ' MOVS ' TMO-TOT-MOVIMIENTOS(WS-MO-IDX) ' '
                       WS-IMPORTE-ED ' ' WS-TASA-ED ' ' WS-BASE-ED
                       '  ' WS-NOTA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            COMPUTE WS-NETO = WS-TOT-ENTRADAS + WS-TOT-SALIDAS.
            MOVE WS-TOT-ENTRADAS         TO WS-ENTRADAS-ED.
            MOVE WS-TOT-SALIDAS          TO WS-SALIDAS-ED.
            MOVE WS-NETO                 TO WS-NETO-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'ENTRADAS: ' WS-ENTRADAS-ED
                   '  SALIDAS: ' WS-SALIDAS-ED
                   '  NETO: ' WS-NETO-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-POSICION-INICIAL     TO WS-IMPORTE-ED.
            MOVE WS-POSICION             TO WS-POSICION-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'POSICION INICIAL: ' WS-IMPORTE-ED
                   '  POSICION FINAL PREVISTA: ' WS-POSICION-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-POSICION-MINIMA      TO WS-POSICION-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'POSICION MINIMA: ' WS-POSICION-ED
                   '  EL ' WS-FECHA-MINIMA
                   '  DIAS CON POSICION NEGATIVA: ' WS-DIAS-NEGATIVOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'MOVIMIENTOS PREVISTOS: ' WS-TOTAL-EVENTOS
                   '  DESCARTADOS (TABLA LLENA): ' WS-TOTAL-DESCARTADOS
                   '  MONEDAS SIN TASA: ' WS-MONEDAS-SIN-TASA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CARGA-CODIGOS.
            MOVE ZEROES                  TO WS-TOTAL-CODIGOS.
            OPEN INPUT CATALOGO-FILE.
            IF WS-CATALOGO-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ CATALOGO-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-CODIGOS < 100
                                ADD 1    TO WS-TOTAL-CODIGOS
                                MOVE TD-CODIGO TO
                                     TCD-CODIGO(WS-TOTAL-CODIGOS)
                                MOVE TD-NATURALEZA TO
                                     TCD-NATURALEZA(WS-TOTAL-CODIGOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOGO-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.

       CARGA-CAMBIOS.
            MOVE ZEROES                  TO WS-TOTAL-CAMBIOS.
            OPEN INPUT CAMBIO-FILE.
            IF WS-CAMBIO-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ CAMBIO-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-CAMBIOS < 100
                                ADD 1    TO WS-TOTAL-CAMBIOS
                                MOVE CA-MONEDA TO
                                     TCA-MONEDA(WS-TOTAL-CAMBIOS)
                                MOVE CA-FECHA TO
                                     TCA-FECHA(WS-TOTAL-CAMBIOS)
                                MOVE CA-TASA TO
                                     TCA-TASA(WS-TOTAL-CAMBIOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAMBIO-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.

      *    Saldo actual de las cuentas de caja (SALDOS va en moneda
      *    base).
       CALCULA-POSICION-INICIAL.
            MOVE ZEROES                  TO WS-POSICION-INICIAL
                                            WS-CUENTAS-CAJA.
            IF WS-TOTAL-CAJA = 0
                DISPLAY '*** SIN CUENTAS DE CAJA EN TARJETAS - '
                        'POSICION INICIAL A CERO ***'
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT SALDO-FILE.
            IF WS-SALDO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SALDOS.DAT - STATUS: '
                        WS-SALDO-STATUS ' ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SALDO-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                                UNTIL WS-CJ-IDX > WS-TOTAL-CAJA
                            IF SD-CUENTA >= TCJ-DESDE(WS-CJ-IDX)
                               AND SD-CUENTA <= TCJ-HASTA(WS-CJ-IDX)
                                ADD SD-ACTUAL-SUM3
                                         TO WS-POSICION-INICIAL
                                ADD 1    TO WS-CUENTAS-CAJA
                                MOVE WS-TOTAL-CAJA TO WS-CJ-IDX
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            CLOSE SALDO-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

      *    Nomina mensual: total de la ultima transferencia de EXM29
      *    y su dia de pago; media del NOMYTD del anyo como respaldo
      *    (y como referencia en la cabecera).
       CARGA-NOMINA.
            MOVE ZEROES                  TO WS-NOMINA-CENT
                                            WS-NOMINA-EMPLEADOS
                                            WS-NOMINA-FECHA
                                            WS-YTD-NETO.
            OPEN INPUT PAGO-FILE.
            IF WS-PAGO-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ PAGO-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            EVALUATE PAGO-REC(1:3)
                                WHEN 'HDR'
                                    MOVE CAB-FECHA TO WS-NOMINA-FECHA
                                WHEN 'TRL'
                                    CONTINUE
                                WHEN OTHER
                                    IF PG-NETO-CENT NUMERIC
                                        ADD PG-NETO-CENT
                                            TO WS-NOMINA-CENT
                                        ADD 1 TO WS-NOMINA-EMPLEADOS
                                    END-IF
                            END-EVALUATE
                    END-READ
                END-PERFORM
                CLOSE PAGO-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.

            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ YTD-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF NY-ANYO = WS-PROC-ANYO
                                ADD NY-NETO TO WS-YTD-NETO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE YTD-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
      *    Meses con nomina ya pagada: hasta el anterior al proceso
      *    salvo que la transferencia del mes ya este emitida.
            COMPUTE WS-MESES-TRANSCURRIDOS = WS-PROC-MES - 1.
            IF WS-NOMINA-FECHA(1:6) = WS-FECHA-PROCESO(1:6)
               OR WS-MESES-TRANSCURRIDOS = 0
                ADD 1                    TO WS-MESES-TRANSCURRIDOS
            END-IF.
            IF WS-YTD-NETO > 0
                COMPUTE WS-YTD-MEDIA-CENT ROUNDED =
                        WS-YTD-NETO * 100 / WS-MESES-TRANSCURRIDOS
            END-IF.

            IF WS-NOMINA-CENT > 0 AND WS-NOMINA-FECHA NUMERIC
               AND WS-NOMINA-FECHA > 0
                MOVE 'EXM29PAG'          TO WS-NOMINA-ORIGEN
                MOVE WS-NOMINA-FECHA(7:2) TO WS-DIA-NOMINA
            ELSE
                MOVE 'NOMYTD'            TO WS-NOMINA-ORIGEN
                MOVE WS-YTD-MEDIA-CENT   TO WS-NOMINA-CENT
                MOVE 31                  TO WS-DIA-NOMINA
            END-IF.
