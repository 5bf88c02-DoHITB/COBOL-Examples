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
      * EXM105 - month-end interest accrual.  Finance used to work    *
      * out the interest on every balance in a spreadsheet and key    *
      * the results into a branch feed by hand.  This accrues the     *
      * month of the shop processing date (EXMFECHA), or the month    *
      * keyed on the control card (AAAAMM) to rerun one.  It walks    *
      * SALDOS.DAT in key order and, for every account that is open   *
      * in CUENTAS.DAT, looks up the interest-rate table TASAINT.DAT  *
      * (copybooks/tasaint.cpy: account range, balance side, rate,    *
      * effective date and transaction codes).  SALDOS only carries   *
      * the running balance, not a daily history, so the accrual is   *
      * the month-end balance times the annual rate times the days in *
      * the month over 365.  The SUM3 and SUM4 columns are accrued    *
      * each on its own balance: a positive balance at the row's 'A'  *
      * rate, a negative one at its 'D' rate, so two columns on       *
      * opposite sides give two separate accruals, each with its own  *
      * rate row and codes.  An account with both columns at zero is  *
      * skipped; a side with no applicable row is listed and left     *
      * alone.                                                        *
      * Each accrual becomes two postings, both dated the last day of *
      * the month: the interest on the account itself (TI-CODIGO) and *
      * the offsetting income or expense (TI-CUENTA-CONTRA /          *
      * TI-CODIGO-CONTRA).  Credit interest is a normal posting ('P') *
      * on both; debit interest goes on the account as a              *
      * reversal-type entry ('R'), so that it deepens the overdraft,  *
      * against a normal posting on the income account.  They are     *
      * written to EXM105OUT.DAT in the branch-feed shape EXM64 uses, *
      * HDR/TRL controls included, so EXM57 verifies and collects it  *
      * and EXM21 posts it like any other feed.  Operations assigns   *
      * the file to a feed slot whose SUCURSAL.DAT row carries the    *
      * pseudo-branch code 'INT'.  The calculation report EXM105.PRT  *
      * lists balance, rate, days and interest per account and side,  *
      * and proves at the bottom that the feed carries exactly twice  *
      * the interest accrued.                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM105.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT TASAINT-FILE ASSIGN TO "TASAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAINT-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM105OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM105.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-PERIODO              PIC 9(06).

       FD  TASAINT-FILE.
           COPY "tasaint.cpy".

       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).
           COPY "hdrtrl.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-TASAINT-STATUS          PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-SALDO-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-SALDOS                         VALUE 'Y'.
      *    Periodo a devengar y su ultimo dia (fecha de los posteos).
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
        01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Tabla de tasas cargada una vez.
        01 WS-TOTAL-TASAS             PIC 9(03) VALUE ZEROES.
        01 TABLA-TASAS.
           02 TTI-FILA OCCURS 200 TIMES.
              03 TTI-DESDE            PIC 9(06).
              03 TTI-HASTA            PIC 9(06).
              03 TTI-BASE             PIC X(01).
              03 TTI-FECHA            PIC 9(08).
              03 TTI-TASA             PIC 9(02)V9(04).
              03 TTI-CODIGO           PIC 9(02).
              03 TTI-CUENTA-CONTRA    PIC 9(06).
              03 TTI-CODIGO-CONTRA    PIC 9(02).
        01 WS-TI-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TASA-IDX                PIC 9(03) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-TASA-SW                 PIC X(01) VALUE 'N'.
           88 TASA-ENCONTRADA                    VALUE 'Y'.
      *    Lado del saldo: 'A' positivo, 'D' negativo.  Cada lado
      *    recoge las columnas cuyo saldo esta de su lado.
        01 WS-LADO                    PIC X(01) VALUE SPACES.
        01 WS-SALDO-SUM3              PIC 9(13) VALUE ZEROES.
        01 WS-SALDO-SUM4              PIC 9(13) VALUE ZEROES.
        01 WS-TIPO-CUENTA             PIC X(01) VALUE SPACES.
        01 WS-DEVENGADA-SW            PIC X(01) VALUE 'N'.
           88 CUENTA-DEVENGADA                   VALUE 'Y'.
        01 WS-INTERES-SUM3            PIC 9(09) VALUE ZEROES.
        01 WS-INTERES-SUM4            PIC 9(09) VALUE ZEROES.
        01 WS-DESCRIPCION             PIC X(30) VALUE SPACES.
      *    Contadores y totales del informe.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DEVENGADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-TASA          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-OMITIDAS          PIC 9(06) VALUE ZEROES.
        01 WS-TOT-ACREEDOR            PIC 9(13) VALUE ZEROES.
        01 WS-TOT-DEUDOR              PIC 9(13) VALUE ZEROES.
        01 WS-TOT-INTERES             PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-EMITIDAS          PIC 9(08) VALUE ZEROES.
        01 WS-HASH-CUENTAS            PIC 9(13) VALUE ZEROES.
        01 WS-LOTE-SUM3               PIC 9(13) VALUE ZEROES.
        01 WS-ESPERADO                PIC 9(13) VALUE ZEROES.
      *    Registro de feed (43 bytes, vista del recolector).
           COPY "tranledg.cpy".
      *    Campos editados.
        01 WS-ED-SALDO                PIC -Z(12)9.
        01 WS-ED-TASA                 PIC Z9.9999.
        01 WS-ED-INTERES              PIC Z(08)9.
        01 WS-ED-TOTAL                PIC Z(12)9.
        01 WS-LINEAS-POR-PAGINA       PIC 9(02) VALUE 50.
        01 WS-LINEAS-EN-PAGINA        PIC 9(02) VALUE ZEROES.
        01 WS-NUMERO-PAGINA           PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE - STATUS: '
                        WS-ENTRADA-STATUS ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            READ ENTRADA-FILE
                AT END
                    MOVE SPACES          TO ENTRADA-REC
            END-READ.
            CLOSE ENTRADA-FILE.
      *    Sin mes en la tarjeta se toma el de la fecha de proceso;
      *    un mes tecleado vuelve a correr ese mes.
            IF CC-PERIODO IS NUMERIC
                MOVE CC-PERIODO          TO WS-PERIODO
            ELSE
                MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
            END-IF.
            IF WS-PER-MES < 1 OR WS-PER-MES > 12
                DISPLAY '*** PERIODO NO VALIDO: ' WS-PERIODO ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CALCULA-DIAS-MES.
            COMPUTE WS-FECHA-CORTE = WS-PERIODO * 100 + DIAS-EN-MES.

            PERFORM CARGA-TASAS.
            IF WS-TOTAL-TASAS = 0
                DISPLAY '*** TASAINT.DAT AUSENTE O VACIO - NADA QUE '
                        'DEVENGAR ***'
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT SALDO-FILE.
            IF WS-SALDO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SALDOS.DAT - STATUS: '
                        WS-SALDO-STATUS ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - STATUS: '
                        WS-CUENTA-STATUS ' ***'
                CLOSE SALDO-FILE
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT SALIDA-FILE.
            OPEN OUTPUT REPORTE-FILE.

            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM105  '              TO CAB-FICHERO.
            MOVE WS-FECHA-CORTE          TO CAB-FECHA.
            MOVE ZEROES                  TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.

            PERFORM UNTIL FIN-SALDOS
                READ SALDO-FILE NEXT RECORD
                    AT END
                        SET FIN-SALDOS   TO TRUE
                    NOT AT END
                        ADD 1            TO WS-TOTAL-LEIDAS
                        PERFORM PROCESA-SALDO
                END-READ
            END-PERFORM.

            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-TOTAL-EMITIDAS       TO PIE-REGISTROS.
            MOVE WS-HASH-CUENTAS         TO PIE-HASH.
            WRITE CONTROL-PIE.

            PERFORM IMPRIME-TOTALES.

            CLOSE SALDO-FILE.
            CLOSE CUENTA-FILE.
            CLOSE SALIDA-FILE.
            CLOSE REPORTE-FILE.

            DISPLAY 'SALDOS LEIDOS: '           WS-TOTAL-LEIDAS.
            DISPLAY 'CUENTAS DEVENGADAS: '      WS-TOTAL-DEVENGADAS.
            DISPLAY 'CUENTAS SIN TASA: '        WS-TOTAL-SIN-TASA.
            DISPLAY 'POSTEOS GENERADOS: '       WS-TOTAL-EMITIDAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM105.PRT'.
            IF WS-LOTE-SUM3 NOT = WS-ESPERADO
                MOVE 8                   TO RETURN-CODE
            END-IF.
            STOP RUN.

      *    Solo devengan las cuentas abiertas del maestro: una fila
      *    de saldo sin cuenta, o de cuenta cerrada, no genera nada.
       PROCESA-SALDO.
            MOVE SD-CUENTA               TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    ADD 1                TO WS-TOTAL-OMITIDAS
                    EXIT PARAGRAPH
            END-READ.
            IF NOT CU-ABIERTA
                ADD 1                    TO WS-TOTAL-OMITIDAS
                EXIT PARAGRAPH
            END-IF.
            MOVE CU-DESCRIPCION          TO WS-DESCRIPCION.
            IF SD-ACTUAL-SUM3 = 0 AND SD-ACTUAL-SUM4 = 0
                ADD 1                    TO WS-TOTAL-OMITIDAS
                EXIT PARAGRAPH
            END-IF.

      *    SUM3 y SUM4 devengan cada una sobre su propio saldo: si
      *    estan en lados distintos, cada lado lleva su tasa, sus
      *    codigos y su par de posteos.
            MOVE 'N'                     TO WS-DEVENGADA-SW.
            MOVE 'A'                     TO WS-LADO.
            PERFORM DEVENGA-LADO.
            MOVE 'D'                     TO WS-LADO.
            PERFORM DEVENGA-LADO.
            IF CUENTA-DEVENGADA
                ADD 1                    TO WS-TOTAL-DEVENGADAS
            END-IF.

      *    Un lado del saldo: las columnas que estan de ese lado, la
      *    tasa de ese lado y su par de posteos.  El interes deudor
      *    baja el saldo de la cuenta (tipo 'R', como los asientos
      *    que bajan saldo en EXM106 y EXM107); la contrapartida de
      *    ingreso o gasto va siempre como posteo normal.
       DEVENGA-LADO.
            MOVE ZEROES                  TO WS-SALDO-SUM3
                                            WS-SALDO-SUM4.
            IF WS-LADO = 'A'
                IF SD-ACTUAL-SUM3 > 0
                    MOVE SD-ACTUAL-SUM3  TO WS-SALDO-SUM3
                END-IF
                IF SD-ACTUAL-SUM4 > 0
                    MOVE SD-ACTUAL-SUM4  TO WS-SALDO-SUM4
                END-IF
            ELSE
                IF SD-ACTUAL-SUM3 < 0
                    COMPUTE WS-SALDO-SUM3 = 0 - SD-ACTUAL-SUM3
                END-IF
                IF SD-ACTUAL-SUM4 < 0
                    COMPUTE WS-SALDO-SUM4 = 0 - SD-ACTUAL-SUM4
                END-IF
            END-IF.
            IF WS-SALDO-SUM3 = 0 AND WS-SALDO-SUM4 = 0
                EXIT PARAGRAPH
            END-IF.

            PERFORM BUSCA-TASA.
            IF NOT TASA-ENCONTRADA
                ADD 1                    TO WS-TOTAL-SIN-TASA
                PERFORM IMPRIME-SIN-TASA
                EXIT PARAGRAPH
            END-IF.

            PERFORM CALCULA-INTERES.
            PERFORM IMPRIME-DETALLE.
            IF WS-INTERES-SUM3 = 0 AND WS-INTERES-SUM4 = 0
                EXIT PARAGRAPH
            END-IF.

            SET CUENTA-DEVENGADA         TO TRUE.
            ADD WS-INTERES-SUM3          TO WS-TOT-INTERES.
            IF WS-LADO = 'A'
                ADD WS-INTERES-SUM3      TO WS-TOT-ACREEDOR
                MOVE 'P'                 TO WS-TIPO-CUENTA
            ELSE
                ADD WS-INTERES-SUM3      TO WS-TOT-DEUDOR
                MOVE 'R'                 TO WS-TIPO-CUENTA
            END-IF.
            MOVE SD-CUENTA               TO TL-CUENTA.
            MOVE TTI-CODIGO(WS-TASA-IDX) TO TL-CODIGO.
            MOVE WS-TIPO-CUENTA          TO TL-TIPO.
            PERFORM EMITE-POSTEO.
            MOVE TTI-CUENTA-CONTRA(WS-TASA-IDX) TO TL-CUENTA.
            MOVE TTI-CODIGO-CONTRA(WS-TASA-IDX) TO TL-CODIGO.
            MOVE 'P'                     TO TL-TIPO.
            PERFORM EMITE-POSTEO.

      *    Fila aplicable: rango que cubre la cuenta, mismo lado del
      *    saldo y la fecha efectiva mas reciente que no pase del
      *    ultimo dia del mes devengado.
       BUSCA-TASA.
            MOVE 'N'                     TO WS-TASA-SW.
            MOVE ZEROES                  TO WS-MEJOR-FECHA
                                            WS-TASA-IDX.
            PERFORM VARYING WS-TI-IDX FROM 1 BY 1
                    UNTIL WS-TI-IDX > WS-TOTAL-TASAS
                IF SD-CUENTA >= TTI-DESDE(WS-TI-IDX)
                   AND SD-CUENTA <= TTI-HASTA(WS-TI-IDX)
                   AND TTI-BASE(WS-TI-IDX) = WS-LADO
                   AND TTI-FECHA(WS-TI-IDX) <= WS-FECHA-CORTE
                   AND TTI-FECHA(WS-TI-IDX) >= WS-MEJOR-FECHA
                    MOVE TTI-FECHA(WS-TI-IDX) TO WS-MEJOR-FECHA
                    MOVE WS-TI-IDX       TO WS-TASA-IDX
                    SET TASA-ENCONTRADA  TO TRUE
                END-IF
            END-PERFORM.

      *    Interes simple actual/365 sobre el saldo de cierre de
      *    cada columna que esta del lado en curso (la otra va a 0).
       CALCULA-INTERES.
            MOVE ZEROES                  TO WS-INTERES-SUM3
                                            WS-INTERES-SUM4.
            COMPUTE WS-INTERES-SUM3 ROUNDED =
                    WS-SALDO-SUM3 * TTI-TASA(WS-TASA-IDX) / 100
                    * DIAS-EN-MES / 365
                ON SIZE ERROR
                    DISPLAY '*** DESBORDE DE INTERES EN CUENTA '
                            SD-CUENTA ' ***'
                    MOVE ZEROES          TO WS-INTERES-SUM3
            END-COMPUTE.
            COMPUTE WS-INTERES-SUM4 ROUNDED =
                    WS-SALDO-SUM4 * TTI-TASA(WS-TASA-IDX) / 100
                    * DIAS-EN-MES / 365
                ON SIZE ERROR
                    MOVE ZEROES          TO WS-INTERES-SUM4
            END-COMPUTE.

       EMITE-POSTEO.
            MOVE WS-FECHA-CORTE          TO TL-FECHA.
            MOVE ZEROES                  TO BASE OF TRANLEDG-REC
                                            SUM1 OF TRANLEDG-REC
                                            SUM2 OF TRANLEDG-REC.
            MOVE WS-INTERES-SUM3         TO SUM3 OF TRANLEDG-REC.
            MOVE WS-INTERES-SUM4         TO SUM4 OF TRANLEDG-REC.
            MOVE 'EUR'                   TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)      TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                        TO WS-TOTAL-EMITIDAS.
            ADD TL-CUENTA                TO WS-HASH-CUENTAS.
            ADD WS-INTERES-SUM3          TO WS-LOTE-SUM3.

      *    Regla de fechas del taller (CALCULA-DIA-PROGRAMADO de
      *    EXM64): largo real del mes, febrero bisiesto incluido.
       CALCULA-DIAS-MES.
            EVALUATE WS-PER-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                WHEN 10 WHEN 12
                    MOVE 31              TO DIAS-EN-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30              TO DIAS-EN-MES
                WHEN 2
                    IF FUNCTION MOD(WS-PER-ANYO, 400) = 0
                       OR (FUNCTION MOD(WS-PER-ANYO, 4) = 0 AND
                           FUNCTION MOD(WS-PER-ANYO, 100) NOT = 0)
                        MOVE 29          TO DIAS-EN-MES
                    ELSE
                        MOVE 28          TO DIAS-EN-MES
                    END-IF
            END-EVALUATE.

       CARGA-TASAS.
            MOVE ZEROES                  TO WS-TOTAL-TASAS.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT TASAINT-FILE.
            IF WS-TASAINT-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ TASAINT-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-TASAS < 200
                                ADD 1    TO WS-TOTAL-TASAS
                                MOVE TI-DESDE TO
                                     TTI-DESDE(WS-TOTAL-TASAS)
                                MOVE TI-HASTA TO
                                     TTI-HASTA(WS-TOTAL-TASAS)
                                MOVE TI-BASE TO
                                     TTI-BASE(WS-TOTAL-TASAS)
                                MOVE TI-FECHA TO
                                     TTI-FECHA(WS-TOTAL-TASAS)
                                MOVE TI-TASA TO
                                     TTI-TASA(WS-TOTAL-TASAS)
                                MOVE TI-CODIGO TO
                                     TTI-CODIGO(WS-TOTAL-TASAS)
                                MOVE TI-CUENTA-CONTRA TO
                                     TTI-CUENTA-CONTRA(WS-TOTAL-TASAS)
                                MOVE TI-CODIGO-CONTRA TO
                                     TTI-CODIGO-CONTRA(WS-TOTAL-TASAS)
                            ELSE
                                DISPLAY '*** TABLA DE TASAS LLENA - '
                                        'FILA IGNORADA: ' TI-DESDE
                                        '-' TI-HASTA ' ***'
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TASAINT-FILE
            END-IF.

       IMPRIME-DETALLE.
            PERFORM VALIDA-SALTO-PAGINA.
            PERFORM EDITA-SALDO-LADO.
            MOVE TTI-TASA(WS-TASA-IDX)   TO WS-ED-TASA.
            MOVE WS-INTERES-SUM3         TO WS-ED-INTERES.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING SD-CUENTA ' ' WS-DESCRIPCION ' ' WS-ED-SALDO
                   '  ' WS-LADO ' ' WS-ED-TASA '%  '
                   DIAS-EN-MES '  ' WS-ED-INTERES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.
            IF WS-SALDO-SUM4 > 0
                MOVE WS-INTERES-SUM4     TO WS-ED-INTERES
                MOVE SPACES              TO LINEA-REPORTE
                STRING '       INTERES SOBRE SUM4: ' WS-ED-INTERES
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                    TO WS-LINEAS-EN-PAGINA
            END-IF.

       IMPRIME-SIN-TASA.
            PERFORM VALIDA-SALTO-PAGINA.
            PERFORM EDITA-SALDO-LADO.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING SD-CUENTA ' ' WS-DESCRIPCION ' ' WS-ED-SALDO
                   '  ' WS-LADO ' *** SIN TASA APLICABLE ***'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.

      *    Saldo SUM3 del lado en curso, con su signo (cero cuando
      *    solo SUM4 esta de ese lado).
       EDITA-SALDO-LADO.
            IF WS-LADO = 'A'
                MOVE WS-SALDO-SUM3       TO WS-ED-SALDO
            ELSE
                COMPUTE WS-ED-SALDO = 0 - WS-SALDO-SUM3
            END-IF.

      *    Prueba del lote: cada devengo viaja dos veces (cuenta y
      *    contrapartida), asi que el SUM3 del feed es el doble del
      *    interes total.
       IMPRIME-TOTALES.
            COMPUTE WS-ESPERADO = WS-TOT-INTERES * 2.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-TOT-ACREEDOR         TO WS-ED-TOTAL.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'TOTAL INTERES ACREEDOR (A): ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-TOT-DEUDOR           TO WS-ED-TOTAL.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'TOTAL INTERES DEUDOR   (D): ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-LOTE-SUM3            TO WS-ED-TOTAL.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'SUM3 DEL FEED EXM105OUT:    ' WS-ED-TOTAL
                   '  POSTEOS: ' WS-TOTAL-EMITIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTAS DEVENGADAS: ' WS-TOTAL-DEVENGADAS
                   '  SIN TASA: ' WS-TOTAL-SIN-TASA
                   '  OMITIDAS: ' WS-TOTAL-OMITIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-LOTE-SUM3 = WS-ESPERADO
                MOVE 'PRUEBA DEL LOTE: OK - FEED = 2 X INTERES'
                                         TO LINEA-REPORTE
            ELSE
                MOVE '*** PRUEBA DEL LOTE FALLIDA ***'
                                         TO LINEA-REPORTE
            END-IF.
            WRITE LINEA-REPORTE.

       VALIDA-SALTO-PAGINA.
            IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
                PERFORM IMPRIME-CABECERA
            END-IF.

       IMPRIME-CABECERA.
            ADD 1                        TO WS-NUMERO-PAGINA.
            MOVE ZEROES                  TO WS-LINEAS-EN-PAGINA.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'DEVENGO DE INTERESES DEL PERIODO ' WS-PERIODO
                   ' AL ' WS-FECHA-CORTE
                   '      PAGINA: ' WS-NUMERO-PAGINA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTA DESCRIPCION                    '
                   '   SALDO CIERRE  L    TASA  DIAS    INTERES'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            ADD 3                        TO WS-LINEAS-EN-PAGINA.
