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
      * EXM107 - month-end revaluation of foreign-currency balances.  *
      * EXM21 books every non-EUR posting in base currency at the     *
      * rate of its TL-FECHA, so SALDOS.DAT carries the USD exposure  *
      * at yesterday's rates forever.  EXM21 also keeps each          *
      * account's holding per original currency in SALDODIV.DAT       *
      * (copybooks/saldodiv.cpy).  This job revalues the month of the *
      * shop processing date (EXMFECHA), or the month keyed in        *
      * columns 1-6 of the control card (AAAAMM) to rerun one; the    *
      * card carries the unrealized FX gain and FX loss accounts and, *
      * when it is not the catalogue's revaluation code 99, the       *
      * posting code.  It prices every holding at the closing         *
      * CAMBIOS.DAT rate (newest row on or before the last day of the *
      * month) and books the difference against the holding's         *
      * base value:                                                   *
      *   gain - 'P' on the account and 'P' on the gain account;      *
      *   loss - 'R' on the account and 'P' on the loss account;      *
      * both dated the last day of the month, to EXM107OUT.DAT in the *
      * EXM105 feed shape (HDR/TRL, pseudo-branch 'FXR' slot) so      *
      * EXM57 collects it and EXM21 posts it.  The mirror-image       *
      * reversal, dated the first business day of the next month      *
      * (EXMBDAY), is parked in POSTPEND.DAT (copybooks/postpend.cpy) *
      * and EXM108 releases it that night: the revaluation is an      *
      * unrealized month-end figure and must not stay on the books    *
      * into the new month.  Income, expense and equity accounts      *
      * (CTAGLMAP.DAT class I, X, E) are not monetary items and are   *
      * left at their booked value.  A currency with no closing rate  *
      * is listed and not revalued.  EXM107.PRT shows the currency    *
      * position per account, the revaluation, totals per currency    *
      * and proves the feed carries exactly twice the net movement.   *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM107.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT SALDODIV-FILE ASSIGN TO "SALDODIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-CLAVE
               FILE STATUS IS WS-SALDODIV-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM107OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "POSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM107.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-PERIODO              PIC 9(06).
           02 CC-CUENTA-GANANCIA      PIC 9(06).
           02 CC-CUENTA-PERDIDA       PIC 9(06).
           02 CC-CODIGO               PIC 9(02).

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  SALDODIV-FILE.
           COPY "saldodiv.cpy".

       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).
           COPY "hdrtrl.cpy".

       FD  PENDIENTE-FILE.
           COPY "postpend.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-SALDODIV-STATUS         PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-SALDODIV-EOF-SW         PIC X(01) VALUE 'N'.
           88 FIN-SALDODIV                       VALUE 'Y'.
      *    Periodo revaluado, su ultimo dia y el primer laborable
      *    del mes siguiente (fecha del reverso).
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
      *    Codigo de los posteos (TRANCODC 99) salvo otro en tarjeta.
        01 WS-CODIGO-REVAL            PIC 9(02) VALUE 99.
        01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-REVERSO           PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-BD-FUNCION              PIC X(01) VALUE 'S'.
        01 WS-BD-DIA                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE            PIC X(01) VALUE SPACES.
      *    Tasas de cambio cargadas una vez.
        01 WS-TOTAL-CAMBIOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 100 TIMES.
              03 TCA-MONEDA           PIC X(03).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-TASA             PIC 9(03)V9(06).
        01 WS-CA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-TASA                    PIC 9(03)V9(06) VALUE ZEROES.
        01 WS-TASA-SW                 PIC X(01) VALUE 'N'.
           88 TASA-ENCONTRADA                    VALUE 'Y'.
      *    Clase de cada rango de cuentas (CTAGLMAP).
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-MAPEOS.
           02 TM-FILA OCCURS 100 TIMES.
              03 TM-DESDE             PIC 9(06).
              03 TM-HASTA             PIC 9(06).
              03 TM-CLASE             PIC X(01).
        01 WS-MAP-IDX                 PIC 9(03) VALUE ZEROES.
        01 WS-CLASE                   PIC X(01) VALUE SPACES.
           88 CLASE-NO-MONETARIA                 VALUE 'E' 'I' 'X'.
      *    Calculo de la fila en curso.
        01 WS-VALOR-CIERRE-SUM3       PIC S9(13) VALUE ZEROES.
        01 WS-VALOR-CIERRE-SUM4       PIC S9(13) VALUE ZEROES.
        01 WS-DIFERENCIA-SUM3         PIC S9(13) VALUE ZEROES.
        01 WS-DIFERENCIA-SUM4         PIC S9(13) VALUE ZEROES.
        01 WS-IMPORTE-SUM3            PIC 9(09) VALUE ZEROES.
        01 WS-IMPORTE-SUM4            PIC 9(09) VALUE ZEROES.
        01 WS-TIPO-CUENTA             PIC X(01) VALUE SPACES.
        01 WS-TIPO-CONTRA             PIC X(01) VALUE SPACES.
        01 WS-CUENTA-CONTRA           PIC 9(06) VALUE ZEROES.
      *    Posicion por moneda para el informe.
        01 WS-TOTAL-MONEDAS           PIC 9(02) VALUE ZEROES.
        01 TABLA-MONEDAS.
           02 TMO-FILA OCCURS 30 TIMES.
              03 TMO-MONEDA           PIC X(03).
              03 TMO-DIVISA           PIC S9(14).
              03 TMO-BASE             PIC S9(14).
              03 TMO-CIERRE           PIC S9(14).
              03 TMO-DIFERENCIA       PIC S9(14).
        01 WS-MO-IDX                  PIC 9(02) VALUE ZEROES.
      *    Contadores y totales.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-REVALUADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-TASA          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-OMITIDAS          PIC 9(06) VALUE ZEROES.
        01 WS-TOT-GANANCIA            PIC 9(13) VALUE ZEROES.
        01 WS-TOT-PERDIDA             PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-EMITIDAS          PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-PENDIENTES        PIC 9(08) VALUE ZEROES.
        01 WS-HASH-CUENTAS            PIC 9(13) VALUE ZEROES.
        01 WS-LOTE-SUM3               PIC 9(13) VALUE ZEROES.
        01 WS-ESPERADO                PIC 9(13) VALUE ZEROES.
      *    Registro de feed (43 bytes, vista del recolector).
           COPY "tranledg.cpy".
      *    Campos editados.
        01 WS-ED-IMPORTE              PIC -Z(12)9.
        01 WS-ED-IMPORTE-B            PIC -Z(12)9.
        01 WS-ED-IMPORTE-C            PIC -Z(12)9.
        01 WS-ED-TASA                 PIC ZZ9.999999.
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
                    DISPLAY '*** SIN TARJETA DE CUENTAS ***'
                    MOVE 16              TO RETURN-CODE
                    STOP RUN
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
            IF CC-CODIGO IS NUMERIC AND CC-CODIGO NOT = ZEROES
                MOVE CC-CODIGO           TO WS-CODIGO-REVAL
            END-IF.
            IF CC-CUENTA-GANANCIA NOT NUMERIC
               OR CC-CUENTA-PERDIDA NOT NUMERIC
               OR CC-CUENTA-GANANCIA = ZEROES
               OR CC-CUENTA-PERDIDA = ZEROES
                DISPLAY '*** FALTAN LAS CUENTAS DE DIFERENCIAS DE '
                        'CAMBIO EN LA TARJETA ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CALCULA-DIAS-MES.
            COMPUTE WS-FECHA-CORTE = WS-PERIODO * 100 + DIAS-EN-MES.
            PERFORM CALCULA-FECHA-REVERSO.

            PERFORM CARGA-CAMBIOS.
            PERFORM CARGA-CTAGLMAP.

            OPEN INPUT SALDODIV-FILE.
            IF WS-SALDODIV-STATUS NOT = '00'
                DISPLAY 'SIN POSICIONES EN DIVISA (SALDODIV.DAT STATUS '
                        WS-SALDODIV-STATUS ') - NADA QUE REVALUAR'
                STOP RUN
            END-IF.
            OPEN OUTPUT SALIDA-FILE.
            OPEN EXTEND PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS = '05'
               OR WS-PENDIENTE-STATUS = '35'
                OPEN OUTPUT PENDIENTE-FILE
            END-IF.
            OPEN OUTPUT REPORTE-FILE.

            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM107  '              TO CAB-FICHERO.
            MOVE WS-FECHA-CORTE          TO CAB-FECHA.
            MOVE ZEROES                  TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.

            PERFORM UNTIL FIN-SALDODIV
                READ SALDODIV-FILE NEXT RECORD
                    AT END
                        SET FIN-SALDODIV TO TRUE
                    NOT AT END
                        ADD 1            TO WS-TOTAL-LEIDAS
                        PERFORM PROCESA-POSICION
                END-READ
            END-PERFORM.

            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-TOTAL-EMITIDAS       TO PIE-REGISTROS.
            MOVE WS-HASH-CUENTAS         TO PIE-HASH.
            WRITE CONTROL-PIE.

            PERFORM IMPRIME-MONEDAS.
            PERFORM IMPRIME-TOTALES.

            CLOSE SALDODIV-FILE.
            CLOSE SALIDA-FILE.
            CLOSE PENDIENTE-FILE.
            CLOSE REPORTE-FILE.

            DISPLAY 'POSICIONES LEIDAS: '       WS-TOTAL-LEIDAS.
            DISPLAY 'POSICIONES REVALUADAS: '   WS-TOTAL-REVALUADAS.
            DISPLAY 'MONEDAS SIN TASA: '        WS-TOTAL-SIN-TASA.
            DISPLAY 'POSTEOS GENERADOS: '       WS-TOTAL-EMITIDAS.
            DISPLAY 'REVERSOS PENDIENTES: '     WS-TOTAL-PENDIENTES.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM107.PRT'.
            IF WS-LOTE-SUM3 NOT = WS-ESPERADO
                MOVE 8                   TO RETURN-CODE
            END-IF.
            STOP RUN.

      *    Las cuentas de resultados y patrimonio quedan al valor
      *    historico: solo se revaluan partidas monetarias.
       PROCESA-POSICION.
            PERFORM BUSCA-CLASE.
            IF CLASE-NO-MONETARIA
                ADD 1                    TO WS-TOTAL-OMITIDAS
                EXIT PARAGRAPH
            END-IF.
            IF SV-DIVISA-SUM3 = 0 AND SV-DIVISA-SUM4 = 0
               AND SV-BASE-SUM3 = 0 AND SV-BASE-SUM4 = 0
                ADD 1                    TO WS-TOTAL-OMITIDAS
                EXIT PARAGRAPH
            END-IF.

            PERFORM BUSCA-TASA.
            IF NOT TASA-ENCONTRADA
                ADD 1                    TO WS-TOTAL-SIN-TASA
                PERFORM IMPRIME-SIN-TASA
                EXIT PARAGRAPH
            END-IF.

            COMPUTE WS-VALOR-CIERRE-SUM3 ROUNDED =
                    SV-DIVISA-SUM3 * WS-TASA
                ON SIZE ERROR
                    DISPLAY '*** DESBORDE AL REVALUAR ' SV-CUENTA
                            ' ' SV-MONEDA ' ***'
                    ADD 1                TO WS-TOTAL-OMITIDAS
                    EXIT PARAGRAPH
            END-COMPUTE.
            COMPUTE WS-VALOR-CIERRE-SUM4 ROUNDED =
                    SV-DIVISA-SUM4 * WS-TASA
                ON SIZE ERROR
                    DISPLAY '*** DESBORDE AL REVALUAR ' SV-CUENTA
                            ' ' SV-MONEDA ' ***'
                    ADD 1                TO WS-TOTAL-OMITIDAS
                    EXIT PARAGRAPH
            END-COMPUTE.
            COMPUTE WS-DIFERENCIA-SUM3 =
                    WS-VALOR-CIERRE-SUM3 - SV-BASE-SUM3.
            COMPUTE WS-DIFERENCIA-SUM4 =
                    WS-VALOR-CIERRE-SUM4 - SV-BASE-SUM4.

            PERFORM ACUMULA-MONEDA.
            PERFORM IMPRIME-DETALLE.
            IF WS-DIFERENCIA-SUM3 = 0 AND WS-DIFERENCIA-SUM4 = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-REVALUADAS.

      *    Parte positiva: ganancia.  Parte negativa: perdida.  Un
      *    SUM3 y un SUM4 de signo distinto dan los dos asientos.
            IF WS-DIFERENCIA-SUM3 > 0 OR WS-DIFERENCIA-SUM4 > 0
                MOVE ZEROES              TO WS-IMPORTE-SUM3
                                            WS-IMPORTE-SUM4
                IF WS-DIFERENCIA-SUM3 > 0
                    MOVE WS-DIFERENCIA-SUM3 TO WS-IMPORTE-SUM3
                END-IF
                IF WS-DIFERENCIA-SUM4 > 0
                    MOVE WS-DIFERENCIA-SUM4 TO WS-IMPORTE-SUM4
                END-IF
                ADD WS-IMPORTE-SUM3      TO WS-TOT-GANANCIA
                MOVE CC-CUENTA-GANANCIA  TO WS-CUENTA-CONTRA
                MOVE 'P'                 TO WS-TIPO-CUENTA
                PERFORM EMITE-ASIENTO
            END-IF.
            IF WS-DIFERENCIA-SUM3 < 0 OR WS-DIFERENCIA-SUM4 < 0
                MOVE ZEROES              TO WS-IMPORTE-SUM3
                                            WS-IMPORTE-SUM4
                IF WS-DIFERENCIA-SUM3 < 0
                    COMPUTE WS-IMPORTE-SUM3 = 0 - WS-DIFERENCIA-SUM3
                END-IF
                IF WS-DIFERENCIA-SUM4 < 0
                    COMPUTE WS-IMPORTE-SUM4 = 0 - WS-DIFERENCIA-SUM4
                END-IF
                ADD WS-IMPORTE-SUM3      TO WS-TOT-PERDIDA
                MOVE CC-CUENTA-PERDIDA   TO WS-CUENTA-CONTRA
                MOVE 'R'                 TO WS-TIPO-CUENTA
                PERFORM EMITE-ASIENTO
            END-IF.

      *    Asiento de revaluacion (al feed, fin de mes) y su espejo
      *    (a POSTPEND, primer laborable del mes siguiente): el
      *    reverso invierte el tipo en la cuenta y en la contrapartida.
       EMITE-ASIENTO.
            MOVE SV-CUENTA               TO TL-CUENTA.
            MOVE WS-TIPO-CUENTA          TO TL-TIPO.
            PERFORM EMITE-POSTEO.
            MOVE WS-CUENTA-CONTRA        TO TL-CUENTA.
            MOVE 'P'                     TO TL-TIPO.
            PERFORM EMITE-POSTEO.

            MOVE SV-CUENTA               TO TL-CUENTA.
            IF WS-TIPO-CUENTA = 'P'
                MOVE 'R'                 TO TL-TIPO
            ELSE
                MOVE 'P'                 TO TL-TIPO
            END-IF.
            PERFORM GRABA-PENDIENTE.
            MOVE WS-CUENTA-CONTRA        TO TL-CUENTA.
            MOVE 'R'                     TO TL-TIPO.
            PERFORM GRABA-PENDIENTE.

       MONTA-POSTEO.
            MOVE WS-CODIGO-REVAL         TO TL-CODIGO.
            MOVE ZEROES                  TO BASE OF TRANLEDG-REC
                                            SUM1 OF TRANLEDG-REC
                                            SUM2 OF TRANLEDG-REC.
            MOVE WS-IMPORTE-SUM3         TO SUM3 OF TRANLEDG-REC.
            MOVE WS-IMPORTE-SUM4         TO SUM4 OF TRANLEDG-REC.
            MOVE 'EUR'                   TO TL-MONEDA.

       EMITE-POSTEO.
            MOVE WS-FECHA-CORTE          TO TL-FECHA.
            PERFORM MONTA-POSTEO.
            MOVE TRANLEDG-REC(1:43)      TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                        TO WS-TOTAL-EMITIDAS.
            ADD TL-CUENTA                TO WS-HASH-CUENTAS.
            ADD WS-IMPORTE-SUM3          TO WS-LOTE-SUM3.

       GRABA-PENDIENTE.
            MOVE WS-FECHA-REVERSO        TO TL-FECHA.
            PERFORM MONTA-POSTEO.
            MOVE WS-FECHA-REVERSO        TO PP-FECHA-LIBERA.
            MOVE 'EXM107  '              TO PP-ORIGEN.
            MOVE SPACES                  TO PP-REFERENCIA.
            MOVE TRANLEDG-REC(1:43)      TO PP-REGISTRO.
            WRITE POSTPEND-REC.
            ADD 1                        TO WS-TOTAL-PENDIENTES.

      *    Tasa de cierre: la fila mas reciente de la divisa que no
      *    pase del ultimo dia del mes revaluado.
       BUSCA-TASA.
            MOVE 'N'                     TO WS-TASA-SW.
            MOVE ZEROES                  TO WS-MEJOR-FECHA WS-TASA.
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                IF TCA-MONEDA(WS-CA-IDX) = SV-MONEDA
                   AND TCA-FECHA(WS-CA-IDX) <= WS-FECHA-CORTE
                   AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA
                    MOVE TCA-FECHA(WS-CA-IDX) TO WS-MEJOR-FECHA
                    MOVE TCA-TASA(WS-CA-IDX)  TO WS-TASA
                    SET TASA-ENCONTRADA       TO TRUE
                END-IF
            END-PERFORM.

       BUSCA-CLASE.
            MOVE SPACES                  TO WS-CLASE.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-TOTAL-MAPEOS
                       OR WS-CLASE NOT = SPACES
                IF SV-CUENTA >= TM-DESDE(WS-MAP-IDX)
                   AND SV-CUENTA <= TM-HASTA(WS-MAP-IDX)
                    MOVE TM-CLASE(WS-MAP-IDX) TO WS-CLASE
                END-IF
            END-PERFORM.

       ACUMULA-MONEDA.
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                    UNTIL WS-MO-IDX > WS-TOTAL-MONEDAS
                       OR TMO-MONEDA(WS-MO-IDX) = SV-MONEDA
                CONTINUE
            END-PERFORM.
            IF WS-MO-IDX > WS-TOTAL-MONEDAS
                IF WS-TOTAL-MONEDAS >= 30
                    EXIT PARAGRAPH
                END-IF
                ADD 1                    TO WS-TOTAL-MONEDAS
                MOVE WS-TOTAL-MONEDAS    TO WS-MO-IDX
                MOVE SV-MONEDA           TO TMO-MONEDA(WS-MO-IDX)
                MOVE ZEROES              TO TMO-DIVISA(WS-MO-IDX)
                                            TMO-BASE(WS-MO-IDX)
                                            TMO-CIERRE(WS-MO-IDX)
                                            TMO-DIFERENCIA(WS-MO-IDX)
            END-IF.
            ADD SV-DIVISA-SUM3           TO TMO-DIVISA(WS-MO-IDX).
            ADD SV-BASE-SUM3             TO TMO-BASE(WS-MO-IDX).
            ADD WS-VALOR-CIERRE-SUM3     TO TMO-CIERRE(WS-MO-IDX).
            ADD WS-DIFERENCIA-SUM3       TO TMO-DIFERENCIA(WS-MO-IDX).

      *    Primer dia laborable del mes siguiente al revaluado.
       CALCULA-FECHA-REVERSO.
            MOVE 1                       TO WS-BD-DIA.
            IF WS-PER-MES = 12
                MOVE 1                   TO WS-BD-MES
                COMPUTE WS-BD-ANYO = WS-PER-ANYO + 1
            ELSE
                COMPUTE WS-BD-MES = WS-PER-MES + 1
                MOVE WS-PER-ANYO         TO WS-BD-ANYO
            END-IF.
            MOVE 'S'                     TO WS-BD-FUNCION.
            CALL 'EXMBDAY' USING WS-BD-FUNCION WS-BD-DIA WS-BD-MES
                                  WS-BD-ANYO WS-BD-LABORABLE.
            COMPUTE WS-FECHA-REVERSO = WS-BD-ANYO * 10000
                                     + WS-BD-MES * 100 + WS-BD-DIA.

       CARGA-CAMBIOS.
            MOVE ZEROES                  TO WS-TOTAL-CAMBIOS.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT CAMBIO-FILE.
            IF WS-CAMBIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CAMBIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
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

       CARGA-CTAGLMAP.
            MOVE ZEROES                  TO WS-TOTAL-MAPEOS.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPEOS < 100
                                ADD 1    TO WS-TOTAL-MAPEOS
                                MOVE CM-DESDE TO
                                     TM-DESDE(WS-TOTAL-MAPEOS)
                                MOVE CM-HASTA TO
                                     TM-HASTA(WS-TOTAL-MAPEOS)
                                MOVE CM-CLASE TO
                                     TM-CLASE(WS-TOTAL-MAPEOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.

       IMPRIME-DETALLE.
            PERFORM VALIDA-SALTO-PAGINA.
            MOVE SV-DIVISA-SUM3          TO WS-ED-IMPORTE.
            MOVE WS-TASA                 TO WS-ED-TASA.
            MOVE WS-VALOR-CIERRE-SUM3    TO WS-ED-IMPORTE-B.
            MOVE WS-DIFERENCIA-SUM3      TO WS-ED-IMPORTE-C.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING SV-CUENTA ' ' SV-MONEDA ' ' WS-ED-IMPORTE
                   ' ' WS-ED-TASA ' ' WS-ED-IMPORTE-B
                   ' ' WS-ED-IMPORTE-C
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.
            MOVE SV-BASE-SUM3            TO WS-ED-IMPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '           VALOR CONTABLE EN BASE: ' WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.
            IF WS-DIFERENCIA-SUM4 NOT = 0
                MOVE WS-DIFERENCIA-SUM4  TO WS-ED-IMPORTE
                MOVE SPACES              TO LINEA-REPORTE
                STRING '           DIFERENCIA SOBRE SUM4:  '
                       WS-ED-IMPORTE
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                    TO WS-LINEAS-EN-PAGINA
            END-IF.

       IMPRIME-SIN-TASA.
            PERFORM VALIDA-SALTO-PAGINA.
            MOVE SV-DIVISA-SUM3          TO WS-ED-IMPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING SV-CUENTA ' ' SV-MONEDA ' ' WS-ED-IMPORTE
                   ' *** SIN TASA DE CIERRE - NO SE REVALUA ***'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.

       IMPRIME-MONEDAS.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'POSICION POR MONEDA (SUM3)' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'MON        EN DIVISA    VALOR CONTABLE'
              & '     VALOR CIERRE       DIFERENCIA' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                    UNTIL WS-MO-IDX > WS-TOTAL-MONEDAS
                MOVE TMO-DIVISA(WS-MO-IDX)     TO WS-ED-IMPORTE
                MOVE TMO-BASE(WS-MO-IDX)       TO WS-ED-IMPORTE-B
                MOVE TMO-CIERRE(WS-MO-IDX)     TO WS-ED-IMPORTE-C
                MOVE SPACES              TO LINEA-REPORTE
                STRING TMO-MONEDA(WS-MO-IDX) ' ' WS-ED-IMPORTE
                       '  ' WS-ED-IMPORTE-B '  ' WS-ED-IMPORTE-C
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                MOVE TMO-DIFERENCIA(WS-MO-IDX) TO WS-ED-IMPORTE
                STRING '  ' WS-ED-IMPORTE
                       DELIMITED BY SIZE INTO LINEA-REPORTE(63:)
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.

      *    Prueba del lote: cada diferencia viaja dos veces (cuenta y
      *    contrapartida), asi que el SUM3 del feed es el doble de
      *    ganancias mas perdidas.
       IMPRIME-TOTALES.
            COMPUTE WS-ESPERADO = (WS-TOT-GANANCIA + WS-TOT-PERDIDA)
                                * 2.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-TOT-GANANCIA         TO WS-ED-TOTAL.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'GANANCIA NO REALIZADA A ' CC-CUENTA-GANANCIA
                   ': ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-TOT-PERDIDA          TO WS-ED-TOTAL.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'PERDIDA NO REALIZADA A  ' CC-CUENTA-PERDIDA
                   ': ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-LOTE-SUM3            TO WS-ED-TOTAL.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'SUM3 DEL FEED EXM107OUT:        ' WS-ED-TOTAL
                   '  POSTEOS: ' WS-TOTAL-EMITIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'REVERSOS EN POSTPEND PARA EL ' WS-FECHA-REVERSO
                   ': ' WS-TOTAL-PENDIENTES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'POSICIONES REVALUADAS: ' WS-TOTAL-REVALUADAS
                   '  SIN TASA: ' WS-TOTAL-SIN-TASA
                   '  OMITIDAS: ' WS-TOTAL-OMITIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-LOTE-SUM3 = WS-ESPERADO
                MOVE 'PRUEBA DEL LOTE: OK - FEED = 2 X DIFERENCIAS'
                                         TO LINEA-REPORTE
            ELSE
                MOVE '*** PRUEBA DEL LOTE FALLIDA ***'
                                         TO LINEA-REPORTE
            END-IF.
            WRITE LINEA-REPORTE.

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

       VALIDA-SALTO-PAGINA.
            IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
                PERFORM IMPRIME-CABECERA
            END-IF.

       IMPRIME-CABECERA.
            ADD 1                        TO WS-NUMERO-PAGINA.
            MOVE ZEROES                  TO WS-LINEAS-EN-PAGINA.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'REVALUACION DE DIVISAS DEL PERIODO ' WS-PERIODO
                   ' AL ' WS-FECHA-CORTE ' REVERSO ' WS-FECHA-REVERSO
                   '   PAGINA: ' WS-NUMERO-PAGINA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTA MON     EN DIVISA  TASA CIERRE'
                   '   VALOR CIERRE     DIFERENCIA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            ADD 3                        TO WS-LINEAS-EN-PAGINA.
