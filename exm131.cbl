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
      * EXM131 - off-cycle reissue of unpaid salary.  Once HR has the *
      * account corrected through EXM129, a card 'R' + employee +     *
      * original payment date (blank for everything pending for the   *
      * employee) reissues the pending NOMPEND.DAT items left by      *
      * EXM130.  Each item is paid to the account CTABANCO.DAT has in *
      * force on the processing date, re-checked through EXMIBAN; a   *
      * returned item is refused while the account is still the one   *
      * that bounced it.  Output is EXM131PAG.DAT, the same record as *
      * EXM29PAG with its own HDR/TRL (count, hash of cents) for the  *
      * bank, and EXM131LDG.DAT, a branch-feed-shaped batch (43       *
      * bytes, HDR/TRL) for the EXM57 slot 'DEV' posting code 96 on   *
      * the liability the item sits on (unpaid salaries for a return, *
      * the payroll payable for a held payment) against code 97 on    *
      * the payroll bank account from the card 'C' + bank account +   *
      * unpaid-salary account.  Reissued items are left 'R' with the  *
      * date and the keying user from the PARM.  EXM131.PRT proves    *
      * batch against file before release.  RC 4 when an item is      *
      * refused or a card finds nothing, RC 8 if the batch does not   *
      * balance, RC 16 without the bank account card.                 *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM131.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "NOMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT BANCO-FILE ASSIGN TO "CTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-ID-EMPLEADO
               FILE STATUS IS WS-BANCO-STATUS.
           SELECT PAGO-FILE ASSIGN TO "EXM131PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM131LDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM131.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'C' cuenta bancaria de la nomina + cuenta de pendientes;
      *    'R' empleado + fecha del pago original (ceros o blanco =
      *    todo lo pendiente del empleado).
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TJ-TIPO                 PIC X(01).
           02 TJ-DATOS                PIC X(15).
           02 TJ-CUENTAS REDEFINES TJ-DATOS.
              03 TJ-CUENTA-BANCO      PIC 9(06).
              03 TJ-CUENTA-PENDIENTE  PIC 9(06).
              03 FILLER               PIC X(03).
           02 TJ-REEMISION REDEFINES TJ-DATOS.
              03 TJ-ID-EMPLEADO       PIC 9(07).
              03 TJ-FECHA-PAGO        PIC X(08).

       FD  PENDIENTE-FILE.
           COPY "nompend.cpy".

       FD  BANCO-FILE.
           COPY "ctabanco.cpy".

      *    Transferencia fuera de ciclo: mismo registro que la de
      *    EXM29, con sus propios HDR/TRL.
       FD  PAGO-FILE.
        01 PAGO-REC.
           02 PG-ID-EMPLEADO          PIC 9(07).
           02 PG-NOMBRE               PIC X(10).
           02 PG-APELLIDO             PIC X(10).
           02 PG-NETO-CENT            PIC 9(09).
           02 PG-IBAN                 PIC X(34).
           02 PG-BIC                  PIC X(11).
           COPY "hdrtrl.cpy".

       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-BANCO-STATUS            PIC X(02) VALUE '00'.
        01 WS-PAGO-STATUS             PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Cuentas y codigos del lote (TRANCODC): la reemision saca
      *    la deuda con el empleado (96 'D') -- de salarios
      *    pendientes si fue devuelta, del acreedor de nomina si la
      *    retuvo EXM29 -- y la paga del banco de la nomina (97 'H').
        01 WS-CUENTA-BANCO            PIC 9(06) VALUE ZEROES.
        01 WS-CUENTA-PENDIENTE        PIC 9(06) VALUE 999981.
        01 WS-CUENTA-NOMINA           PIC 9(06) VALUE 999980.
        01 WS-CODIGO-REEMISION        PIC 9(02) VALUE 96.
        01 WS-CODIGO-PAGO             PIC 9(02) VALUE 97.
        01 WS-TOTAL-TARJETAS          PIC 9(03) VALUE ZEROES.
        01 TABLA-TARJETAS.
           02 TT-FILA OCCURS 200 TIMES.
              03 TT-ID-EMPLEADO       PIC 9(07).
              03 TT-FECHA-PAGO        PIC 9(08).
        01 WS-TT-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-PARTIDAS          PIC 9(04) VALUE ZEROES.
        01 TABLA-PARTIDAS.
           02 TN-FILA OCCURS 1000 TIMES.
              03 TN-REGISTRO          PIC X(142).
        01 WS-TN-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PARTIDAS-TARJETA        PIC 9(04) VALUE ZEROES.
        01 WS-TABLA-LLENA-SW          PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
        01 WS-BANCO-ABIERTO-SW        PIC X(01) VALUE 'N'.
           88 BANCO-ABIERTO                      VALUE 'Y'.
        01 WS-CUENTA-SW               PIC X(01) VALUE 'N'.
           88 CUENTA-VALIDA                      VALUE 'Y'.
        01 WS-IBAN-FUNCION            PIC X(01) VALUE SPACES.
        01 WS-IBAN-VALOR              PIC X(34) VALUE SPACES.
        01 WS-IBAN-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-IBAN-MOTIVO             PIC X(30) VALUE SPACES.
        01 WS-PAGO-IBAN               PIC X(34) VALUE SPACES.
        01 WS-PAGO-BIC                PIC X(11) VALUE SPACES.
        01 WS-TOTAL-REEMITIDAS        PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(04) VALUE ZEROES.
        01 WS-PAGOS-FICHERO           PIC 9(08) VALUE ZEROES.
        01 WS-HASH-NETO               PIC 9(13) VALUE ZEROES.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-DEBE              PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(13) VALUE ZEROES.
        01 WS-IMPORTE                 PIC 9(11)V99 VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(08)9.99.
        01 WS-ED-TOTAL                PIC Z(10)9.99.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM LEE-TARJETAS.
            IF WS-TOTAL-TARJETAS = 0
                DISPLAY 'SIN TARJETAS DE REEMISION - NADA QUE HACER'
                DISPLAY 'FIN DEL PROGRAMA'
                STOP RUN
            END-IF.
            IF WS-CUENTA-BANCO = 0
                DISPLAY '*** FALTA LA TARJETA C CON LA CUENTA '
                        'BANCARIA DE LA NOMINA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-PARTIDAS.
            OPEN INPUT BANCO-FILE.
            IF WS-BANCO-STATUS = '00'
                SET BANCO-ABIERTO      TO TRUE
            ELSE
                DISPLAY '*** SIN CTABANCO.DAT - STATUS: '
                        WS-BANCO-STATUS ' ***'
            END-IF.

            OPEN OUTPUT PAGO-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM131PG'            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.
            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM131  '            TO CAB-FICHERO.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM131 - REEMISION FUERA DE CICLO DE NOMINA '
                   'PENDIENTE  FECHA PROCESO: ' WS-FECHA-PROCESO
                   '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                    UNTIL WS-TT-IDX > WS-TOTAL-TARJETAS
                PERFORM PROCESA-TARJETA
            END-PERFORM.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-PAGOS-FICHERO      TO PIE-REGISTROS.
            MOVE WS-HASH-NETO          TO PIE-HASH.
            WRITE CONTROL-PIE.
            CLOSE PAGO-FILE.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.
            IF BANCO-ABIERTO
                CLOSE BANCO-FILE
            END-IF.
            PERFORM GRABA-PARTIDAS.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE 8                 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-RECHAZADAS > 0 OR TABLA-LLENA
                    MOVE 4             TO RETURN-CODE
                END-IF
            END-IF.
            DISPLAY 'PARTIDAS REEMITIDAS: '  WS-TOTAL-REEMITIDAS.
            DISPLAY 'RECHAZADAS: '           WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM131.PRT'.
            STOP RUN.

       LEE-TARJETAS.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        PERFORM ANOTA-TARJETA
                END-READ
            END-PERFORM.
            CLOSE ENTRADA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-TARJETA.
            EVALUATE TJ-TIPO
                WHEN 'C'
                    IF TJ-CUENTA-BANCO IS NUMERIC
                        MOVE TJ-CUENTA-BANCO TO WS-CUENTA-BANCO
                    END-IF
                    IF TJ-CUENTA-PENDIENTE IS NUMERIC
                       AND TJ-CUENTA-PENDIENTE > 0
                        MOVE TJ-CUENTA-PENDIENTE TO WS-CUENTA-PENDIENTE
                    END-IF
                WHEN 'R'
                    IF TJ-ID-EMPLEADO IS NOT NUMERIC
                       OR (TJ-FECHA-PAGO NOT = SPACES
                           AND TJ-FECHA-PAGO IS NOT NUMERIC)
                        DISPLAY '*** TARJETA R INVALIDA: '
                                ENTRADA-REC ' ***'
                        ADD 1          TO WS-TOTAL-RECHAZADAS
                    ELSE
                        IF WS-TOTAL-TARJETAS < 200
                            ADD 1      TO WS-TOTAL-TARJETAS
                            MOVE TJ-ID-EMPLEADO TO
                                 TT-ID-EMPLEADO(WS-TOTAL-TARJETAS)
                            MOVE ZEROES TO
                                 TT-FECHA-PAGO(WS-TOTAL-TARJETAS)
                            IF TJ-FECHA-PAGO NOT = SPACES
                                MOVE TJ-FECHA-PAGO TO
                                     TT-FECHA-PAGO(WS-TOTAL-TARJETAS)
                            END-IF
                        ELSE
                            SET TABLA-LLENA TO TRUE
                        END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY '*** TARJETA IGNORADA: '
                            ENTRADA-REC ' ***'
            END-EVALUATE.

      *    Todas las partidas pendientes del empleado (o solo la del
      *    pago indicado); una tarjeta que no encuentra nada se avisa.
       PROCESA-TARJETA.
            MOVE ZEROES                TO WS-PARTIDAS-TARJETA.
            PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                    UNTIL WS-TN-IDX > WS-TOTAL-PARTIDAS
                MOVE TN-REGISTRO(WS-TN-IDX) TO NOMPEND-REC
                IF NP-PENDIENTE
                   AND NP-ID-EMPLEADO = TT-ID-EMPLEADO(WS-TT-IDX)
                   AND (TT-FECHA-PAGO(WS-TT-IDX) = ZEROES
                        OR TT-FECHA-PAGO(WS-TT-IDX) = NP-FECHA-PAGO)
                    ADD 1              TO WS-PARTIDAS-TARJETA
                    PERFORM REEMITE-PARTIDA
                END-IF
            END-PERFORM.
            IF WS-PARTIDAS-TARJETA = 0
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** NADA PENDIENTE PARA '
                       TT-ID-EMPLEADO(WS-TT-IDX) ' PAGO '
                       TT-FECHA-PAGO(WS-TT-IDX) ' ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

      *    Una devuelta solo sale a una cuenta distinta de la que la
      *    devolvio: sin corregir la cuenta volveria a rebotar.
       REEMITE-PARTIDA.
            MOVE NP-NETO-CENT          TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-IMPORTE.
            PERFORM BUSCA-CUENTA-BANCO.
            IF CUENTA-VALIDA AND NP-DEVUELTO
               AND WS-PAGO-IBAN = NP-IBAN-ORIGEN
                MOVE 'N'               TO WS-CUENTA-SW
                MOVE 'CUENTA SIN CORREGIR TRAS DEVOLUCION'
                                       TO WS-IBAN-MOTIVO
            END-IF.
            IF NOT CUENTA-VALIDA
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** NO REEMITIDA: ' NP-ID-EMPLEADO ' '
                       NP-NOMBRE ' ' NP-APELLIDO ' PAGO '
                       NP-FECHA-PAGO ' ' WS-ED-IMPORTE ' - '
                       WS-IBAN-MOTIVO ' ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO PAGO-REC.
            MOVE NP-ID-EMPLEADO        TO PG-ID-EMPLEADO.
            MOVE NP-NOMBRE             TO PG-NOMBRE.
            MOVE NP-APELLIDO           TO PG-APELLIDO.
            MOVE NP-NETO-CENT          TO PG-NETO-CENT.
            MOVE WS-PAGO-IBAN          TO PG-IBAN.
            MOVE WS-PAGO-BIC           TO PG-BIC.
            WRITE PAGO-REC.
            ADD 1                      TO WS-PAGOS-FICHERO.
            ADD NP-NETO-CENT           TO WS-HASH-NETO.
            IF NP-DEVUELTO
                MOVE WS-CUENTA-PENDIENTE TO TL-CUENTA
            ELSE
                MOVE WS-CUENTA-NOMINA  TO TL-CUENTA
            END-IF.
            MOVE WS-CODIGO-REEMISION   TO TL-CODIGO.
            PERFORM GRABA-POSTEO.
            ADD NP-NETO-CENT           TO WS-TOTAL-DEBE.
            MOVE WS-CUENTA-BANCO       TO TL-CUENTA.
            MOVE WS-CODIGO-PAGO        TO TL-CODIGO.
            PERFORM GRABA-POSTEO.
            ADD NP-NETO-CENT           TO WS-TOTAL-HABER.
            SET NP-REEMITIDO           TO TRUE.
            MOVE WS-FECHA-PROCESO      TO NP-FECHA-REEMISION.
            MOVE WS-USUARIO-AUDIT      TO NP-USUARIO.
            MOVE NOMPEND-REC           TO TN-REGISTRO(WS-TN-IDX).
            ADD 1                      TO WS-TOTAL-REEMITIDAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'REEMITIDA: ' NP-ID-EMPLEADO ' '
                   NP-NOMBRE ' ' NP-APELLIDO ' ' NP-ORIGEN
                   ' PAGO ' NP-FECHA-PAGO ' ' WS-ED-IMPORTE
                   ' A ' WS-PAGO-IBAN ' ' WS-PAGO-BIC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    La cuenta de CTABANCO en vigor a la fecha de proceso,
      *    comprobada otra vez por EXMIBAN (igual que EXM29).
       BUSCA-CUENTA-BANCO.
            MOVE 'N'                   TO WS-CUENTA-SW.
            MOVE SPACES                TO WS-PAGO-IBAN WS-PAGO-BIC.
            IF NOT BANCO-ABIERTO
                MOVE 'SIN MAESTRO DE CUENTAS' TO WS-IBAN-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE NP-ID-EMPLEADO        TO CB-ID-EMPLEADO.
            READ BANCO-FILE
                INVALID KEY
                    MOVE 'SIN CUENTA BANCARIA' TO WS-IBAN-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF CB-FECHA-EFECTO <= WS-FECHA-PROCESO
                MOVE CB-IBAN           TO WS-PAGO-IBAN
                MOVE CB-BIC            TO WS-PAGO-BIC
            ELSE
                MOVE CB-IBAN-ANT       TO WS-PAGO-IBAN
                MOVE CB-BIC-ANT        TO WS-PAGO-BIC
            END-IF.
            IF WS-PAGO-IBAN = SPACES
                MOVE 'CUENTA AUN NO EN VIGOR' TO WS-IBAN-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'I'                   TO WS-IBAN-FUNCION.
            MOVE WS-PAGO-IBAN          TO WS-IBAN-VALOR.
            CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                  WS-IBAN-RESULTADO WS-IBAN-MOTIVO.
            IF WS-IBAN-RESULTADO NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                   TO WS-IBAN-FUNCION.
            MOVE WS-PAGO-BIC           TO WS-IBAN-VALOR.
            CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                  WS-IBAN-RESULTADO WS-IBAN-MOTIVO.
            IF WS-IBAN-RESULTADO = 'Y'
                SET CUENTA-VALIDA      TO TRUE
            END-IF.

       GRABA-POSTEO.
            MOVE WS-FECHA-PROCESO      TO TL-FECHA.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE NP-NETO-CENT          TO SUM3 OF TRANLEDG-REC.
            MOVE 'P'                   TO TL-TIPO.
            MOVE 'EUR'                 TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)    TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA              TO WS-LOTE-HASH.

       CARGA-PARTIDAS.
            OPEN INPUT PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PENDIENTE-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF WS-TOTAL-PARTIDAS < 1000
                            ADD 1      TO WS-TOTAL-PARTIDAS
                            MOVE NOMPEND-REC TO
                                 TN-REGISTRO(WS-TOTAL-PARTIDAS)
                        ELSE
                            SET TABLA-LLENA TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDIENTE-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Con la tabla llena no se reescribe: se perderian filas.
       GRABA-PARTIDAS.
            IF TABLA-LLENA
                DISPLAY '*** NOMPEND MAYOR QUE LA TABLA - NO SE '
                        'REESCRIBE ***'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PENDIENTE-FILE.
            PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                    UNTIL WS-TN-IDX > WS-TOTAL-PARTIDAS
                MOVE TN-REGISTRO(WS-TN-IDX) TO NOMPEND-REC
                WRITE NOMPEND-REC
            END-PERFORM.
            CLOSE PENDIENTE-FILE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-HASH-NETO          TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'ABONOS EN EXM131PAG: ' WS-PAGOS-FICHERO
                   '  HASH CENTIMOS: ' WS-HASH-NETO
                   '  IMPORTE: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'PARTIDAS NO REEMITIDAS: ' WS-TOTAL-RECHAZADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF WS-TOTAL-DEBE = WS-TOTAL-HABER
               AND WS-TOTAL-HABER = WS-HASH-NETO
                STRING 'LOTE EXM131LDG: ' WS-LOTE-REGISTROS
                       ' POSTEOS - CUADRA CON LA REMESA - LIBERAR '
                       'EL FICHERO'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '*** LOTE EXM131LDG NO CUADRA: DEBE '
                       WS-TOTAL-DEBE ' HABER ' WS-TOTAL-HABER
                       ' REMESA ' WS-HASH-NETO ' - NO LIBERAR ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.
