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
      * EXM130 - returned payroll transfers.  Reads the bank's return *
      * file DEVOLUC.DAT (HDR/TRL, verified whole through EXMVERHT on *
      * the returned cents before anything is posted) and matches     *
      * each return to the payment it bounces, by employee and amount *
      * (and payment date when the bank sends it), in EXM29PAG.DAT or *
      * the last off-cycle EXM131PAG.DAT.  A matched return is parked *
      * in NOMPEND.DAT (copybooks/nompend.cpy) as an unpaid salary    *
      * item and reversed in the ledger: EXM130LDG.DAT, a             *
      * branch-feed-shaped batch (43 bytes, HDR/TRL, hash on          *
      * TL-CUENTA) for the EXM57 pseudo-branch slot 'DEV', posts code *
      * 92 on the payroll bank account from the SYSIN card 'C' + bank *
      * account + unpaid-salary account (default 999981) against code *
      * 95 on the unpaid-salary liability.  The EXM29 hold list       *
      * EXM29RET.DAT is parked too, without a posting, since held pay *
      * never left the payroll payable.  A return already parked is   *
      * not parked again.  EXM130.PRT is the HR report: the returns   *
      * with the bank's reason, the held items, every unpaid item     *
      * still pending and the outstanding totals.  RC 4 on an         *
      * unmatched or repeated return or a full table; RC 8 when the   *
      * return file's controls do not balance (no return is           *
      * processed) or the batch does not; RC 16 without the bank      *
      * account card.                                                 *
      * Returns are also matched against the last final-settlement    *
      * transfer EXM132PAG.DAT (file id 'EXM132PG'), so a leaver's    *
      * returned settlement is parked and reversed like any other     *
      * returned salary.                                              *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM130.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT DEVOLUCION-FILE ASSIGN TO "DEVOLUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCION-STATUS.
           SELECT PAGO-FILE ASSIGN TO "EXM29PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT REEMISION-FILE ASSIGN TO "EXM131PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REEMISION-STATUS.
           SELECT FINIQUITO-PAGO-FILE ASSIGN TO "EXM132PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINIQUITO-STATUS.
           SELECT RETENIDO-FILE ASSIGN TO "EXM29RET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDO-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "NOMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM130LDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM130.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta 'C': cuenta bancaria de la nomina y, si no es la
      *    del taller, cuenta de salarios pendientes de pago.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TJ-TIPO                 PIC X(01).
           02 TJ-CUENTA-BANCO         PIC 9(06).
           02 TJ-CUENTA-PENDIENTE     PIC 9(06).

      *    Fichero de devoluciones del banco con HDR/TRL; las vistas
      *    se montan en WORKING-STORAGE sobre WS-DEVOLUCION-ENT.
       FD  DEVOLUCION-FILE.
        01 DEVOLUCION-ENT             PIC X(70).

      *    Transferencias de EXM29 y de EXM131 (mismo registro).
       FD  PAGO-FILE.
        01 PAGO-ENT                   PIC X(81).

       FD  REEMISION-FILE.
        01 REEMISION-ENT              PIC X(81).

       FD  FINIQUITO-PAGO-FILE.
        01 FINIQUITO-PAGO-ENT         PIC X(81).

       FD  RETENIDO-FILE.
        01 RETENIDO-REC.
           02 RT-FECHA                PIC 9(08).
           02 RT-ID-EMPLEADO          PIC 9(07).
           02 RT-NOMBRE               PIC X(10).
           02 RT-APELLIDO             PIC X(10).
           02 RT-NETO-CENT            PIC 9(09).
           02 RT-MOTIVO               PIC X(30).

       FD  PENDIENTE-FILE.
           COPY "nompend.cpy".

      *    Lote contable en forma de feed de sucursal (43 bytes; la
      *    sucursal la estampa EXM57).
       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEVOLUCION-STATUS       PIC X(02) VALUE '00'.
        01 WS-PAGO-STATUS             PIC X(02) VALUE '00'.
        01 WS-REEMISION-STATUS        PIC X(02) VALUE '00'.
        01 WS-FINIQUITO-STATUS        PIC X(02) VALUE '00'.
        01 WS-RETENIDO-STATUS         PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Cuentas y codigos del lote (TRANCODC): la devolucion entra
      *    en el banco de la nomina (92 'D') y queda a deber al
      *    empleado en salarios pendientes de pago (95 'H').
        01 WS-CUENTA-BANCO            PIC 9(06) VALUE ZEROES.
        01 WS-CUENTA-PENDIENTE        PIC 9(06) VALUE 999981.
        01 WS-CODIGO-DEVOLUCION       PIC 9(02) VALUE 92.
        01 WS-CODIGO-PENDIENTE        PIC 9(02) VALUE 95.
      *    Registro de devolucion y vistas de control.
        01 WS-DEVOLUCION-ENT          PIC X(70) VALUE SPACES.
        01 FILLER REDEFINES WS-DEVOLUCION-ENT.
           02 DV-ID-EMPLEADO          PIC 9(07).
           02 DV-IBAN                 PIC X(34).
           02 DV-NETO-CENT            PIC 9(09).
           02 DV-FECHA-PAGO           PIC 9(08).
           02 DV-MOTIVO               PIC X(04).
           02 DV-FECHA-DEVOLUCION     PIC 9(08).
        01 FILLER REDEFINES WS-DEVOLUCION-ENT.
           02 WS-DE-TIPO              PIC X(03).
           02 WS-DE-REGISTROS         PIC 9(08).
           02 WS-DE-HASH              PIC 9(13).
           02 FILLER                  PIC X(46).
        01 WS-TRL-VISTO-SW            PIC X(01) VALUE 'N'.
           88 TRL-VISTO                          VALUE 'Y'.
        01 WS-VER-FUNCION             PIC X(01) VALUE SPACES.
        01 WS-VER-VALOR               PIC 9(13) VALUE ZEROES.
        01 WS-VER-TRL-REG             PIC 9(08) VALUE ZEROES.
        01 WS-VER-TRL-HASH            PIC 9(13) VALUE ZEROES.
        01 WS-VER-RESULTADO           PIC X(01) VALUE SPACES.
      *    Devoluciones leidas: se procesan solo si el TRL cuadra.
        01 WS-TOTAL-DEVOLUCIONES      PIC 9(03) VALUE ZEROES.
        01 TABLA-DEVOLUCIONES.
           02 TR-FILA OCCURS 500 TIMES.
              03 TR-REGISTRO          PIC X(70).
        01 WS-TR-IDX                  PIC 9(03) VALUE ZEROES.
      *    Pagos enviados: EXM29PAG, la ultima reemision EXM131PAG
      *    y el ultimo finiquito EXM132PAG.
        01 WS-PAGO-ENT                PIC X(81) VALUE SPACES.
        01 FILLER REDEFINES WS-PAGO-ENT.
           02 PG-ID-EMPLEADO          PIC 9(07).
           02 PG-NOMBRE               PIC X(10).
           02 PG-APELLIDO             PIC X(10).
           02 PG-NETO-CENT            PIC 9(09).
           02 PG-IBAN                 PIC X(34).
           02 PG-BIC                  PIC X(11).
        01 FILLER REDEFINES WS-PAGO-ENT.
           02 WS-PE-TIPO              PIC X(03).
           02 WS-PE-FICHERO           PIC X(08).
           02 WS-PE-FECHA             PIC 9(08).
           02 FILLER                  PIC X(62).
        01 WS-FICHERO-PAGO            PIC X(08) VALUE SPACES.
        01 WS-FECHA-FICHERO           PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-PAGOS             PIC 9(04) VALUE ZEROES.
        01 TABLA-PAGOS.
           02 TP-FILA OCCURS 2000 TIMES.
              03 TP-ID                PIC 9(07).
              03 TP-NETO-CENT         PIC 9(09).
              03 TP-FECHA             PIC 9(08).
              03 TP-FICHERO           PIC X(08).
              03 TP-NOMBRE            PIC X(10).
              03 TP-APELLIDO          PIC X(10).
              03 TP-IBAN              PIC X(34).
              03 TP-USADO             PIC X(01).
        01 WS-TP-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TP-ENCONTRADO           PIC 9(04) VALUE ZEROES.
      *    Partidas pendientes (NOMPEND.DAT) cargadas enteras.
        01 WS-TOTAL-PARTIDAS          PIC 9(04) VALUE ZEROES.
        01 TABLA-PARTIDAS.
           02 TN-FILA OCCURS 1000 TIMES.
              03 TN-REGISTRO          PIC X(142).
        01 WS-TN-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-CLAVE-PARTIDA           PIC X(24) VALUE SPACES.
        01 WS-PARTIDA-SW              PIC X(01) VALUE 'N'.
           88 PARTIDA-YA-EXISTE                  VALUE 'Y'.
        01 WS-TABLA-LLENA-SW          PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
        01 WS-NOMPEND-LLENO-SW        PIC X(01) VALUE 'N'.
           88 NOMPEND-LLENO                      VALUE 'Y'.
        01 WS-MOTIVO-TEXTO            PIC X(30) VALUE SPACES.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-DEBE              PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-CASADAS           PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-SIN-PAGO          PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-DUPLICADAS        PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-RETENIDOS         PIC 9(04) VALUE ZEROES.
        01 WS-CENT-DEVUELTOS          PIC 9(13) VALUE ZEROES.
        01 WS-CENT-RETENIDOS          PIC 9(13) VALUE ZEROES.
        01 WS-PEND-DEVUELTAS          PIC 9(04) VALUE ZEROES.
        01 WS-PEND-RETENIDAS          PIC 9(04) VALUE ZEROES.
        01 WS-CENT-PEND-DEVUELTAS     PIC 9(13) VALUE ZEROES.
        01 WS-CENT-PEND-RETENIDAS     PIC 9(13) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(08)9.99.
        01 WS-ED-TOTAL                PIC Z(10)9.99.
        01 WS-IMPORTE                 PIC 9(11)V99 VALUE ZEROES.
           COPY "hdrtrl.cpy".
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM LEE-TARJETAS.
            PERFORM CARGA-PARTIDAS.
            PERFORM CARGA-DEVOLUCIONES.
            IF WS-TOTAL-DEVOLUCIONES > 0 AND WS-CUENTA-BANCO = 0
                DISPLAY '*** FALTA LA TARJETA C CON LA CUENTA '
                        'BANCARIA DE LA NOMINA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'EXM29PAG'            TO WS-FICHERO-PAGO.
            OPEN INPUT PAGO-FILE.
            IF WS-PAGO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PAGO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE PAGO-ENT TO WS-PAGO-ENT
                            PERFORM ANOTA-PAGO
                    END-READ
                END-PERFORM
                CLOSE PAGO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            MOVE 'EXM131PG'            TO WS-FICHERO-PAGO.
            OPEN INPUT REEMISION-FILE.
            IF WS-REEMISION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ REEMISION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE REEMISION-ENT TO WS-PAGO-ENT
                            PERFORM ANOTA-PAGO
                    END-READ
                END-PERFORM
                CLOSE REEMISION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            MOVE 'EXM132PG'            TO WS-FICHERO-PAGO.
            OPEN INPUT FINIQUITO-PAGO-FILE.
            IF WS-FINIQUITO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ FINIQUITO-PAGO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE FINIQUITO-PAGO-ENT TO WS-PAGO-ENT
                            PERFORM ANOTA-PAGO
                    END-READ
                END-PERFORM
                CLOSE FINIQUITO-PAGO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM130  '            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM130 - TRANSFERENCIAS DE NOMINA DEVUELTAS  '
                   'FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'DEVOLUCIONES DEL BANCO' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-DEVOLUCIONES
                MOVE TR-REGISTRO(WS-TR-IDX) TO WS-DEVOLUCION-ENT
                PERFORM PROCESA-DEVOLUCION
            END-PERFORM.
            IF WS-TOTAL-DEVOLUCIONES = 0
                MOVE '  NINGUNA DEVOLUCION A PROCESAR'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'ABONOS RETENIDOS POR EXM29 (SIN CUENTA VALIDA)'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM CARGA-RETENIDOS.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.

            PERFORM GRABA-PARTIDAS.
            PERFORM IMPRIME-PENDIENTES.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               OR RETURN-CODE = 8
                MOVE 8                 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-SIN-PAGO > 0 OR WS-TOTAL-DUPLICADAS > 0
                   OR TABLA-LLENA
                    MOVE 4             TO RETURN-CODE
                END-IF
            END-IF.
            DISPLAY 'DEVOLUCIONES CASADAS: '  WS-TOTAL-CASADAS.
            DISPLAY 'SIN PAGO CORRESPONDIENTE: ' WS-TOTAL-SIN-PAGO.
            DISPLAY 'DUPLICADAS: '            WS-TOTAL-DUPLICADAS.
            DISPLAY 'RETENIDOS INCORPORADOS: ' WS-TOTAL-RETENIDOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM130.PRT'.
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
                        IF TJ-TIPO = 'C'
                            IF TJ-CUENTA-BANCO IS NUMERIC
                                MOVE TJ-CUENTA-BANCO TO WS-CUENTA-BANCO
                            END-IF
                            IF TJ-CUENTA-PENDIENTE IS NUMERIC
                               AND TJ-CUENTA-PENDIENTE > 0
                                MOVE TJ-CUENTA-PENDIENTE TO
                                     WS-CUENTA-PENDIENTE
                            END-IF
                        ELSE
                            DISPLAY '*** TARJETA IGNORADA: '
                                    ENTRADA-REC ' ***'
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENTRADA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    El fichero del banco se verifica entero (EXMVERHT, hash
      *    de centimos) antes de tocar el libro: con un TRL que no
      *    cuadra no se procesa ninguna devolucion.
       CARGA-DEVOLUCIONES.
            OPEN INPUT DEVOLUCION-FILE.
            IF WS-DEVOLUCION-STATUS NOT = '00'
                DISPLAY 'SIN DEVOLUC.DAT - SOLO SE INCORPORAN LOS '
                        'RETENIDOS'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'I'                   TO WS-VER-FUNCION.
            CALL 'EXMVERHT' USING WS-VER-FUNCION WS-VER-VALOR
                                   WS-VER-TRL-REG WS-VER-TRL-HASH
                                   WS-VER-RESULTADO.
            MOVE SPACES                TO WS-VER-RESULTADO.
            PERFORM UNTIL FIN-CARGA
                READ DEVOLUCION-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        MOVE DEVOLUCION-ENT TO WS-DEVOLUCION-ENT
                        PERFORM ANOTA-DEVOLUCION
                END-READ
            END-PERFORM.
            CLOSE DEVOLUCION-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            IF NOT TRL-VISTO OR WS-VER-RESULTADO NOT = 'Y'
                DISPLAY '*** CONTROLES DE DEVOLUC.DAT NO CUADRAN - '
                        'NO SE PROCESA NINGUNA DEVOLUCION ***'
                MOVE ZEROES            TO WS-TOTAL-DEVOLUCIONES
                MOVE 8                 TO RETURN-CODE
            END-IF.

       ANOTA-DEVOLUCION.
            EVALUATE WS-DE-TIPO
                WHEN 'HDR'
                    CONTINUE
                WHEN 'TRL'
                    SET TRL-VISTO      TO TRUE
                    MOVE WS-DE-REGISTROS TO WS-VER-TRL-REG
                    MOVE WS-DE-HASH    TO WS-VER-TRL-HASH
                    MOVE 'T'           TO WS-VER-FUNCION
                    CALL 'EXMVERHT' USING WS-VER-FUNCION
                                           WS-VER-VALOR
                                           WS-VER-TRL-REG
                                           WS-VER-TRL-HASH
                                           WS-VER-RESULTADO
                WHEN OTHER
                    MOVE DV-NETO-CENT  TO WS-VER-VALOR
                    MOVE 'R'           TO WS-VER-FUNCION
                    CALL 'EXMVERHT' USING WS-VER-FUNCION
                                           WS-VER-VALOR
                                           WS-VER-TRL-REG
                                           WS-VER-TRL-HASH
                                           WS-VER-RESULTADO
                    IF WS-TOTAL-DEVOLUCIONES < 500
                        ADD 1          TO WS-TOTAL-DEVOLUCIONES
                        MOVE WS-DEVOLUCION-ENT TO
                             TR-REGISTRO(WS-TOTAL-DEVOLUCIONES)
                    ELSE
                        SET TABLA-LLENA TO TRUE
                    END-IF
            END-EVALUATE.

       ANOTA-PAGO.
            EVALUATE WS-PE-TIPO
                WHEN 'HDR'
                    MOVE WS-PE-FECHA   TO WS-FECHA-FICHERO
                WHEN 'TRL'
                    CONTINUE
                WHEN OTHER
                    IF WS-TOTAL-PAGOS < 2000
                        ADD 1          TO WS-TOTAL-PAGOS
                        MOVE PG-ID-EMPLEADO TO TP-ID(WS-TOTAL-PAGOS)
                        MOVE PG-NETO-CENT TO
                             TP-NETO-CENT(WS-TOTAL-PAGOS)
                        MOVE WS-FECHA-FICHERO TO
                             TP-FECHA(WS-TOTAL-PAGOS)
                        MOVE WS-FICHERO-PAGO TO
                             TP-FICHERO(WS-TOTAL-PAGOS)
                        MOVE PG-NOMBRE TO TP-NOMBRE(WS-TOTAL-PAGOS)
                        MOVE PG-APELLIDO TO
                             TP-APELLIDO(WS-TOTAL-PAGOS)
                        MOVE PG-IBAN   TO TP-IBAN(WS-TOTAL-PAGOS)
                        MOVE 'N'       TO TP-USADO(WS-TOTAL-PAGOS)
                    ELSE
                        SET TABLA-LLENA TO TRUE
                    END-IF
            END-EVALUATE.

      *    Casa por empleado e importe (y fecha del pago si el banco
      *    la trae) contra un pago aun no casado; una devolucion ya
      *    aparcada en NOMPEND no se aparca dos veces.
       PROCESA-DEVOLUCION.
            PERFORM TRADUCE-MOTIVO.
            MOVE ZEROES                TO WS-TP-ENCONTRADO.
            PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PAGOS
                       OR WS-TP-ENCONTRADO > 0
                IF TP-ID(WS-TP-IDX) = DV-ID-EMPLEADO
                   AND TP-NETO-CENT(WS-TP-IDX) = DV-NETO-CENT
                   AND TP-USADO(WS-TP-IDX) = 'N'
                   AND (DV-FECHA-PAGO = ZEROES
                        OR DV-FECHA-PAGO = TP-FECHA(WS-TP-IDX))
                    MOVE WS-TP-IDX     TO WS-TP-ENCONTRADO
                END-IF
            END-PERFORM.
            MOVE DV-NETO-CENT          TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-IMPORTE.
            IF WS-TP-ENCONTRADO = 0
                ADD 1                  TO WS-TOTAL-SIN-PAGO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** SIN PAGO CORRESPONDIENTE: '
                       DV-ID-EMPLEADO ' IMPORTE ' WS-ED-IMPORTE
                       ' PAGO ' DV-FECHA-PAGO ' ' WS-MOTIVO-TEXTO
                       ' ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y'                   TO TP-USADO(WS-TP-ENCONTRADO).
            MOVE SPACES                TO WS-CLAVE-PARTIDA.
            STRING DV-ID-EMPLEADO TP-FECHA(WS-TP-ENCONTRADO)
                   DV-NETO-CENT
                   DELIMITED BY SIZE INTO WS-CLAVE-PARTIDA
            END-STRING.
            PERFORM BUSCA-PARTIDA.
            IF PARTIDA-YA-EXISTE
                ADD 1                  TO WS-TOTAL-DUPLICADAS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** YA PROCESADA: ' DV-ID-EMPLEADO
                       ' IMPORTE ' WS-ED-IMPORTE
                       ' PAGO ' TP-FECHA(WS-TP-ENCONTRADO) ' ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PARTIDAS >= 1000
                SET TABLA-LLENA        TO TRUE
                DISPLAY '*** NOMPEND LLENO - DEVOLUCION NO APARCADA: '
                        DV-ID-EMPLEADO ' ***'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO NOMPEND-REC.
            MOVE DV-ID-EMPLEADO        TO NP-ID-EMPLEADO.
            MOVE TP-FECHA(WS-TP-ENCONTRADO) TO NP-FECHA-PAGO.
            MOVE DV-NETO-CENT          TO NP-NETO-CENT.
            SET NP-DEVUELTO            TO TRUE.
            MOVE TP-FICHERO(WS-TP-ENCONTRADO) TO NP-FICHERO.
            MOVE TP-NOMBRE(WS-TP-ENCONTRADO)  TO NP-NOMBRE.
            MOVE TP-APELLIDO(WS-TP-ENCONTRADO) TO NP-APELLIDO.
            MOVE TP-IBAN(WS-TP-ENCONTRADO) TO NP-IBAN-ORIGEN.
            MOVE WS-MOTIVO-TEXTO       TO NP-MOTIVO.
            MOVE WS-FECHA-PROCESO      TO NP-FECHA-ALTA.
            SET NP-PENDIENTE           TO TRUE.
            MOVE ZEROES                TO NP-FECHA-REEMISION.
            ADD 1                      TO WS-TOTAL-PARTIDAS.
            MOVE NOMPEND-REC
                 TO TN-REGISTRO(WS-TOTAL-PARTIDAS).
            MOVE WS-CUENTA-BANCO       TO TL-CUENTA.
            MOVE WS-CODIGO-DEVOLUCION  TO TL-CODIGO.
            PERFORM GRABA-POSTEO.
            ADD DV-NETO-CENT           TO WS-TOTAL-DEBE.
            MOVE WS-CUENTA-PENDIENTE   TO TL-CUENTA.
            MOVE WS-CODIGO-PENDIENTE   TO TL-CODIGO.
            PERFORM GRABA-POSTEO.
            ADD DV-NETO-CENT           TO WS-TOTAL-HABER.
            ADD 1                      TO WS-TOTAL-CASADAS.
            ADD DV-NETO-CENT           TO WS-CENT-DEVUELTOS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' DV-ID-EMPLEADO ' '
                   TP-NOMBRE(WS-TP-ENCONTRADO) ' '
                   TP-APELLIDO(WS-TP-ENCONTRADO) ' '
                   'PAGO ' TP-FECHA(WS-TP-ENCONTRADO) ' '
                   TP-FICHERO(WS-TP-ENCONTRADO) ' '
                   WS-ED-IMPORTE ' '
                   TP-IBAN(WS-TP-ENCONTRADO) ' '
                   WS-MOTIVO-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Codigos de devolucion SEPA mas frecuentes; el resto sale
      *    con el codigo tal cual para que RRHH lo consulte.
       TRADUCE-MOTIVO.
            MOVE SPACES                TO WS-MOTIVO-TEXTO.
            EVALUATE DV-MOTIVO
                WHEN 'AC01'
                    STRING DV-MOTIVO ' IBAN INCORRECTO'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
                WHEN 'AC04'
                    STRING DV-MOTIVO ' CUENTA CANCELADA'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
                WHEN 'AC06'
                    STRING DV-MOTIVO ' CUENTA BLOQUEADA'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
                WHEN 'AG01'
                    STRING DV-MOTIVO ' CUENTA NO ADMITE ABONOS'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
                WHEN 'MD07'
                    STRING DV-MOTIVO ' TITULAR FALLECIDO'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
                WHEN 'BE04'
                    STRING DV-MOTIVO ' FALTA DIRECCION DEL TITULAR'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
                WHEN OTHER
                    STRING DV-MOTIVO ' OTRO MOTIVO DEL BANCO'
                           DELIMITED BY SIZE INTO WS-MOTIVO-TEXTO
                    END-STRING
            END-EVALUATE.

       BUSCA-PARTIDA.
            MOVE 'N'                   TO WS-PARTIDA-SW.
            PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                    UNTIL WS-TN-IDX > WS-TOTAL-PARTIDAS
                       OR PARTIDA-YA-EXISTE
                IF TN-REGISTRO(WS-TN-IDX)(1:24) = WS-CLAVE-PARTIDA
                    SET PARTIDA-YA-EXISTE TO TRUE
                END-IF
            END-PERFORM.

      *    Lo retenido por EXM29 no salio del taller: sigue en el
      *    acreedor de nomina y no lleva asiento, solo se aparca
      *    para que EXM131 lo pague cuando haya cuenta.
       CARGA-RETENIDOS.
            OPEN INPUT RETENIDO-FILE.
            IF WS-RETENIDO-STATUS NOT = '00'
                MOVE '  SIN LISTA DE RETENIDOS (EXM29RET.DAT)'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ RETENIDO-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        PERFORM INCORPORA-RETENIDO
                END-READ
            END-PERFORM.
            CLOSE RETENIDO-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            IF WS-TOTAL-RETENIDOS = 0
                MOVE '  NINGUN RETENIDO NUEVO' TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       INCORPORA-RETENIDO.
            MOVE SPACES                TO WS-CLAVE-PARTIDA.
            STRING RT-ID-EMPLEADO RT-FECHA RT-NETO-CENT
                   DELIMITED BY SIZE INTO WS-CLAVE-PARTIDA
            END-STRING.
            PERFORM BUSCA-PARTIDA.
            IF PARTIDA-YA-EXISTE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PARTIDAS >= 1000
                SET TABLA-LLENA        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO NOMPEND-REC.
            MOVE RT-ID-EMPLEADO        TO NP-ID-EMPLEADO.
            MOVE RT-FECHA              TO NP-FECHA-PAGO.
            MOVE RT-NETO-CENT          TO NP-NETO-CENT.
            SET NP-RETENIDO            TO TRUE.
            MOVE 'EXM29RET'            TO NP-FICHERO.
            MOVE RT-NOMBRE             TO NP-NOMBRE.
            MOVE RT-APELLIDO           TO NP-APELLIDO.
            MOVE RT-MOTIVO             TO NP-MOTIVO.
            MOVE WS-FECHA-PROCESO      TO NP-FECHA-ALTA.
            SET NP-PENDIENTE           TO TRUE.
            MOVE ZEROES                TO NP-FECHA-REEMISION.
            ADD 1                      TO WS-TOTAL-PARTIDAS.
            MOVE NOMPEND-REC
                 TO TN-REGISTRO(WS-TOTAL-PARTIDAS).
            ADD 1                      TO WS-TOTAL-RETENIDOS.
            ADD RT-NETO-CENT           TO WS-CENT-RETENIDOS.
            MOVE RT-NETO-CENT          TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' RT-ID-EMPLEADO ' ' RT-NOMBRE ' '
                   RT-APELLIDO ' NOMINA ' RT-FECHA ' '
                   WS-ED-IMPORTE ' ' RT-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       GRABA-POSTEO.
            MOVE WS-FECHA-PROCESO      TO TL-FECHA.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE DV-NETO-CENT          TO SUM3 OF TRANLEDG-REC.
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
                            SET NOMPEND-LLENO TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDIENTE-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Con NOMPEND mayor que la tabla no se reescribe: se
      *    perderian filas.
       GRABA-PARTIDAS.
            IF NOMPEND-LLENO
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

      *    Para RRHH: todo lo que se debe hoy a empleados, devuelto
      *    o retenido, con su antiguedad.
       IMPRIME-PENDIENTES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'SALARIOS PENDIENTES DE PAGO (NOMPEND)'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                    UNTIL WS-TN-IDX > WS-TOTAL-PARTIDAS
                MOVE TN-REGISTRO(WS-TN-IDX) TO NOMPEND-REC
                IF NP-PENDIENTE
                    PERFORM IMPRIME-PENDIENTE
                END-IF
            END-PERFORM.

       IMPRIME-PENDIENTE.
            IF NP-DEVUELTO
                ADD 1                  TO WS-PEND-DEVUELTAS
                ADD NP-NETO-CENT       TO WS-CENT-PEND-DEVUELTAS
            ELSE
                ADD 1                  TO WS-PEND-RETENIDAS
                ADD NP-NETO-CENT       TO WS-CENT-PEND-RETENIDAS
            END-IF.
            MOVE NP-NETO-CENT          TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' NP-ID-EMPLEADO ' ' NP-NOMBRE ' '
                   NP-APELLIDO ' ' NP-ORIGEN ' PAGO '
                   NP-FECHA-PAGO ' DESDE ' NP-FECHA-ALTA ' '
                   WS-ED-IMPORTE ' ' NP-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-CENT-DEVUELTOS     TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DEVOLUCIONES CASADAS: ' WS-TOTAL-CASADAS
                   '  IMPORTE: ' WS-ED-TOTAL
                   '  SIN PAGO: ' WS-TOTAL-SIN-PAGO
                   '  YA PROCESADAS: ' WS-TOTAL-DUPLICADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-CENT-PEND-DEVUELTAS TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'PENDIENTE POR DEVOLUCION: ' WS-PEND-DEVUELTAS
                   '  IMPORTE: ' WS-ED-TOTAL
                   '  (CUENTA ' WS-CUENTA-PENDIENTE ')'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-CENT-PEND-RETENIDAS TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'PENDIENTE POR RETENCION: ' WS-PEND-RETENIDAS
                   '  IMPORTE: ' WS-ED-TOTAL
                   '  (ACREEDOR DE NOMINA)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF WS-TOTAL-DEBE = WS-TOTAL-HABER
                STRING 'LOTE EXM130LDG: ' WS-LOTE-REGISTROS
                       ' POSTEOS - DEBE = HABER'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '*** LOTE EXM130LDG DESCUADRADO: DEBE '
                       WS-TOTAL-DEBE ' HABER ' WS-TOTAL-HABER ' ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.
            IF TABLA-LLENA
                MOVE '*** TABLA LLENA - REVISAR VOLUMENES ***'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
