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
      * EXM161 - postal presort and label sheets for a mailing.       *
      * EXM41MAIL.DAT (and any mailing built the same way, with the   *
      * EXM13 STRING technique: one label per block of lines, name    *
      * first, street next to last, postcode and town last, a blank   *
      * line between labels) came out in personnel-file order, one    *
      * label per line, and the mailroom re-sorted it by hand for the *
      * bulk rate and printed it one label to a row on three-across   *
      * stock.  This reads the mailing on DD MAILING, rejects every   *
      * label whose postcode (P-DIR-CP, the first five characters of  *
      * its last line) is not in CODPOST.DAT, and orders the rest by  *
      * postcode and street.  Presort levels follow TARIFAPO.DAT,     *
      * which holds per level the minimum pieces to qualify and the   *
      * rate per piece: 'C' a postcode with at least its minimum, 'P' *
      * the rest of a province (first two postcode digits) when it    *
      * reaches its minimum, 'M' the mixed remainder.  Pieces go in   *
      * bundles of at most WS-MAX-PAQUETE of one level and            *
      * destination, bundles in trays of at most WS-MAX-BANDEJA       *
      * pieces of one province (the mixed bundles in trays of their   *
      * own).  ETIQUETA.PRT prints the labels three across and ten    *
      * down, sixty lines a sheet, each tray and bundle opened by a   *
      * header label with its piece count and each piece label        *
      * endorsed with its level and bundle.  EXM161.PRT lists trays   *
      * and bundles, the rejected labels and the postage summary by   *
      * presort level, with the page and sheet counts.  Return code 4 *
      * when a label is rejected, 16 when the mailing or TARIFAPO.DAT *
      * cannot be used (nothing is printed).                          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM161.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILING-FILE ASSIGN TO "MAILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILING-STATUS.
           SELECT CODPOST-FILE ASSIGN TO "CODPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODPOST-STATUS.
           SELECT TARIFA-FILE ASSIGN TO "TARIFAPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-STATUS.
           SELECT ETIQUETA-FILE ASSIGN TO "ETIQUETA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETIQUETA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM161.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILING-FILE.
        01 LINEA-MAILING              PIC X(60).

       FD  CODPOST-FILE.
        01 CODPOST-REC.
           02 CP-CODIGO               PIC X(05).
           02 CP-POBLACION            PIC X(20).

      *    Nivel de preordenacion: piezas minimas para acogerse y
      *    franqueo por pieza.
       FD  TARIFA-FILE.
        01 TARIFA-REC.
           02 TA-NIVEL                PIC X(01).
           02 TA-MINIMO               PIC 9(03).
           02 TA-TARIFA               PIC 9(02)V9(04).

       FD  ETIQUETA-FILE.
        01 LINEA-HOJA                 PIC X(132).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-MAILING-STATUS          PIC X(02) VALUE '00'.
        01 WS-CODPOST-STATUS          PIC X(02) VALUE '00'.
        01 WS-TARIFA-STATUS           PIC X(02) VALUE '00'.
        01 WS-ETIQUETA-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-ERRONEO-SW              PIC X(01) VALUE 'N'.
           88 PROCESO-ERRONEO                    VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-MAX-PAQUETE             PIC 9(03) VALUE 50.
        01 WS-MAX-BANDEJA             PIC 9(03) VALUE 300.
      *    Niveles: 1 = C (codigo postal), 2 = P (provincia),
      *    3 = M (mixto).
        01 TABLA-NIVELES.
           02 TN-FILA OCCURS 3 TIMES.
              03 TN-NIVEL             PIC X(01).
              03 TN-NOMBRE            PIC X(14).
              03 TN-MINIMO            PIC 9(03).
              03 TN-TARIFA            PIC 9(02)V9(04).
              03 TN-LEIDO-SW          PIC X(01).
                 88 TN-LEIDO                     VALUE 'Y'.
              03 TN-PIEZAS            PIC 9(06).
              03 TN-PAQUETES          PIC 9(05).
              03 TN-IMPORTE           PIC S9(07)V99.
        01 WS-NV-IDX                  PIC 9(01) VALUE ZEROES.
      *    Codigos postales de referencia.
        01 WS-MAX-CODPOST             PIC 9(04) VALUE 5000.
        01 WS-TOTAL-CODPOST           PIC 9(04) VALUE ZEROES.
        01 TABLA-CODPOST.
           02 TCP-CODIGO OCCURS 5000 TIMES PIC X(05).
        01 WS-CP-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-CP-VALIDO-SW            PIC X(01) VALUE 'N'.
           88 CODIGO-POSTAL-VALIDO               VALUE 'Y'.
      *    Etiqueta en lectura: bloque de lineas hasta la linea en
      *    blanco.
        01 WS-BLOQUE.
           02 WS-BLQ-LINEA OCCURS 4 TIMES PIC X(60).
        01 WS-BLQ-LINEAS              PIC 9(01) VALUE ZEROES.
        01 WS-BLQ-DESCARTADAS         PIC 9(02) VALUE ZEROES.
        01 WS-CP                      PIC X(05) VALUE SPACES.
      *    Piezas aceptadas.
        01 WS-MAX-PIEZAS              PIC 9(04) VALUE 5000.
        01 WS-TOTAL-PIEZAS            PIC 9(04) VALUE ZEROES.
        01 TABLA-PIEZAS.
           02 TP-FILA OCCURS 5000 TIMES.
              03 TP-LINEA OCCURS 4 TIMES PIC X(60).
              03 TP-LINEAS            PIC 9(01).
              03 TP-CP                PIC X(05).
              03 TP-CALLE             PIC X(30).
              03 TP-NIVEL             PIC 9(01).
        01 WS-TP-IDX                  PIC 9(04) VALUE ZEROES.
      *    Orden de salida: bandeja (provincia, o ZZ la mixta),
      *    nivel, codigo postal, calle y orden de llegada.
        01 WS-TOTAL-ORDEN             PIC 9(04) VALUE ZEROES.
        01 TABLA-ORDEN.
           02 TOR-FILA OCCURS 5000 TIMES.
              03 TOR-CLAVE.
                 04 TOR-PROVINCIA     PIC X(02).
                 04 TOR-NIVEL         PIC 9(01).
                 04 TOR-CP            PIC X(05).
                 04 TOR-CALLE         PIC X(30).
                 04 TOR-LLEGADA       PIC 9(04).
              03 TOR-PIEZA            PIC 9(04).
        01 WS-CLAVE-PIEZA.
           02 WS-CL-PROVINCIA         PIC X(02).
           02 WS-CL-NIVEL             PIC 9(01).
           02 WS-CL-CP                PIC X(05).
           02 WS-CL-CALLE             PIC X(30).
           02 WS-CL-LLEGADA           PIC 9(04).
        01 WS-OR-FILA                 PIC 9(04) VALUE ZEROES.
      *    Piezas por codigo postal y resto por provincia.
        01 WS-TOTAL-CONTEO-CP         PIC 9(04) VALUE ZEROES.
        01 TABLA-CONTEO-CP.
           02 TCC-FILA OCCURS 5000 TIMES.
              03 TCC-CP               PIC X(05).
              03 TCC-PIEZAS           PIC 9(04).
        01 WS-CC-IDX                  PIC 9(04) VALUE ZEROES.
        01 TABLA-CONTEO-PROVINCIA.
           02 TCV-PIEZAS OCCURS 100 TIMES PIC 9(04).
        01 WS-PROVINCIA               PIC 9(02) VALUE ZEROES.
      *    Paquetes y bandejas.
        01 WS-MAX-PAQUETES            PIC 9(04) VALUE 2000.
        01 WS-TOTAL-PAQUETES          PIC 9(04) VALUE ZEROES.
        01 TABLA-PAQUETES.
           02 TB-FILA OCCURS 2000 TIMES.
              03 TB-NIVEL             PIC 9(01).
              03 TB-DESTINO           PIC X(05).
              03 TB-PROVINCIA         PIC X(02).
              03 TB-PIEZAS            PIC 9(03).
              03 TB-PRIMERA           PIC 9(04).
              03 TB-BANDEJA           PIC 9(03).
        01 WS-PQ-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-DESTINO                 PIC X(05) VALUE SPACES.
        01 WS-TOTAL-BANDEJAS          PIC 9(03) VALUE ZEROES.
        01 TABLA-BANDEJAS.
           02 TT-FILA OCCURS 500 TIMES.
              03 TT-PROVINCIA         PIC X(02).
              03 TT-PIEZAS            PIC 9(05).
              03 TT-PAQUETES          PIC 9(04).
        01 WS-BJ-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-MAX-BANDEJAS            PIC 9(03) VALUE 500.
      *    Hoja de etiquetas: tres de ancho por diez de alto, seis
      *    lineas y 44 columnas por etiqueta.
        01 TABLA-HOJA.
           02 TH-LINEA OCCURS 60 TIMES PIC X(132).
        01 WS-ETIQUETAS-HOJA          PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-HOJAS             PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-ETIQUETAS         PIC 9(06) VALUE ZEROES.
        01 TABLA-ETIQUETA.
           02 TE-LINEA OCCURS 5 TIMES PIC X(42).
        01 WS-TE-IDX                  PIC 9(01) VALUE ZEROES.
        01 WS-FILA-HOJA               PIC 9(02) VALUE ZEROES.
        01 WS-COLUMNA-HOJA            PIC 9(03) VALUE ZEROES.
        01 WS-LINEA-HOJA              PIC 9(02) VALUE ZEROES.
        01 WS-IDX                     PIC 9(04) VALUE ZEROES.
        01 WS-ULTIMA                  PIC 9(04) VALUE ZEROES.
      *    Informe paginado, como el listado de EXM2.
        01 WS-LINEAS-POR-PAGINA       PIC 9(02) VALUE 55.
        01 WS-LINEAS-EN-PAGINA        PIC 9(02) VALUE ZEROES.
        01 WS-NUMERO-PAGINA           PIC 9(04) VALUE ZEROES.
        01 WS-LINEA                   PIC X(132) VALUE SPACES.
      *    Totales.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-IMPORTE           PIC S9(07)V99 VALUE ZEROES.
        01 TABLA-RECHAZOS.
           02 TRZ-FILA OCCURS 500 TIMES.
              03 TRZ-NOMBRE           PIC X(40).
              03 TRZ-CP               PIC X(05).
              03 TRZ-MOTIVO           PIC X(20).
        01 WS-MOTIVO                  PIC X(20) VALUE SPACES.
        01 WS-ED-PIEZAS               PIC ZZZZZ9.
        01 WS-ED-PAQUETES             PIC ZZZZ9.
        01 WS-ED-TARIFA               PIC Z9.9999.
        01 WS-ED-IMPORTE              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            PERFORM CARGA-TARIFAS.
            PERFORM CARGA-CODPOST.
            IF NOT PROCESO-ERRONEO
                PERFORM CARGA-MAILING
            END-IF.
            IF PROCESO-ERRONEO
                DISPLAY '*** MAILING NO PREORDENADO - NO SE IMPRIME '
                        'NADA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CLASIFICA-PIEZAS.
            PERFORM ORDENA-PIEZAS.
            PERFORM FORMA-PAQUETES.
            IF PROCESO-ERRONEO
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FORMA-BANDEJAS.
            IF PROCESO-ERRONEO
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT ETIQUETA-FILE.
            PERFORM IMPRIME-ETIQUETAS.
            CLOSE ETIQUETA-FILE.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-INFORME.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > ZEROES
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'ETIQUETAS LEIDAS: '     WS-TOTAL-LEIDAS.
            DISPLAY 'RECHAZADAS (CP): '      WS-TOTAL-RECHAZADAS.
            DISPLAY 'PIEZAS PREORDENADAS: '  WS-TOTAL-PIEZAS.
            DISPLAY 'PAQUETES: '             WS-TOTAL-PAQUETES
                    '  BANDEJAS: '           WS-TOTAL-BANDEJAS.
            DISPLAY 'HOJAS DE ETIQUETAS: '   WS-TOTAL-HOJAS.
            DISPLAY 'FIN DEL PROGRAMA - VER ETIQUETA.PRT Y EXM161.PRT'.
            STOP RUN.

      *    Los tres niveles han de venir en TARIFAPO.DAT: un franqueo
      *    supuesto no sirve para liquidar con el operador postal.
       CARGA-TARIFAS.
            MOVE 'C'                   TO TN-NIVEL(1).
            MOVE 'CODIGO POSTAL'       TO TN-NOMBRE(1).
            MOVE 'P'                   TO TN-NIVEL(2).
            MOVE 'PROVINCIA'           TO TN-NOMBRE(2).
            MOVE 'M'                   TO TN-NIVEL(3).
            MOVE 'MIXTO'               TO TN-NOMBRE(3).
            PERFORM VARYING WS-NV-IDX FROM 1 BY 1 UNTIL WS-NV-IDX > 3
                MOVE 'N'               TO TN-LEIDO-SW(WS-NV-IDX)
                MOVE ZEROES            TO TN-MINIMO(WS-NV-IDX)
                                          TN-TARIFA(WS-NV-IDX)
                                          TN-PIEZAS(WS-NV-IDX)
                                          TN-PAQUETES(WS-NV-IDX)
                                          TN-IMPORTE(WS-NV-IDX)
            END-PERFORM.
            OPEN INPUT TARIFA-FILE.
            IF WS-TARIFA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR TARIFAPO.DAT - STATUS: '
                        WS-TARIFA-STATUS ' ***'
                SET PROCESO-ERRONEO    TO TRUE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ TARIFA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-TARIFA
                END-READ
            END-PERFORM.
            CLOSE TARIFA-FILE.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM VARYING WS-NV-IDX FROM 1 BY 1 UNTIL WS-NV-IDX > 3
                IF NOT TN-LEIDO(WS-NV-IDX)
                    DISPLAY '*** NIVEL ' TN-NIVEL(WS-NV-IDX)
                            ' SIN FILA EN TARIFAPO.DAT ***'
                    SET PROCESO-ERRONEO TO TRUE
                END-IF
            END-PERFORM.

       ANOTA-TARIFA.
            PERFORM VARYING WS-NV-IDX FROM 1 BY 1 UNTIL WS-NV-IDX > 3
                IF TN-NIVEL(WS-NV-IDX) = TA-NIVEL
                    IF TA-MINIMO IS NUMERIC AND TA-TARIFA IS NUMERIC
                        MOVE TA-MINIMO TO TN-MINIMO(WS-NV-IDX)
                        MOVE TA-TARIFA TO TN-TARIFA(WS-NV-IDX)
                        SET TN-LEIDO(WS-NV-IDX) TO TRUE
                    ELSE
                        DISPLAY '*** TARIFAPO.DAT: FILA NO NUMERICA '
                                'DEL NIVEL ' TA-NIVEL ' ***'
                        SET PROCESO-ERRONEO TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

       CARGA-CODPOST.
            OPEN INPUT CODPOST-FILE.
            IF WS-CODPOST-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CODPOST.DAT - STATUS: '
                        WS-CODPOST-STATUS ' ***'
                SET PROCESO-ERRONEO    TO TRUE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ CODPOST-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF WS-TOTAL-CODPOST < WS-MAX-CODPOST
                            ADD 1      TO WS-TOTAL-CODPOST
                            MOVE CP-CODIGO TO
                                 TCP-CODIGO(WS-TOTAL-CODPOST)
                        ELSE
                            DISPLAY '*** MAS DE ' WS-MAX-CODPOST
                                    ' CODIGOS EN CODPOST.DAT ***'
                            SET PROCESO-ERRONEO TO TRUE
                            SET FIN-FICHERO TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CODPOST-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Cada etiqueta es un bloque de lineas cerrado por una
      *    linea en blanco (o por el fin del fichero).
       CARGA-MAILING.
            OPEN INPUT MAILING-FILE.
            IF WS-MAILING-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR MAILING.DAT - STATUS: '
                        WS-MAILING-STATUS ' ***'
                SET PROCESO-ERRONEO    TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-BLQ-LINEAS
                                          WS-BLQ-DESCARTADAS.
            PERFORM UNTIL FIN-FICHERO
                READ MAILING-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                        PERFORM CIERRA-BLOQUE
                    NOT AT END
                        IF LINEA-MAILING = SPACES
                            PERFORM CIERRA-BLOQUE
                        ELSE
                            PERFORM ANOTA-LINEA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MAILING-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       ANOTA-LINEA.
            IF WS-BLQ-LINEAS < 4
                ADD 1                  TO WS-BLQ-LINEAS
                MOVE LINEA-MAILING     TO WS-BLQ-LINEA(WS-BLQ-LINEAS)
            ELSE
                ADD 1                  TO WS-BLQ-DESCARTADAS
            END-IF.

       CIERRA-BLOQUE.
            IF WS-BLQ-LINEAS = ZEROES
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE WS-BLQ-LINEA(WS-BLQ-LINEAS)(1:5) TO WS-CP.
            MOVE SPACES                TO WS-MOTIVO.
            EVALUATE TRUE
                WHEN WS-BLQ-DESCARTADAS > ZEROES
                    MOVE 'MAS DE 4 LINEAS'  TO WS-MOTIVO
                WHEN WS-BLQ-LINEAS < 3
                    MOVE 'ETIQUETA INCOMPLETA' TO WS-MOTIVO
                WHEN OTHER
                    PERFORM VALIDA-CP
                    IF NOT CODIGO-POSTAL-VALIDO
                        MOVE 'CP NO EN CODPOST' TO WS-MOTIVO
                    END-IF
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM ANOTA-RECHAZO
            ELSE
                PERFORM ANOTA-PIEZA
            END-IF.
            MOVE ZEROES                TO WS-BLQ-LINEAS
                                          WS-BLQ-DESCARTADAS.

       VALIDA-CP.
            MOVE 'N'                   TO WS-CP-VALIDO-SW.
            IF WS-CP IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                    UNTIL WS-CP-IDX > WS-TOTAL-CODPOST
                       OR CODIGO-POSTAL-VALIDO
                IF TCP-CODIGO(WS-CP-IDX) = WS-CP
                    SET CODIGO-POSTAL-VALIDO TO TRUE
                END-IF
            END-PERFORM.

       ANOTA-RECHAZO.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            IF WS-TOTAL-RECHAZADAS <= 500
                MOVE WS-BLQ-LINEA(1)   TO
                     TRZ-NOMBRE(WS-TOTAL-RECHAZADAS)
                MOVE WS-CP             TO TRZ-CP(WS-TOTAL-RECHAZADAS)
                MOVE WS-MOTIVO         TO
                     TRZ-MOTIVO(WS-TOTAL-RECHAZADAS)
            END-IF.

       ANOTA-PIEZA.
            IF WS-TOTAL-PIEZAS >= WS-MAX-PIEZAS
                DISPLAY '*** MAS DE ' WS-MAX-PIEZAS
                        ' PIEZAS EN EL MAILING ***'
                SET PROCESO-ERRONEO    TO TRUE
                SET FIN-FICHERO        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-PIEZAS.
            MOVE WS-TOTAL-PIEZAS       TO WS-TP-IDX.
            MOVE SPACES                TO TP-FILA(WS-TP-IDX).
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-BLQ-LINEAS
                MOVE WS-BLQ-LINEA(WS-IDX) TO TP-LINEA(WS-TP-IDX WS-IDX)
            END-PERFORM.
            MOVE WS-BLQ-LINEAS         TO TP-LINEAS(WS-TP-IDX).
            MOVE WS-CP                 TO TP-CP(WS-TP-IDX).
            MOVE WS-BLQ-LINEA(WS-BLQ-LINEAS - 1)
                                       TO TP-CALLE(WS-TP-IDX).
            MOVE ZEROES                TO TP-NIVEL(WS-TP-IDX).

      *    Nivel de cada pieza: su codigo postal si llega al minimo
      *    del nivel C; si no, su provincia con lo que sobra de
      *    ella si llega al minimo del nivel P; el resto, mixto.
       CLASIFICA-PIEZAS.
            INITIALIZE TABLA-CONTEO-PROVINCIA.
            PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PIEZAS
                PERFORM CUENTA-CP
            END-PERFORM.
            PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PIEZAS
                PERFORM BUSCA-CONTEO-CP
                IF TCC-PIEZAS(WS-CC-IDX) >= TN-MINIMO(1)
                    MOVE 1             TO TP-NIVEL(WS-TP-IDX)
                ELSE
                    MOVE TP-CP(WS-TP-IDX)(1:2) TO WS-PROVINCIA
                    ADD 1              TO TCV-PIEZAS(WS-PROVINCIA + 1)
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PIEZAS
                IF TP-NIVEL(WS-TP-IDX) = ZEROES
                    MOVE TP-CP(WS-TP-IDX)(1:2) TO WS-PROVINCIA
                    IF TCV-PIEZAS(WS-PROVINCIA + 1) >= TN-MINIMO(2)
                        MOVE 2         TO TP-NIVEL(WS-TP-IDX)
                    ELSE
                        MOVE 3         TO TP-NIVEL(WS-TP-IDX)
                    END-IF
                END-IF
            END-PERFORM.

       CUENTA-CP.
            PERFORM BUSCA-CONTEO-CP.
            IF WS-CC-IDX > WS-TOTAL-CONTEO-CP
                ADD 1                  TO WS-TOTAL-CONTEO-CP
                MOVE TP-CP(WS-TP-IDX)  TO TCC-CP(WS-CC-IDX)
                MOVE ZEROES            TO TCC-PIEZAS(WS-CC-IDX)
            END-IF.
            ADD 1                      TO TCC-PIEZAS(WS-CC-IDX).

       BUSCA-CONTEO-CP.
            PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                    UNTIL WS-CC-IDX > WS-TOTAL-CONTEO-CP
                IF TCC-CP(WS-CC-IDX) = TP-CP(WS-TP-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM.

      *    Insercion ordenada sobre la tabla de orden, como la de
      *    prestamos de EXM136.
       ORDENA-PIEZAS.
            MOVE ZEROES                TO WS-TOTAL-ORDEN.
            PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PIEZAS
                PERFORM INSERTA-PIEZA
            END-PERFORM.

       INSERTA-PIEZA.
            IF TP-NIVEL(WS-TP-IDX) = 3
                MOVE 'ZZ'              TO WS-CL-PROVINCIA
            ELSE
                MOVE TP-CP(WS-TP-IDX)(1:2) TO WS-CL-PROVINCIA
            END-IF.
            MOVE TP-NIVEL(WS-TP-IDX)   TO WS-CL-NIVEL.
            MOVE TP-CP(WS-TP-IDX)      TO WS-CL-CP.
            MOVE TP-CALLE(WS-TP-IDX)   TO WS-CL-CALLE.
            MOVE WS-TP-IDX             TO WS-CL-LLEGADA.
            ADD 1                      TO WS-TOTAL-ORDEN.
            MOVE WS-TOTAL-ORDEN        TO WS-OR-FILA.
            PERFORM UNTIL WS-OR-FILA = 1
                IF TOR-CLAVE(WS-OR-FILA - 1) > WS-CLAVE-PIEZA
                    MOVE TOR-FILA(WS-OR-FILA - 1)
                                       TO TOR-FILA(WS-OR-FILA)
                    SUBTRACT 1         FROM WS-OR-FILA
                ELSE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            MOVE WS-CLAVE-PIEZA        TO TOR-CLAVE(WS-OR-FILA).
            MOVE WS-TP-IDX             TO TOR-PIEZA(WS-OR-FILA).

      *    Un paquete: un nivel y un destino (codigo postal en C,
      *    provincia en P, ninguno en M), hasta WS-MAX-PAQUETE.
       FORMA-PAQUETES.
            PERFORM VARYING WS-OR-FILA FROM 1 BY 1
                    UNTIL WS-OR-FILA > WS-TOTAL-ORDEN
                       OR PROCESO-ERRONEO
                EVALUATE TOR-NIVEL(WS-OR-FILA)
                    WHEN 1
                        MOVE TOR-CP(WS-OR-FILA) TO WS-DESTINO
                    WHEN 2
                        MOVE TOR-PROVINCIA(WS-OR-FILA) TO WS-DESTINO
                    WHEN OTHER
                        MOVE SPACES    TO WS-DESTINO
                END-EVALUATE
                IF WS-TOTAL-PAQUETES = ZEROES
                    PERFORM ABRE-PAQUETE
                ELSE
                    IF TB-NIVEL(WS-TOTAL-PAQUETES) NOT =
                       TOR-NIVEL(WS-OR-FILA)
                       OR TB-DESTINO(WS-TOTAL-PAQUETES) NOT = WS-DESTINO
                       OR TB-PIEZAS(WS-TOTAL-PAQUETES) >= WS-MAX-PAQUETE
                        PERFORM ABRE-PAQUETE
                    END-IF
                END-IF
                IF NOT PROCESO-ERRONEO
                    ADD 1              TO TB-PIEZAS(WS-TOTAL-PAQUETES)
                END-IF
            END-PERFORM.

       ABRE-PAQUETE.
            IF WS-TOTAL-PAQUETES >= WS-MAX-PAQUETES
                DISPLAY '*** MAS DE ' WS-MAX-PAQUETES ' PAQUETES ***'
                SET PROCESO-ERRONEO    TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-PAQUETES.
            MOVE WS-TOTAL-PAQUETES     TO WS-PQ-IDX.
            MOVE TOR-NIVEL(WS-OR-FILA) TO TB-NIVEL(WS-PQ-IDX).
            MOVE WS-DESTINO            TO TB-DESTINO(WS-PQ-IDX).
            MOVE TOR-PROVINCIA(WS-OR-FILA) TO TB-PROVINCIA(WS-PQ-IDX).
            MOVE ZEROES                TO TB-PIEZAS(WS-PQ-IDX)
                                          TB-BANDEJA(WS-PQ-IDX).
            MOVE WS-OR-FILA            TO TB-PRIMERA(WS-PQ-IDX).
            ADD 1                      TO
                 TN-PAQUETES(TB-NIVEL(WS-PQ-IDX)).

      *    Una bandeja: paquetes enteros de una provincia (los
      *    mixtos aparte) hasta WS-MAX-BANDEJA piezas.
       FORMA-BANDEJAS.
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                    UNTIL WS-PQ-IDX > WS-TOTAL-PAQUETES
                       OR PROCESO-ERRONEO
                IF WS-TOTAL-BANDEJAS = ZEROES
                    PERFORM ABRE-BANDEJA
                ELSE
                    IF TT-PROVINCIA(WS-TOTAL-BANDEJAS) NOT =
                       TB-PROVINCIA(WS-PQ-IDX)
                       OR TT-PIEZAS(WS-TOTAL-BANDEJAS)
                          + TB-PIEZAS(WS-PQ-IDX) > WS-MAX-BANDEJA
                        PERFORM ABRE-BANDEJA
                    END-IF
                END-IF
                IF NOT PROCESO-ERRONEO
                    MOVE WS-TOTAL-BANDEJAS TO TB-BANDEJA(WS-PQ-IDX)
                    ADD TB-PIEZAS(WS-PQ-IDX) TO
                        TT-PIEZAS(WS-TOTAL-BANDEJAS)
                    ADD 1              TO TT-PAQUETES(WS-TOTAL-BANDEJAS)
                END-IF
            END-PERFORM.

       ABRE-BANDEJA.
            IF WS-TOTAL-BANDEJAS >= WS-MAX-BANDEJAS
                DISPLAY '*** MAS DE ' WS-MAX-BANDEJAS ' BANDEJAS ***'
                SET PROCESO-ERRONEO    TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-BANDEJAS.
            MOVE TB-PROVINCIA(WS-PQ-IDX) TO
                 TT-PROVINCIA(WS-TOTAL-BANDEJAS).
            MOVE ZEROES                TO
                 TT-PIEZAS(WS-TOTAL-BANDEJAS)
                 TT-PAQUETES(WS-TOTAL-BANDEJAS).

      *    Etiqueta de bandeja, de paquete y de cada pieza, en el
      *    orden en que se hacen los paquetes.
       IMPRIME-ETIQUETAS.
            MOVE SPACES                TO TABLA-HOJA.
            MOVE ZEROES                TO WS-ETIQUETAS-HOJA.
            MOVE ZEROES                TO WS-BJ-IDX.
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                    UNTIL WS-PQ-IDX > WS-TOTAL-PAQUETES
                IF TB-BANDEJA(WS-PQ-IDX) NOT = WS-BJ-IDX
                    MOVE TB-BANDEJA(WS-PQ-IDX) TO WS-BJ-IDX
                    PERFORM ETIQUETA-BANDEJA
                END-IF
                PERFORM ETIQUETA-PAQUETE
                COMPUTE WS-ULTIMA = TB-PRIMERA(WS-PQ-IDX)
                                  + TB-PIEZAS(WS-PQ-IDX) - 1
                PERFORM VARYING WS-OR-FILA FROM TB-PRIMERA(WS-PQ-IDX)
                        BY 1 UNTIL WS-OR-FILA > WS-ULTIMA
                    PERFORM ETIQUETA-PIEZA
                END-PERFORM
            END-PERFORM.
            IF WS-ETIQUETAS-HOJA > ZEROES
                PERFORM ESCRIBE-HOJA
            END-IF.

       ETIQUETA-BANDEJA.
            MOVE SPACES                TO TABLA-ETIQUETA.
            STRING '======= BANDEJA ' WS-BJ-IDX ' ======='
                   DELIMITED BY SIZE INTO TE-LINEA(1)
            END-STRING.
            IF TT-PROVINCIA(WS-BJ-IDX) = 'ZZ'
                MOVE 'DESTINO: MIXTO'  TO TE-LINEA(2)
            ELSE
                STRING 'DESTINO: PROVINCIA ' TT-PROVINCIA(WS-BJ-IDX)
                       DELIMITED BY SIZE INTO TE-LINEA(2)
                END-STRING
            END-IF.
            MOVE TT-PAQUETES(WS-BJ-IDX) TO WS-ED-PAQUETES.
            STRING 'PAQUETES: ' WS-ED-PAQUETES
                   DELIMITED BY SIZE INTO TE-LINEA(3)
            END-STRING.
            MOVE TT-PIEZAS(WS-BJ-IDX)  TO WS-ED-PIEZAS.
            STRING 'PIEZAS:  ' WS-ED-PIEZAS
                   DELIMITED BY SIZE INTO TE-LINEA(4)
            END-STRING.
            PERFORM PONE-ETIQUETA.

       ETIQUETA-PAQUETE.
            MOVE SPACES                TO TABLA-ETIQUETA.
            STRING '*** PAQUETE ' WS-PQ-IDX ' - BANDEJA '
                   TB-BANDEJA(WS-PQ-IDX) ' ***'
                   DELIMITED BY SIZE INTO TE-LINEA(1)
            END-STRING.
            STRING 'NIVEL: ' TN-NOMBRE(TB-NIVEL(WS-PQ-IDX)) ' '
                   TB-DESTINO(WS-PQ-IDX)
                   DELIMITED BY SIZE INTO TE-LINEA(2)
            END-STRING.
            MOVE TB-PIEZAS(WS-PQ-IDX)  TO WS-ED-PIEZAS.
            STRING 'PIEZAS:  ' WS-ED-PIEZAS
                   DELIMITED BY SIZE INTO TE-LINEA(3)
            END-STRING.
            PERFORM PONE-ETIQUETA.

       ETIQUETA-PIEZA.
            MOVE TOR-PIEZA(WS-OR-FILA) TO WS-TP-IDX.
            MOVE SPACES                TO TABLA-ETIQUETA.
            STRING TN-NIVEL(TP-NIVEL(WS-TP-IDX)) ' '
                   TB-DESTINO(WS-PQ-IDX) '  P' WS-PQ-IDX
                   DELIMITED BY SIZE INTO TE-LINEA(1)
            END-STRING.
            PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                    UNTIL WS-TE-IDX > TP-LINEAS(WS-TP-IDX)
                MOVE TP-LINEA(WS-TP-IDX WS-TE-IDX)
                                       TO TE-LINEA(WS-TE-IDX + 1)
            END-PERFORM.
            PERFORM PONE-ETIQUETA.
            ADD 1                      TO
                 TN-PIEZAS(TP-NIVEL(WS-TP-IDX)).

      *    La etiqueta n de la hoja va en la fila (n-1)/3 y la
      *    columna (n-1) resto 3.
       PONE-ETIQUETA.
            COMPUTE WS-FILA-HOJA = WS-ETIQUETAS-HOJA / 3.
            COMPUTE WS-COLUMNA-HOJA =
                    (WS-ETIQUETAS-HOJA - WS-FILA-HOJA * 3) * 44 + 1.
            PERFORM VARYING WS-TE-IDX FROM 1 BY 1 UNTIL WS-TE-IDX > 5
                COMPUTE WS-LINEA-HOJA = WS-FILA-HOJA * 6 + WS-TE-IDX
                MOVE TE-LINEA(WS-TE-IDX) TO
                     TH-LINEA(WS-LINEA-HOJA)(WS-COLUMNA-HOJA:42)
            END-PERFORM.
            ADD 1                      TO WS-ETIQUETAS-HOJA
                                          WS-TOTAL-ETIQUETAS.
            IF WS-ETIQUETAS-HOJA >= 30
                PERFORM ESCRIBE-HOJA
            END-IF.

       ESCRIBE-HOJA.
            PERFORM VARYING WS-LINEA-HOJA FROM 1 BY 1
                    UNTIL WS-LINEA-HOJA > 60
                WRITE LINEA-HOJA FROM TH-LINEA(WS-LINEA-HOJA)
            END-PERFORM.
            ADD 1                      TO WS-TOTAL-HOJAS.
            MOVE SPACES                TO TABLA-HOJA.
            MOVE ZEROES                TO WS-ETIQUETAS-HOJA.

       IMPRIME-INFORME.
            MOVE ZEROES                TO WS-LINEAS-EN-PAGINA.
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                    UNTIL WS-PQ-IDX > WS-TOTAL-PAQUETES
                IF WS-PQ-IDX = 1
                   OR TB-BANDEJA(WS-PQ-IDX) NOT =
                      TB-BANDEJA(WS-PQ-IDX - 1)
                    PERFORM LINEA-BANDEJA
                END-IF
                MOVE TB-PIEZAS(WS-PQ-IDX) TO WS-ED-PIEZAS
                MOVE SPACES            TO WS-LINEA
                STRING '    PAQUETE ' WS-PQ-IDX '  '
                       TN-NOMBRE(TB-NIVEL(WS-PQ-IDX)) ' '
                       TB-DESTINO(WS-PQ-IDX) '  PIEZAS ' WS-ED-PIEZAS
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-INFORME
            END-PERFORM.

            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-INFORME.
            MOVE WS-TOTAL-RECHAZADAS   TO WS-ED-PIEZAS.
            STRING 'ETIQUETAS RECHAZADAS: ' WS-ED-PIEZAS
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-INFORME.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TOTAL-RECHAZADAS OR WS-IDX > 500
                MOVE SPACES            TO WS-LINEA
                STRING '    ' TRZ-NOMBRE(WS-IDX) '  CP ' TRZ-CP(WS-IDX)
                       '  ' TRZ-MOTIVO(WS-IDX)
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-INFORME
            END-PERFORM.

            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-INFORME.
            MOVE 'RESUMEN DE FRANQUEO POR NIVEL     PIEZAS PAQUETES  '
               & ' TARIFA       IMPORTE' TO WS-LINEA.
            PERFORM ESCRIBE-INFORME.
            MOVE ZEROES                TO WS-TOTAL-IMPORTE.
            PERFORM VARYING WS-NV-IDX FROM 1 BY 1 UNTIL WS-NV-IDX > 3
                COMPUTE TN-IMPORTE(WS-NV-IDX) ROUNDED =
                        TN-PIEZAS(WS-NV-IDX) * TN-TARIFA(WS-NV-IDX)
                ADD TN-IMPORTE(WS-NV-IDX) TO WS-TOTAL-IMPORTE
                MOVE TN-PIEZAS(WS-NV-IDX) TO WS-ED-PIEZAS
                MOVE TN-PAQUETES(WS-NV-IDX) TO WS-ED-PAQUETES
                MOVE TN-TARIFA(WS-NV-IDX) TO WS-ED-TARIFA
                MOVE TN-IMPORTE(WS-NV-IDX) TO WS-ED-IMPORTE
                MOVE SPACES            TO WS-LINEA
                STRING '  ' TN-NIVEL(WS-NV-IDX) ' ' TN-NOMBRE(WS-NV-IDX)
                       '          ' WS-ED-PIEZAS '    ' WS-ED-PAQUETES
                       '  ' WS-ED-TARIFA '  ' WS-ED-IMPORTE
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-INFORME
            END-PERFORM.
            MOVE WS-TOTAL-PIEZAS       TO WS-ED-PIEZAS.
            MOVE WS-TOTAL-PAQUETES     TO WS-ED-PAQUETES.
            MOVE WS-TOTAL-IMPORTE      TO WS-ED-IMPORTE.
            MOVE SPACES                TO WS-LINEA.
            STRING '  TOTAL                     ' WS-ED-PIEZAS '    '
                   WS-ED-PAQUETES '           ' WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-INFORME.
            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-INFORME.
            MOVE SPACES                TO WS-LINEA.
            STRING 'BANDEJAS: ' WS-TOTAL-BANDEJAS
                   '   ETIQUETAS IMPRESAS: ' WS-TOTAL-ETIQUETAS
                   '   HOJAS DE ETIQUETAS: ' WS-TOTAL-HOJAS
                   '   PAGINAS DE ESTE INFORME: ' WS-NUMERO-PAGINA
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-INFORME.

       LINEA-BANDEJA.
            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-INFORME.
            MOVE TB-BANDEJA(WS-PQ-IDX) TO WS-BJ-IDX.
            MOVE TT-PIEZAS(WS-BJ-IDX)  TO WS-ED-PIEZAS.
            MOVE TT-PAQUETES(WS-BJ-IDX) TO WS-ED-PAQUETES.
            IF TT-PROVINCIA(WS-BJ-IDX) = 'ZZ'
                STRING 'BANDEJA ' WS-BJ-IDX '  MIXTA        '
                       '  PAQUETES ' WS-ED-PAQUETES
                       '  PIEZAS ' WS-ED-PIEZAS
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            ELSE
                STRING 'BANDEJA ' WS-BJ-IDX '  PROVINCIA '
                       TT-PROVINCIA(WS-BJ-IDX)
                       '  PAQUETES ' WS-ED-PAQUETES
                       '  PIEZAS ' WS-ED-PIEZAS
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            END-IF.
            PERFORM ESCRIBE-INFORME.

       ESCRIBE-INFORME.
            IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
                PERFORM IMPRIME-CABECERA
            END-IF.
            WRITE LINEA-REPORTE FROM WS-LINEA.
            ADD 1                      TO WS-LINEAS-EN-PAGINA.
            MOVE SPACES                TO WS-LINEA.

       IMPRIME-CABECERA.
            ADD 1                      TO WS-NUMERO-PAGINA.
            MOVE ZEROES                TO WS-LINEAS-EN-PAGINA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM161 - PREORDENACION POSTAL DEL MAILING'
                   '   FECHA: ' WS-FECHA-PROCESO
                   '             PAGINA: ' WS-NUMERO-PAGINA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            ADD 2                      TO WS-LINEAS-EN-PAGINA.
