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
      * EXM122 - nightly budget headroom for the controlled GL codes. *
      * EXM21 now holds postings against a code finance marks         *
      * controlled (PB-CONTROL on PRESUPUE.DAT) to its budget; this   *
      * report shows, after the posting run, how much of each         *
      * controlled budget for the processing period is left: budget,  *
      * actuals to date (EXM21MTG.DAT rows of the period, tonight's   *
      * included), headroom and percentage used, plus the open        *
      * PRESUPUESTO EXCEDIDO items in SUSPENSO.DAT mapped to the code *
      * (CTAGLMAP) with their base-currency amount (CAMBIOS, rule of  *
      * EXM21) and how many of them already carry an EXM121 approved  *
      * overrun waiting for EXM71.  The control card carries the      *
      * warning percentage (default 90): AVISO at or past it,         *
      * AGOTADO with no headroom left, EXCEDIDO past the budget       *
      * (approved overruns or a budget lowered after the fact).       *
      * EXM122.PRT; RC 4 when any code is exceeded or has items held. *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PRESUP-FILE ASSIGN TO "PRESUPUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUP-STATUS.
           SELECT MTG-FILE ASSIGN TO "EXM21MTG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTG-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT AUTORIZA-FILE ASSIGN TO "PRESAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZA-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM122.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-PORCENTAJE           PIC 9(03).

       FD  PRESUP-FILE.
           COPY "presup.cpy".

       FD  MTG-FILE.
        01 MTG-REC.
           02 MTG-FECHA               PIC 9(08).
           02 MTG-CUENTA-GL           PIC X(10).
           02 MTG-SUM3                PIC S9(14)
                                       SIGN LEADING SEPARATE.
           02 MTG-SUM4                PIC S9(14)
                                       SIGN LEADING SEPARATE.

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  AUTORIZA-FILE.
           COPY "presaut.cpy".

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PRESUP-STATUS           PIC X(02) VALUE '00'.
        01 WS-MTG-STATUS              PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-AUTORIZA-STATUS         PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO-PRESUP          PIC 9(06) VALUE ZEROES.
      *    Sin tarjeta se avisa al 90% del presupuesto.
        01 WS-PORCENTAJE              PIC 9(03) VALUE 90.
      *    Imagen almacenada del item, en la vista TRANLEDG.
           COPY "tranledg.cpy".
      *    Filas controladas del periodo con real y suspenso.
        01 WS-TOTAL-PRESUP            PIC 9(03) VALUE ZEROES.
        01 TABLA-PRESUP.
           02 TPR-FILA OCCURS 100 TIMES.
              03 TPR-CUENTA-GL        PIC X(10).
              03 TPR-MONTO            PIC S9(13).
              03 TPR-REAL             PIC S9(14).
              03 TPR-SUSP-ITEMS       PIC 9(05).
              03 TPR-SUSP-IMPORTE     PIC 9(13).
              03 TPR-SUSP-AUTORIZ     PIC 9(05).
        01 WS-PR-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PR-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 PR-ENCONTRADO                      VALUE 'Y'.
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-MAPEOS.
           02 TM-FILA OCCURS 100 TIMES.
              03 TM-DESDE             PIC 9(06).
              03 TM-HASTA             PIC 9(06).
              03 TM-CUENTA-GL         PIC X(10).
        01 WS-MAP-IDX                 PIC 9(03) VALUE ZEROES.
        01 WS-GL-PRESUP               PIC X(10) VALUE SPACES.
        01 WS-TOTAL-CAMBIOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 100 TIMES.
              03 TCA-MONEDA           PIC X(03).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-TASA             PIC 9(03)V9(06).
        01 WS-CA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TASA-SW                 PIC X(01) VALUE 'N'.
           88 WS-TASA-ENCONTRADA                 VALUE 'Y'.
        01 WS-TASA                    PIC 9(03)V9(06) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-IMPORTE-BASE            PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-AUTORIZADOS       PIC 9(04) VALUE ZEROES.
        01 TABLA-AUTORIZADOS.
           02 TAU-NUMERO OCCURS 2000 TIMES PIC 9(09).
        01 WS-AU-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-SOBREGIRO-SW            PIC X(01) VALUE 'N'.
           88 SOBREGIRO-AUTORIZADO               VALUE 'Y'.
        01 WS-DISPONIBLE              PIC S9(14) VALUE ZEROES.
        01 WS-UMBRAL                  PIC S9(14) VALUE ZEROES.
        01 WS-USO-PCT                 PIC 9(05) VALUE ZEROES.
        01 WS-SITUACION               PIC X(08) VALUE SPACES.
        01 WS-MONTO-ED                PIC -(13)9.
        01 WS-REAL-ED                 PIC -(13)9.
        01 WS-DISPONIBLE-ED           PIC -(13)9.
        01 WS-SUSP-ED                 PIC Z(12)9.
        01 WS-TOTAL-AVISO             PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-AGOTADOS          PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-EXCEDIDOS         PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-RETENIDOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-TOPE          PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS = '00'
                READ ENTRADA-FILE
                    NOT AT END
                        IF CC-PORCENTAJE NUMERIC
                           AND CC-PORCENTAJE > 0
                            MOVE CC-PORCENTAJE TO WS-PORCENTAJE
                        END-IF
                END-READ
                CLOSE ENTRADA-FILE
            END-IF.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO(1:6)   TO WS-PERIODO-PRESUP.

            PERFORM CARGA-PRESUPUESTO.
            PERFORM CARGA-REAL.
            PERFORM CARGA-CTAGLMAP.
            PERFORM CARGA-CAMBIOS.
            PERFORM CARGA-AUTORIZADOS.
            PERFORM BARRE-SUSPENSO.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'MARGEN PRESUPUESTARIO DE CODIGOS GL CONTROLADOS - '
                   'PERIODO ' WS-PERIODO-PRESUP
                   '  AL ' WS-FECHA-PROCESO
                   '  (AVISO AL ' WS-PORCENTAJE '%)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  SITUACION CUENTA-GL    PRESUPUESTO'
                   '           REAL     DISPONIBLE  USO%'
                   '  SUSP  IMPORTE SUSP   AUT'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                PERFORM IMPRIME-CODIGO
            END-PERFORM.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-PRESUP = 0
                MOVE '  SIN CODIGOS GL CONTROLADOS EN EL PERIODO'
                                         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            IF WS-TOTAL-SIN-TOPE > 0
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  ITEMS PRESUPUESTO EXCEDIDO DE CODIGOS YA '
                       'SIN TOPE (LOS LIBERA EXM71): '
                       WS-TOTAL-SIN-TOPE
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CODIGOS: ' WS-TOTAL-PRESUP
                   '  EN AVISO: ' WS-TOTAL-AVISO
                   '  AGOTADOS: ' WS-TOTAL-AGOTADOS
                   '  EXCEDIDOS: ' WS-TOTAL-EXCEDIDOS
                   '  ITEMS RETENIDOS: ' WS-TOTAL-RETENIDOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-EXCEDIDOS > 0 OR WS-TOTAL-RETENIDOS > 0
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'CODIGOS EN AVISO: '     WS-TOTAL-AVISO.
            DISPLAY 'CODIGOS AGOTADOS: '     WS-TOTAL-AGOTADOS.
            DISPLAY 'CODIGOS EXCEDIDOS: '    WS-TOTAL-EXCEDIDOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM122.PRT'.
            STOP RUN.

       IMPRIME-CODIGO.
            COMPUTE WS-DISPONIBLE =
                    TPR-MONTO(WS-PR-IDX) - TPR-REAL(WS-PR-IDX).
            IF TPR-MONTO(WS-PR-IDX) > 0
                COMPUTE WS-USO-PCT =
                        TPR-REAL(WS-PR-IDX) * 100 / TPR-MONTO(WS-PR-IDX)
                    ON SIZE ERROR
                        MOVE 99999       TO WS-USO-PCT
                END-COMPUTE
                IF TPR-REAL(WS-PR-IDX) < 0
                    MOVE ZEROES          TO WS-USO-PCT
                END-IF
            ELSE
                MOVE 99999               TO WS-USO-PCT
            END-IF.
            COMPUTE WS-UMBRAL =
                    TPR-MONTO(WS-PR-IDX) * WS-PORCENTAJE / 100.
            MOVE SPACES                  TO WS-SITUACION.
            EVALUATE TRUE
                WHEN WS-DISPONIBLE < 0
                    MOVE 'EXCEDIDO'      TO WS-SITUACION
                    ADD 1                TO WS-TOTAL-EXCEDIDOS
                WHEN WS-DISPONIBLE = 0
                    MOVE 'AGOTADO '      TO WS-SITUACION
                    ADD 1                TO WS-TOTAL-AGOTADOS
                WHEN TPR-REAL(WS-PR-IDX) >= WS-UMBRAL
                    MOVE 'AVISO   '      TO WS-SITUACION
                    ADD 1                TO WS-TOTAL-AVISO
            END-EVALUATE.
            MOVE TPR-MONTO(WS-PR-IDX)    TO WS-MONTO-ED.
            MOVE TPR-REAL(WS-PR-IDX)     TO WS-REAL-ED.
            MOVE WS-DISPONIBLE           TO WS-DISPONIBLE-ED.
            MOVE TPR-SUSP-IMPORTE(WS-PR-IDX) TO WS-SUSP-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' WS-SITUACION '  ' TPR-CUENTA-GL(WS-PR-IDX)
                   WS-MONTO-ED ' ' WS-REAL-ED ' ' WS-DISPONIBLE-ED
                   ' ' WS-USO-PCT ' ' TPR-SUSP-ITEMS(WS-PR-IDX)
                   ' ' WS-SUSP-ED ' ' TPR-SUSP-AUTORIZ(WS-PR-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Items retenidos por presupuesto: se suman al codigo GL de
      *    su cuenta en moneda base; los de codigos ya sin tope solo
      *    se cuentan (EXM71 los libera en su barrido).
       BARRE-SUSPENSO.
            IF WS-TOTAL-PRESUP = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT SUSPENSO-FILE.
            IF WS-SUSPENSO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ SUSPENSO-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF SP-PENDIENTE
                           AND SP-MOTIVO = 'PRESUPUESTO EXCEDIDO'
                            PERFORM ACUMULA-RETENIDO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       ACUMULA-RETENIDO.
            MOVE SP-REGISTRO             TO TRANLEDG-REC.
            MOVE SPACES                  TO WS-GL-PRESUP.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-TOTAL-MAPEOS
                       OR WS-GL-PRESUP NOT = SPACES
                IF TL-CUENTA >= TM-DESDE(WS-MAP-IDX)
                   AND TL-CUENTA <= TM-HASTA(WS-MAP-IDX)
                    MOVE TM-CUENTA-GL(WS-MAP-IDX) TO WS-GL-PRESUP
                END-IF
            END-PERFORM.
            MOVE 'N'                     TO WS-PR-ENCONTRADO-SW.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                       OR PR-ENCONTRADO
                IF TPR-CUENTA-GL(WS-PR-IDX) = WS-GL-PRESUP
                    SET PR-ENCONTRADO    TO TRUE
                END-IF
            END-PERFORM.
            IF WS-GL-PRESUP = SPACES OR NOT PR-ENCONTRADO
                ADD 1                    TO WS-TOTAL-SIN-TOPE
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1                   FROM WS-PR-IDX.
            ADD 1                        TO WS-TOTAL-RETENIDOS.
            ADD 1                        TO TPR-SUSP-ITEMS(WS-PR-IDX).
            PERFORM CONVIERTE-IMPORTE.
            ADD WS-IMPORTE-BASE          TO
                TPR-SUSP-IMPORTE(WS-PR-IDX).
            MOVE 'N'                     TO WS-SOBREGIRO-SW.
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                    UNTIL WS-AU-IDX > WS-TOTAL-AUTORIZADOS
                       OR SOBREGIRO-AUTORIZADO
                IF TAU-NUMERO(WS-AU-IDX) = SP-NUMERO
                    SET SOBREGIRO-AUTORIZADO TO TRUE
                END-IF
            END-PERFORM.
            IF SOBREGIRO-AUTORIZADO
                ADD 1                    TO TPR-SUSP-AUTORIZ(WS-PR-IDX)
            END-IF.

      *    Tasa mas reciente no posterior a TL-FECHA, como EXM21; sin
      *    tasa el item se suma por su importe original.
       CONVIERTE-IMPORTE.
            MOVE 1                       TO WS-TASA.
            IF NOT TL-MONEDA-BASE
                MOVE 'N'                 TO WS-TASA-SW
                MOVE ZEROES              TO WS-MEJOR-FECHA
                PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                        UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                    IF TCA-MONEDA(WS-CA-IDX) = TL-MONEDA
                       AND TCA-FECHA(WS-CA-IDX) <= TL-FECHA
                       AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA
                        MOVE TCA-FECHA(WS-CA-IDX) TO WS-MEJOR-FECHA
                        MOVE TCA-TASA(WS-CA-IDX)  TO WS-TASA
                        SET WS-TASA-ENCONTRADA    TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            COMPUTE WS-IMPORTE-BASE ROUNDED =
                    SUM3 OF TRANLEDG-REC * WS-TASA.

       CARGA-PRESUPUESTO.
            MOVE ZEROES                  TO WS-TOTAL-PRESUP.
            OPEN INPUT PRESUP-FILE.
            IF WS-PRESUP-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ PRESUP-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF PB-CONTROLADA
                               AND PB-PERIODO = WS-PERIODO-PRESUP
                               AND WS-TOTAL-PRESUP < 100
                                ADD 1    TO WS-TOTAL-PRESUP
                                MOVE PB-CUENTA-GL TO
                                     TPR-CUENTA-GL(WS-TOTAL-PRESUP)
                                MOVE PB-MONTO TO
                                     TPR-MONTO(WS-TOTAL-PRESUP)
                                MOVE ZEROES TO
                                     TPR-REAL(WS-TOTAL-PRESUP)
                                     TPR-SUSP-ITEMS(WS-TOTAL-PRESUP)
                                     TPR-SUSP-IMPORTE(WS-TOTAL-PRESUP)
                                     TPR-SUSP-AUTORIZ(WS-TOTAL-PRESUP)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESUP-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.

       CARGA-REAL.
            IF WS-TOTAL-PRESUP = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT MTG-FILE.
            IF WS-MTG-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ MTG-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF MTG-FECHA(1:6) = WS-PERIODO-PRESUP
                                PERFORM SUMA-REAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MTG-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.

       SUMA-REAL.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                IF TPR-CUENTA-GL(WS-PR-IDX) = MTG-CUENTA-GL
                    ADD MTG-SUM3         TO TPR-REAL(WS-PR-IDX)
                END-IF
            END-PERFORM.

       CARGA-CTAGLMAP.
            MOVE ZEROES                  TO WS-TOTAL-MAPEOS.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPEOS < 100
                                ADD 1    TO WS-TOTAL-MAPEOS
                                MOVE CM-DESDE TO
                                     TM-DESDE(WS-TOTAL-MAPEOS)
                                MOVE CM-HASTA TO
                                     TM-HASTA(WS-TOTAL-MAPEOS)
                                MOVE CM-CUENTA-GL TO
                                     TM-CUENTA-GL(WS-TOTAL-MAPEOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
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

       CARGA-AUTORIZADOS.
            MOVE ZEROES                  TO WS-TOTAL-AUTORIZADOS.
            OPEN INPUT AUTORIZA-FILE.
            IF WS-AUTORIZA-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ AUTORIZA-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-AUTORIZADOS < 2000
                                ADD 1    TO WS-TOTAL-AUTORIZADOS
                                MOVE SG-NUMERO TO
                                     TAU-NUMERO(WS-TOTAL-AUTORIZADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUTORIZA-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
