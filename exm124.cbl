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
      * EXM124 - monthly branch scorecard.  The per-branch figures    *
      * were spread over EXM57 (late or missing feeds, controls not   *
      * squaring, refused retransmissions, EXMSREG sequence gaps),    *
      * EXM69 (backdating), EXM77 (received and rejected records, off *
      * EXM21REJ.DAT) and the SUSPENSO.DAT file; nobody put them side *
      * by side.  Those programs now leave their nightly counts in    *
      * SUCESTAD.DAT, and this month-end step adds them up for every  *
      * TL-SUCURSAL for the month (PARM=AAAAMM, default the month of  *
      * the processing date) and for the month before it:             *
      *   volume received, rejects and reject rate;                   *
      *   suspense items opened in the month (by SP-FECHA-ENTRADA and *
      *   the branch of the stored image), how many are still open    *
      *   and their average age in days at the processing date;       *
      *   postings dated one or more days back;                       *
      *   feeds missing, late (HDR dated before the processing date), *
      *   not squaring (truncated, controls, retransmission) and      *
      *   sequence gaps.                                              *
      * Each month gets a score -- the higher, the more a branch      *
      * needs a visit:                                                *
      *   10 per point of reject rate      5 per point of backdating  *
      *    2 per suspense item still open   1 per week of their age   *
      *   10 per missing feed               5 per late feed           *
      *   10 per feed not squaring          5 per sequence gap        *
      * Branches are ranked on the month's score (rank 1 first to     *
      * visit), each with the previous month's figures, score and     *
      * rank underneath and the trend (PEOR/MEJOR/IGUAL; NUEVA when   *
      * the branch had no activity the month before).  The branch     *
      * list is SUCURSAL.DAT plus any branch found in the data.       *
      * EXM124.PRT; RC 4 when SUCESTAD.DAT has no rows for the month. *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSAL-STATUS.
           SELECT SUCESTAD-FILE ASSIGN TO "SUCESTAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCESTAD-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM124.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE.
        01 SUCURSAL-REC.
           02 SU-CODIGO               PIC X(03).
           02 SU-FICHERO              PIC 9(01).

       FD  SUCESTAD-FILE.
           COPY "sucestad.cpy".

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-SUCURSAL-STATUS         PIC X(02) VALUE '00'.
        01 WS-SUCESTAD-STATUS         PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 WS-PERIODO-ANT             PIC 9(06) VALUE ZEROES.
        01 WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
           02 WS-ANT-ANYO             PIC 9(04).
           02 WS-ANT-MES              PIC 9(02).
        01 WS-INT-PROCESO             PIC 9(07) VALUE ZEROES.
        01 WS-EDAD-DIAS               PIC S9(07) VALUE ZEROES.
      *    Imagen almacenada del item de suspenso.
           COPY "tranledg.cpy".
      *    Sucursales con las cifras del mes (1) y del anterior (2).
        01 WS-TOTAL-SUCURSALES        PIC 9(02) VALUE ZEROES.
        01 TABLA-SUCURSALES.
           02 TS-FILA OCCURS 20 TIMES.
              03 TS-SUCURSAL          PIC X(03).
              03 TS-MES OCCURS 2 TIMES.
                 04 TS-VOLUMEN        PIC 9(08).
                 04 TS-RECHAZOS       PIC 9(08).
                 04 TS-TASA-RECHAZO   PIC 9(03)V99.
                 04 TS-SUSP-ABIERTOS  PIC 9(06).
                 04 TS-SUSP-PENDIENTES PIC 9(06).
                 04 TS-SUSP-EDAD-TOTAL PIC 9(09).
                 04 TS-SUSP-EDAD-MEDIA PIC 9(05).
                 04 TS-RETRODATADOS   PIC 9(08).
                 04 TS-TASA-RETRO     PIC 9(03)V99.
                 04 TS-FEEDS          PIC 9(04).
                 04 TS-AUSENTES       PIC 9(04).
                 04 TS-TARDIOS        PIC 9(04).
                 04 TS-DESCUADRES     PIC 9(04).
                 04 TS-SALTOS         PIC 9(04).
                 04 TS-PUNTOS         PIC 9(07)V99.
                 04 TS-RANGO          PIC 9(02).
                 04 TS-CON-DATOS-SW   PIC X(01).
                    88 TS-CON-DATOS              VALUE 'Y'.
        01 WS-SU-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-SU-IDX2                 PIC 9(02) VALUE ZEROES.
        01 WS-MES-IDX                 PIC 9(01) VALUE ZEROES.
        01 WS-RANGO-IDX               PIC 9(02) VALUE ZEROES.
        01 WS-SU-ENCONTRADA-SW        PIC X(01) VALUE 'N'.
           88 SUCURSAL-ENCONTRADA                VALUE 'Y'.
        01 WS-AVISO-SUC-SW            PIC X(01) VALUE 'N'.
           88 AVISO-SUC-DADO                     VALUE 'Y'.
        01 WS-SUC-BUSCADA             PIC X(03) VALUE SPACES.
        01 WS-FILAS-MES               PIC 9(07) VALUE ZEROES.
        01 WS-TENDENCIA               PIC X(05) VALUE SPACES.
        01 WS-DIFERENCIA              PIC S9(07)V99 VALUE ZEROES.
        01 WS-PUNTOS-ED               PIC Z(6)9.99.
        01 WS-DIFERENCIA-ED           PIC -(6)9.99.
        01 WS-TASA-ED                 PIC ZZ9.99.
        01 WS-RETRO-ED                PIC ZZ9.99.
        01 WS-ETIQUETA                PIC X(09) VALUE SPACES.
        01 WS-RANGO-ED                PIC X(02) VALUE SPACES.

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
            IF WS-PER-MES = 1
                COMPUTE WS-ANT-ANYO = WS-PER-ANYO - 1
                MOVE 12                TO WS-ANT-MES
            ELSE
                MOVE WS-PER-ANYO       TO WS-ANT-ANYO
                COMPUTE WS-ANT-MES = WS-PER-MES - 1
            END-IF.
            COMPUTE WS-INT-PROCESO =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

            PERFORM CARGA-SUCURSALES.
            PERFORM ACUMULA-ESTADISTICAS.
            PERFORM ACUMULA-SUSPENSO.
            PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                    UNTIL WS-MES-IDX > 2
                PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                        UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                    PERFORM CALCULA-PUNTOS
                END-PERFORM
                PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                        UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                    PERFORM CALCULA-RANGO
                END-PERFORM
            END-PERFORM.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.
            PERFORM VARYING WS-RANGO-IDX FROM 1 BY 1
                    UNTIL WS-RANGO-IDX > WS-TOTAL-SUCURSALES
                PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                        UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                    IF TS-RANGO(WS-SU-IDX, 1) = WS-RANGO-IDX
                        PERFORM IMPRIME-SUCURSAL
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'SUCURSALES: ' WS-TOTAL-SUCURSALES
                   '  FILAS SUCESTAD DEL MES: ' WS-FILAS-MES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-FILAS-MES = 0
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  *** SIN ESTADISTICAS NOCTURNAS DEL PERIODO '
                       WS-PERIODO ' - CUADRO INCOMPLETO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                MOVE 4                   TO RETURN-CODE
            END-IF.
            CLOSE REPORTE-FILE.

            DISPLAY 'SUCURSALES EVALUADAS: ' WS-TOTAL-SUCURSALES.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM124.PRT'.
            STOP RUN.

      *    Sucursales esperadas; las que solo aparecen en los datos
      *    se dan de alta al vuelo en BUSCA-SUCURSAL.
       CARGA-SUCURSALES.
            OPEN INPUT SUCURSAL-FILE.
            IF WS-SUCURSAL-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SUCURSAL-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        MOVE SU-CODIGO   TO WS-SUC-BUSCADA
                        PERFORM BUSCA-SUCURSAL
                END-READ
            END-PERFORM.
            CLOSE SUCURSAL-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       BUSCA-SUCURSAL.
            MOVE 'N'                     TO WS-SU-ENCONTRADA-SW.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                    UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                       OR SUCURSAL-ENCONTRADA
                IF TS-SUCURSAL(WS-SU-IDX) = WS-SUC-BUSCADA
                    SET SUCURSAL-ENCONTRADA TO TRUE
                END-IF
            END-PERFORM.
            IF SUCURSAL-ENCONTRADA
                SUBTRACT 1               FROM WS-SU-IDX
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-SUCURSALES < 20
                ADD 1                    TO WS-TOTAL-SUCURSALES
                MOVE WS-TOTAL-SUCURSALES TO WS-SU-IDX
                INITIALIZE TS-FILA(WS-SU-IDX)
                MOVE WS-SUC-BUSCADA      TO TS-SUCURSAL(WS-SU-IDX)
                MOVE 'N'                 TO
                     TS-CON-DATOS-SW(WS-SU-IDX, 1)
                     TS-CON-DATOS-SW(WS-SU-IDX, 2)
                SET SUCURSAL-ENCONTRADA  TO TRUE
            ELSE
                IF NOT AVISO-SUC-DADO
                    DISPLAY '*** TABLA DE SUCURSALES LLENA - '
                            'CUADRO INCOMPLETO ***'
                    SET AVISO-SUC-DADO   TO TRUE
                END-IF
            END-IF.

      *    Filas nocturnas de EXM57, EXM69 y EXM77 del mes y del
      *    anterior, sumadas por sucursal.
       ACUMULA-ESTADISTICAS.
            OPEN INPUT SUCESTAD-FILE.
            IF WS-SUCESTAD-STATUS NOT = '00'
                DISPLAY '*** SIN SUCESTAD.DAT - STATUS: '
                        WS-SUCESTAD-STATUS ' ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SUCESTAD-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        PERFORM ACUMULA-FILA
                END-READ
            END-PERFORM.
            CLOSE SUCESTAD-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       ACUMULA-FILA.
            EVALUATE SE-FECHA(1:6)
                WHEN WS-PERIODO
                    MOVE 1               TO WS-MES-IDX
                    ADD 1                TO WS-FILAS-MES
                WHEN WS-PERIODO-ANT
                    MOVE 2               TO WS-MES-IDX
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE SE-SUCURSAL             TO WS-SUC-BUSCADA.
            PERFORM BUSCA-SUCURSAL.
            IF NOT SUCURSAL-ENCONTRADA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y'                     TO
                 TS-CON-DATOS-SW(WS-SU-IDX, WS-MES-IDX).
            EVALUATE SE-PROGRAMA
                WHEN 'EXM57'
                    ADD 1                TO
                        TS-FEEDS(WS-SU-IDX, WS-MES-IDX)
                    EVALUATE TRUE
                        WHEN SE-FEED-AUSENTE
                            ADD 1        TO
                                TS-AUSENTES(WS-SU-IDX, WS-MES-IDX)
                        WHEN SE-FEED-TRUNCADO
                          OR SE-FEED-DESCUADRADO
                          OR SE-FEED-RETRANSMITIDO
                            ADD 1        TO
                                TS-DESCUADRES(WS-SU-IDX, WS-MES-IDX)
                    END-EVALUATE
                    IF SE-FEED-TARDIO
                        ADD 1            TO
                            TS-TARDIOS(WS-SU-IDX, WS-MES-IDX)
                    END-IF
                    IF SE-SALTO-SECUENCIA
                        ADD 1            TO
                            TS-SALTOS(WS-SU-IDX, WS-MES-IDX)
                    END-IF
                WHEN 'EXM69'
                    ADD SE-HASTA-3 SE-HASTA-7 SE-MAS-DE-7 TO
                        TS-RETRODATADOS(WS-SU-IDX, WS-MES-IDX)
                WHEN 'EXM77'
                    ADD SE-RECIBIDAS     TO
                        TS-VOLUMEN(WS-SU-IDX, WS-MES-IDX)
                    ADD SE-RECHAZADAS    TO
                        TS-RECHAZOS(WS-SU-IDX, WS-MES-IDX)
            END-EVALUATE.

      *    Items de suspenso por mes de entrada y sucursal de la
      *    imagen; los aun pendientes suman su edad a la fecha de
      *    proceso.
       ACUMULA-SUSPENSO.
            OPEN INPUT SUSPENSO-FILE.
            IF WS-SUSPENSO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SUSPENSO-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        PERFORM ACUMULA-ITEM-SUSPENSO
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       ACUMULA-ITEM-SUSPENSO.
            EVALUATE SP-FECHA-ENTRADA(1:6)
                WHEN WS-PERIODO
                    MOVE 1               TO WS-MES-IDX
                WHEN WS-PERIODO-ANT
                    MOVE 2               TO WS-MES-IDX
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE SP-REGISTRO             TO TRANLEDG-REC.
            MOVE TL-SUCURSAL             TO WS-SUC-BUSCADA.
            PERFORM BUSCA-SUCURSAL.
            IF NOT SUCURSAL-ENCONTRADA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y'                     TO
                 TS-CON-DATOS-SW(WS-SU-IDX, WS-MES-IDX).
            ADD 1                        TO
                TS-SUSP-ABIERTOS(WS-SU-IDX, WS-MES-IDX).
            IF SP-PENDIENTE
                ADD 1                    TO
                    TS-SUSP-PENDIENTES(WS-SU-IDX, WS-MES-IDX)
                COMPUTE WS-EDAD-DIAS = WS-INT-PROCESO -
                        FUNCTION INTEGER-OF-DATE(SP-FECHA-ENTRADA)
                IF WS-EDAD-DIAS > 0
                    ADD WS-EDAD-DIAS     TO
                        TS-SUSP-EDAD-TOTAL(WS-SU-IDX, WS-MES-IDX)
                END-IF
            END-IF.

      *    Tasas, edad media y puntuacion de la sucursal en el mes
      *    WS-MES-IDX (ponderaciones en la cabecera del programa).
       CALCULA-PUNTOS.
            MOVE ZEROES                  TO
                 TS-TASA-RECHAZO(WS-SU-IDX, WS-MES-IDX)
                 TS-TASA-RETRO(WS-SU-IDX, WS-MES-IDX)
                 TS-SUSP-EDAD-MEDIA(WS-SU-IDX, WS-MES-IDX).
            IF TS-VOLUMEN(WS-SU-IDX, WS-MES-IDX) > 0
                COMPUTE TS-TASA-RECHAZO(WS-SU-IDX, WS-MES-IDX) ROUNDED
                      = TS-RECHAZOS(WS-SU-IDX, WS-MES-IDX) * 100
                      / TS-VOLUMEN(WS-SU-IDX, WS-MES-IDX)
                    ON SIZE ERROR
                        MOVE 999.99      TO
                             TS-TASA-RECHAZO(WS-SU-IDX, WS-MES-IDX)
                END-COMPUTE
                COMPUTE TS-TASA-RETRO(WS-SU-IDX, WS-MES-IDX) ROUNDED
                      = TS-RETRODATADOS(WS-SU-IDX, WS-MES-IDX) * 100
                      / TS-VOLUMEN(WS-SU-IDX, WS-MES-IDX)
                    ON SIZE ERROR
                        MOVE 999.99      TO
                             TS-TASA-RETRO(WS-SU-IDX, WS-MES-IDX)
                END-COMPUTE
            END-IF.
            IF TS-SUSP-PENDIENTES(WS-SU-IDX, WS-MES-IDX) > 0
                COMPUTE TS-SUSP-EDAD-MEDIA(WS-SU-IDX, WS-MES-IDX)
                      = TS-SUSP-EDAD-TOTAL(WS-SU-IDX, WS-MES-IDX)
                      / TS-SUSP-PENDIENTES(WS-SU-IDX, WS-MES-IDX)
            END-IF.
            COMPUTE TS-PUNTOS(WS-SU-IDX, WS-MES-IDX) ROUNDED =
                    TS-TASA-RECHAZO(WS-SU-IDX, WS-MES-IDX) * 10
                  + TS-TASA-RETRO(WS-SU-IDX, WS-MES-IDX) * 5
                  + TS-SUSP-PENDIENTES(WS-SU-IDX, WS-MES-IDX) * 2
                  + TS-SUSP-EDAD-MEDIA(WS-SU-IDX, WS-MES-IDX) / 7
                  + TS-AUSENTES(WS-SU-IDX, WS-MES-IDX) * 10
                  + TS-TARDIOS(WS-SU-IDX, WS-MES-IDX) * 5
                  + TS-DESCUADRES(WS-SU-IDX, WS-MES-IDX) * 10
                  + TS-SALTOS(WS-SU-IDX, WS-MES-IDX) * 5
                ON SIZE ERROR
                    MOVE 9999999.99      TO
                         TS-PUNTOS(WS-SU-IDX, WS-MES-IDX)
            END-COMPUTE.

      *    Rango 1 = mas puntos; a igualdad de puntos, orden de la
      *    tabla (SUCURSAL.DAT primero).
       CALCULA-RANGO.
            MOVE 1                       TO TS-RANGO(WS-SU-IDX,
                                                     WS-MES-IDX).
            PERFORM VARYING WS-SU-IDX2 FROM 1 BY 1
                    UNTIL WS-SU-IDX2 > WS-TOTAL-SUCURSALES
                IF TS-PUNTOS(WS-SU-IDX2, WS-MES-IDX) >
                   TS-PUNTOS(WS-SU-IDX, WS-MES-IDX)
                   OR (TS-PUNTOS(WS-SU-IDX2, WS-MES-IDX) =
                       TS-PUNTOS(WS-SU-IDX, WS-MES-IDX)
                   AND WS-SU-IDX2 < WS-SU-IDX)
                    ADD 1                TO TS-RANGO(WS-SU-IDX,
                                                     WS-MES-IDX)
                END-IF
            END-PERFORM.

       IMPRIME-CABECERA.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUADRO DE MANDO DE SUCURSALES - PERIODO '
                   WS-PERIODO '  (ANTERIOR ' WS-PERIODO-ANT
                   ')  PROCESO ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'PUNTOS: 10 X %RECHAZO + 5 X %RETRODATADO + 2 X '
                   'SUSPENSO PENDIENTE + EDAD MEDIA / 7'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '        + 10 X FEED AUSENTE + 5 X TARDIO + 10 X '
                   'DESCUADRE + 5 X SALTO DE SECUENCIA'
                   '   (RANGO 1 = PRIMERA A VISITAR)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'RANGO     SUC  VOLUMEN RECHAZOS  %RECH'
                   ' SUSPAB   PEND  EDAD   RETRO  %RETR'
                   ' FEED AUSE TARD DESC SALT'
                   '     PUNTOS  DIFERENCIA TENDENCIA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Linea del mes con rango y tendencia, y debajo la del mes
      *    anterior con su propio rango.
       IMPRIME-SUCURSAL.
            COMPUTE WS-DIFERENCIA = TS-PUNTOS(WS-SU-IDX, 1)
                                  - TS-PUNTOS(WS-SU-IDX, 2).
            EVALUATE TRUE
                WHEN NOT TS-CON-DATOS(WS-SU-IDX, 2)
                    MOVE 'NUEVA'         TO WS-TENDENCIA
                WHEN WS-DIFERENCIA > 0
                    MOVE 'PEOR '         TO WS-TENDENCIA
                WHEN WS-DIFERENCIA < 0
                    MOVE 'MEJOR'         TO WS-TENDENCIA
                WHEN OTHER
                    MOVE 'IGUAL'         TO WS-TENDENCIA
            END-EVALUATE.
            MOVE 1                       TO WS-MES-IDX.
            MOVE TS-RANGO(WS-SU-IDX, 1)  TO WS-RANGO-ED.
            MOVE SPACES                  TO WS-ETIQUETA.
            STRING WS-RANGO-ED '       ' DELIMITED BY SIZE
                   INTO WS-ETIQUETA
            END-STRING.
            PERFORM FORMATEA-LINEA.
            MOVE WS-DIFERENCIA           TO WS-DIFERENCIA-ED.
            MOVE WS-DIFERENCIA-ED        TO LINEA-REPORTE(112:10).
            MOVE WS-TENDENCIA            TO LINEA-REPORTE(123:5).
            WRITE LINEA-REPORTE.
            MOVE 2                       TO WS-MES-IDX.
            MOVE TS-RANGO(WS-SU-IDX, 2)  TO WS-RANGO-ED.
            MOVE SPACES                  TO WS-ETIQUETA.
            STRING ' ANT ' WS-RANGO-ED '  ' DELIMITED BY SIZE
                   INTO WS-ETIQUETA
            END-STRING.
            PERFORM FORMATEA-LINEA.
            WRITE LINEA-REPORTE.

       FORMATEA-LINEA.
            MOVE TS-TASA-RECHAZO(WS-SU-IDX, WS-MES-IDX) TO WS-TASA-ED.
            MOVE TS-TASA-RETRO(WS-SU-IDX, WS-MES-IDX)   TO WS-RETRO-ED.
            MOVE TS-PUNTOS(WS-SU-IDX, WS-MES-IDX)       TO WS-PUNTOS-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING WS-ETIQUETA ' ' TS-SUCURSAL(WS-SU-IDX)
                   ' ' TS-VOLUMEN(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-RECHAZOS(WS-SU-IDX, WS-MES-IDX)
                   ' ' WS-TASA-ED
                   ' ' TS-SUSP-ABIERTOS(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-SUSP-PENDIENTES(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-SUSP-EDAD-MEDIA(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-RETRODATADOS(WS-SU-IDX, WS-MES-IDX)
                   ' ' WS-RETRO-ED
                   ' ' TS-FEEDS(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-AUSENTES(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-TARDIOS(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-DESCUADRES(WS-SU-IDX, WS-MES-IDX)
                   ' ' TS-SALTOS(WS-SU-IDX, WS-MES-IDX)
                   ' ' WS-PUNTOS-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
