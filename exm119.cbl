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
      * EXM119 - audit sample of posted transactions.  Internal audit *
      * gets a sample of the postings every quarter and picking them  *
      * by eye was not accepted.  One SYSIN card gives the date range *
      * (TL-FECHA from/to), the seed and the items wanted per         *
      * stratum:                                                      *
      *   DESDE (8) + HASTA (8) + SEMILLA (9) + POR ESTRATO (3)       *
      * The population is every non-reversal image in TRANHISTA plus  *
      * TRANHIST within the range, stratified by TL-SUCURSAL and      *
      * TL-CODIGO.  Every image whose SUM3, converted to base         *
      * currency at the CAMBIOS.DAT rate of its date, passes the      *
      * UMBRALES.DAT large-amount limit of its code (row 00 is the    *
      * default, as in EXM21) is always taken; the rest of each       *
      * stratum is drawn by sequential selection with a Park-Miller   *
      * generator (seed * 16807 mod 2**31-1), plain arithmetic, so    *
      * the same seed over the same history draws the same sample.    *
      * A zero seed is taken from the clock; either way the seed is   *
      * printed and written to the evidence file.                     *
      * Evidence (EXM119EVD.DAT, copybooks/evidenc.cpy): per item the *
      * original image, its reference, its CTAGLMAP GL code, and any  *
      * SUSPENSO entry for it (same reference, or same account/date/  *
      * amount), the EXM72LOG write-off of that entry and any         *
      * reversal image.  Report in EXM119.PRT; RC 4 when a table      *
      * fills and the sample is incomplete, RC 16 on a bad card.      *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM119.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO "TRANHISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT UMBRAL-FILE ASSIGN TO "UMBRALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRAL-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT CASTIGO-FILE ASSIGN TO "EXM72LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-STATUS.
           SELECT EVIDENCIA-FILE ASSIGN TO "EXM119EVD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCIA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM119.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 MU-DESDE                PIC 9(08).
           02 MU-HASTA                PIC 9(08).
           02 MU-SEMILLA              PIC 9(09).
           02 MU-POR-ESTRATO          PIC 9(03).
           02 FILLER                  PIC X(52).

       FD  ARCHIVO-FILE.
        01 ARCHIVO-REC                PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

       FD  UMBRAL-FILE.
        01 UMBRAL-REC.
           02 UM-CODIGO               PIC 9(02).
           02 UM-LIMITE               PIC 9(13).

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  CASTIGO-FILE.
        01 CASTIGO-REC.
           02 BT-FECHA                PIC 9(08).
           02 BT-HORA                 PIC 9(08).
           02 BT-NUMERO               PIC 9(09).
           02 BT-SOLICITA             PIC X(08).
           02 BT-APRUEBA              PIC X(08).
           02 BT-CUENTA-CASTIGO       PIC 9(06).
           02 BT-SUM3                 PIC 9(09).
           02 BT-SUM4                 PIC 9(09).

       FD  EVIDENCIA-FILE.
           COPY "evidenc.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-ARCHIVO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-UMBRAL-STATUS           PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CASTIGO-STATUS          PIC X(02) VALUE '00'.
        01 WS-EVIDENCIA-STATUS        PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-HORA                    PIC 9(08) VALUE ZEROES.
        01 WS-DESDE                   PIC 9(08) VALUE ZEROES.
        01 WS-HASTA                   PIC 9(08) VALUE ZEROES.
        01 WS-POR-ESTRATO             PIC 9(03) VALUE ZEROES.
        01 WS-ORIGEN-SEMILLA          PIC X(07) VALUE SPACES.
      *    Pasada en curso sobre la historia: cuenta la poblacion o
      *    extrae la muestra, o busca los reversos de la muestra.
        01 WS-PASADA-SW               PIC X(01) VALUE 'C'.
           88 PASADA-CUENTA                      VALUE 'C'.
           88 PASADA-SELECCION                   VALUE 'S'.
           88 PASADA-REVERSOS                    VALUE 'R'.
      *    Generador Park-Miller: X = X * 16807 mod (2**31 - 1).
      *    El sorteo usa aritmetica entera y es igual en cualquier
      *    maquina para la misma semilla.
        01 WS-SEMILLA                 PIC 9(10) VALUE ZEROES.
        01 WS-SEMILLA-INICIAL         PIC 9(10) VALUE ZEROES.
        01 WS-ALEATORIO               PIC 9(10) VALUE ZEROES.
        01 WS-MODULO                  PIC 9(10) VALUE 2147483647.
        01 WS-PRODUCTO                PIC 9(15) VALUE ZEROES.
        01 WS-COCIENTE                PIC 9(15) VALUE ZEROES.
        01 WS-LADO-IZQ                PIC 9(18) VALUE ZEROES.
        01 WS-LADO-DER                PIC 9(18) VALUE ZEROES.
      *    Umbrales de importe grande por codigo (00 por defecto).
        01 WS-TOTAL-UMBRALES          PIC 9(02) VALUE ZEROES.
        01 TABLA-UMBRALES.
           02 TU-FILA OCCURS 50 TIMES.
              03 TU-CODIGO            PIC 9(02).
              03 TU-LIMITE            PIC 9(13).
        01 WS-UM-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-LIMITE-APLICABLE        PIC 9(13) VALUE ZEROES.
        01 WS-LIMITE-HALLADO-SW       PIC X(01) VALUE 'N'.
           88 LIMITE-HALLADO                     VALUE 'Y'.
      *    Tasas de cambio: la fila mas reciente no posterior a la
      *    fecha del movimiento.
        01 WS-TOTAL-CAMBIOS           PIC 9(04) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 500 TIMES.
              03 TCA-MONEDA           PIC X(03).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-TASA             PIC 9(03)V9(06).
        01 WS-CA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TASA                    PIC 9(03)V9(06) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-IMPORTE-BASE            PIC 9(13) VALUE ZEROES.
      *    Mapa de cuentas a codigo GL.
        01 WS-TOTAL-MAPA              PIC 9(04) VALUE ZEROES.
        01 TABLA-MAPA.
           02 TMP-FILA OCCURS 500 TIMES.
              03 TMP-DESDE            PIC 9(06).
              03 TMP-HASTA            PIC 9(06).
              03 TMP-CUENTA-GL        PIC X(10).
        01 WS-MP-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-CUENTA-GL               PIC X(10) VALUE SPACES.
      *    Estratos sucursal + codigo.
        01 WS-TOTAL-ESTRATOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-ESTRATOS.
           02 TES-FILA OCCURS 500 TIMES.
              03 TES-SUCURSAL         PIC X(03).
              03 TES-CODIGO           PIC 9(02).
              03 TES-POBLACION        PIC 9(08).
              03 TES-GRANDES          PIC 9(08).
              03 TES-RESTO            PIC 9(08).
              03 TES-VISTOS           PIC 9(08).
              03 TES-PEDIDOS          PIC 9(08).
              03 TES-ELEGIDOS         PIC 9(08).
        01 WS-ES-IDX                  PIC 9(04) VALUE ZEROES.
      *    Muestra.
        01 WS-TOTAL-MUESTRA           PIC 9(06) VALUE ZEROES.
        01 TABLA-MUESTRA.
           02 TMU-FILA OCCURS 2000 TIMES.
              03 TMU-ESTRATO          PIC 9(04).
              03 TMU-SELECCION        PIC X(01).
              03 TMU-CUENTA-GL        PIC X(10).
              03 TMU-IMAGEN           PIC X(55).
        01 WS-MU-IDX                  PIC 9(06) VALUE ZEROES.
      *    Historia de cada item de la muestra.
        01 WS-TOTAL-EVENTOS           PIC 9(06) VALUE ZEROES.
        01 TABLA-EVENTOS.
           02 TEV-FILA OCCURS 3000 TIMES.
              03 TEV-ITEM             PIC 9(06).
              03 TEV-TIPO             PIC X(01).
              03 TEV-NUMERO           PIC 9(09).
              03 TEV-FECHA            PIC 9(08).
              03 TEV-IMAGEN           PIC X(55).
              03 TEV-DETALLE          PIC X(60).
        01 WS-EV-IDX                  PIC 9(06) VALUE ZEROES.
        01 WS-EV-TIPO                 PIC X(01) VALUE SPACES.
        01 WS-EV-NUMERO               PIC 9(09) VALUE ZEROES.
        01 WS-EV-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-EV-IMAGEN               PIC X(55) VALUE SPACES.
        01 WS-EV-DETALLE              PIC X(60) VALUE SPACES.
      *    Imagen de la muestra en comparacion.
        01 WS-IMAGEN-MUESTRA.
           02 WS-IM-CUENTA            PIC 9(06).
           02 WS-IM-FECHA             PIC 9(08).
           02 FILLER                  PIC X(08).
           02 WS-IM-SUM3              PIC 9(09).
           02 FILLER                  PIC X(12).
           02 WS-IM-SUCURSAL          PIC X(03).
           02 WS-IM-REFERENCIA        PIC 9(09).
        01 WS-COINCIDE-SW             PIC X(01) VALUE 'N'.
           88 COINCIDE                           VALUE 'Y'.
        01 WS-DESBORDE-SW             PIC X(01) VALUE 'N'.
           88 HAY-DESBORDE                       VALUE 'Y'.
        01 WS-TOTAL-POBLACION         PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-GRANDES           PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-ALEATORIOS        PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-EVIDENCIA         PIC 9(08) VALUE ZEROES.
        01 WS-HASH-EVIDENCIA          PIC 9(13) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(8)9.
           COPY "hdrtrl.cpy".
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM LEE-PARAMETROS.
            PERFORM CARGA-UMBRALES.
            PERFORM CARGA-CAMBIOS.
            PERFORM CARGA-MAPA.

            SET PASADA-CUENTA            TO TRUE.
            PERFORM RECORRE-HISTORIA.
            PERFORM FIJA-PEDIDOS.
            SET PASADA-SELECCION         TO TRUE.
            PERFORM RECORRE-HISTORIA.
            SET PASADA-REVERSOS          TO TRUE.
            PERFORM RECORRE-HISTORIA.
            PERFORM RECORRE-SUSPENSO.
            PERFORM RECORRE-CASTIGOS.

            PERFORM GRABA-EVIDENCIA.
            PERFORM IMPRIME-INFORME.

            IF HAY-DESBORDE
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'SEMILLA: '          WS-SEMILLA-INICIAL.
            DISPLAY 'POBLACION: '        WS-TOTAL-POBLACION.
            DISPLAY 'MUESTRA: '          WS-TOTAL-MUESTRA.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM119.PRT'.
            STOP RUN.

      *    Tarjeta de parametros.  Semilla cero: se toma del reloj
      *    y se imprime para poder repetir la extraccion.
       LEE-PARAMETROS.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            READ ENTRADA-FILE
                AT END
                    DISPLAY '*** FALTA LA TARJETA DE PARAMETROS ***'
                    MOVE 16              TO RETURN-CODE
                    STOP RUN
            END-READ.
            CLOSE ENTRADA-FILE.
            IF MU-DESDE IS NOT NUMERIC OR MU-HASTA IS NOT NUMERIC
               OR MU-DESDE > MU-HASTA
                DISPLAY '*** RANGO DE FECHAS INVALIDO ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE MU-DESDE                TO WS-DESDE.
            MOVE MU-HASTA                TO WS-HASTA.
            IF MU-POR-ESTRATO IS NUMERIC AND MU-POR-ESTRATO > 0
                MOVE MU-POR-ESTRATO      TO WS-POR-ESTRATO
            ELSE
                MOVE 5                   TO WS-POR-ESTRATO
            END-IF.
            IF MU-SEMILLA IS NUMERIC AND MU-SEMILLA > 0
                MOVE MU-SEMILLA          TO WS-SEMILLA
                MOVE 'TARJETA'           TO WS-ORIGEN-SEMILLA
            ELSE
                ACCEPT WS-HORA           FROM TIME
                COMPUTE WS-SEMILLA = WS-HORA + WS-FECHA-PROCESO
                MOVE 'RELOJ'             TO WS-ORIGEN-SEMILLA
            END-IF.
            DIVIDE WS-SEMILLA BY WS-MODULO GIVING WS-COCIENTE
                REMAINDER WS-ALEATORIO.
            IF WS-ALEATORIO = 0
                MOVE 1                   TO WS-ALEATORIO
            END-IF.
            MOVE WS-ALEATORIO            TO WS-SEMILLA
                                            WS-SEMILLA-INICIAL.

       CARGA-UMBRALES.
            OPEN INPUT UMBRAL-FILE.
            IF WS-UMBRAL-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ UMBRAL-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-UMBRALES < 50
                                ADD 1     TO WS-TOTAL-UMBRALES
                                MOVE UM-CODIGO TO
                                     TU-CODIGO(WS-TOTAL-UMBRALES)
                                MOVE UM-LIMITE TO
                                     TU-LIMITE(WS-TOTAL-UMBRALES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE UMBRAL-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

       CARGA-CAMBIOS.
            OPEN INPUT CAMBIO-FILE.
            IF WS-CAMBIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CAMBIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-CAMBIOS < 500
                                ADD 1     TO WS-TOTAL-CAMBIOS
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
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

       CARGA-MAPA.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPA < 500
                                ADD 1     TO WS-TOTAL-MAPA
                                MOVE CM-DESDE TO
                                     TMP-DESDE(WS-TOTAL-MAPA)
                                MOVE CM-HASTA TO
                                     TMP-HASTA(WS-TOTAL-MAPA)
                                MOVE CM-CUENTA-GL TO
                                     TMP-CUENTA-GL(WS-TOTAL-MAPA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

      *    Las tres pasadas leen la historia en el mismo orden
      *    (archivo y luego vivo); de eso depende la repeticion.
       RECORRE-HISTORIA.
            OPEN INPUT ARCHIVO-FILE.
            IF WS-ARCHIVO-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ ARCHIVO-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-HISTORIA
                    END-READ
                END-PERFORM
                CLOSE ARCHIVO-FILE
            END-IF.
            OPEN INPUT HISTORIA-FILE.
            IF WS-HISTORIA-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ HISTORIA-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-HISTORIA
                    END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE
            END-IF.

       TRATA-HISTORIA.
            IF TL-FECHA IS NOT NUMERIC
               OR SUM3 OF TRANLEDG-REC IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF PASADA-REVERSOS
                IF TL-REVERSO
                    PERFORM BUSCA-REVERSO
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF TL-REVERSO
               OR TL-FECHA < WS-DESDE OR TL-FECHA > WS-HASTA
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-ESTRATO.
            IF WS-ES-IDX = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALORA-IMPORTE.
            IF PASADA-CUENTA
                ADD 1                    TO TES-POBLACION(WS-ES-IDX)
                                            WS-TOTAL-POBLACION
                IF LIMITE-HALLADO
                    ADD 1                TO TES-GRANDES(WS-ES-IDX)
                ELSE
                    ADD 1                TO TES-RESTO(WS-ES-IDX)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF LIMITE-HALLADO
                MOVE 'G'                 TO WS-EV-TIPO
                PERFORM ANOTA-MUESTRA
                EXIT PARAGRAPH
            END-IF.
            PERFORM SORTEA-ITEM.

      *    Estrato del movimiento; en la pasada de cuenta se da de
      *    alta si no existe.
       BUSCA-ESTRATO.
            PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                    UNTIL WS-ES-IDX > WS-TOTAL-ESTRATOS
                IF TES-SUCURSAL(WS-ES-IDX) = TL-SUCURSAL
                   AND TES-CODIGO(WS-ES-IDX) = TL-CODIGO
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            MOVE ZEROES                  TO WS-ES-IDX.
            IF NOT PASADA-CUENTA
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-ESTRATOS >= 500
                SET HAY-DESBORDE         TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-ESTRATOS.
            MOVE WS-TOTAL-ESTRATOS       TO WS-ES-IDX.
            MOVE TL-SUCURSAL             TO TES-SUCURSAL(WS-ES-IDX).
            MOVE TL-CODIGO               TO TES-CODIGO(WS-ES-IDX).
            MOVE ZEROES                  TO TES-POBLACION(WS-ES-IDX)
                                            TES-GRANDES(WS-ES-IDX)
                                            TES-RESTO(WS-ES-IDX)
                                            TES-VISTOS(WS-ES-IDX)
                                            TES-PEDIDOS(WS-ES-IDX)
                                            TES-ELEGIDOS(WS-ES-IDX).

      *    Importe en moneda base contra el umbral del codigo.  Deja
      *    LIMITE-HALLADO encendido solo si el movimiento lo supera.
       VALORA-IMPORTE.
            MOVE 'N'                     TO WS-LIMITE-HALLADO-SW.
            MOVE ZEROES                  TO WS-LIMITE-APLICABLE.
            PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                    UNTIL WS-UM-IDX > WS-TOTAL-UMBRALES
                IF TU-CODIGO(WS-UM-IDX) = TL-CODIGO
                    MOVE TU-LIMITE(WS-UM-IDX) TO WS-LIMITE-APLICABLE
                    SET LIMITE-HALLADO   TO TRUE
                END-IF
                IF TU-CODIGO(WS-UM-IDX) = ZEROES
                   AND NOT LIMITE-HALLADO
                    MOVE TU-LIMITE(WS-UM-IDX) TO WS-LIMITE-APLICABLE
                END-IF
            END-PERFORM.
            MOVE 'N'                     TO WS-LIMITE-HALLADO-SW.
            IF WS-LIMITE-APLICABLE = ZEROES
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-TASA.
            COMPUTE WS-IMPORTE-BASE ROUNDED =
                    SUM3 OF TRANLEDG-REC * WS-TASA.
            IF WS-IMPORTE-BASE > WS-LIMITE-APLICABLE
                SET LIMITE-HALLADO       TO TRUE
            END-IF.

      *    Sin tasa para la divisa se compara el importe tal cual.
       BUSCA-TASA.
            MOVE 1                       TO WS-TASA.
            IF TL-MONEDA-BASE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO WS-MEJOR-FECHA.
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                IF TCA-MONEDA(WS-CA-IDX) = TL-MONEDA
                   AND TCA-FECHA(WS-CA-IDX) <= TL-FECHA
                   AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA
                    MOVE TCA-FECHA(WS-CA-IDX) TO WS-MEJOR-FECHA
                    MOVE TCA-TASA(WS-CA-IDX)  TO WS-TASA
                END-IF
            END-PERFORM.

      *    Tamanyo pedido por estrato: el de la tarjeta, o todo el
      *    resto si el estrato tiene menos.
       FIJA-PEDIDOS.
            PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                    UNTIL WS-ES-IDX > WS-TOTAL-ESTRATOS
                IF TES-RESTO(WS-ES-IDX) < WS-POR-ESTRATO
                    MOVE TES-RESTO(WS-ES-IDX) TO
                         TES-PEDIDOS(WS-ES-IDX)
                ELSE
                    MOVE WS-POR-ESTRATO  TO TES-PEDIDOS(WS-ES-IDX)
                END-IF
            END-PERFORM.

      *    Seleccion secuencial: con N del estrato, t vistos y m
      *    elegidos, el item entra si U * (N - t) < (n - m), con
      *    U = X / M.  Da exactamente n items equiprobables.
       SORTEA-ITEM.
            IF TES-ELEGIDOS(WS-ES-IDX) >= TES-PEDIDOS(WS-ES-IDX)
                ADD 1                    TO TES-VISTOS(WS-ES-IDX)
                EXIT PARAGRAPH
            END-IF.
            PERFORM SIGUIENTE-ALEATORIO.
            COMPUTE WS-LADO-IZQ = WS-ALEATORIO *
                    (TES-RESTO(WS-ES-IDX) - TES-VISTOS(WS-ES-IDX)).
            COMPUTE WS-LADO-DER = WS-MODULO *
                    (TES-PEDIDOS(WS-ES-IDX) - TES-ELEGIDOS(WS-ES-IDX)).
            ADD 1                        TO TES-VISTOS(WS-ES-IDX).
            IF WS-LADO-IZQ < WS-LADO-DER
                MOVE 'A'                 TO WS-EV-TIPO
                PERFORM ANOTA-MUESTRA
                ADD 1                    TO TES-ELEGIDOS(WS-ES-IDX)
            END-IF.

       SIGUIENTE-ALEATORIO.
            COMPUTE WS-PRODUCTO = WS-SEMILLA * 16807.
            DIVIDE WS-PRODUCTO BY WS-MODULO GIVING WS-COCIENTE
                REMAINDER WS-SEMILLA.
            MOVE WS-SEMILLA              TO WS-ALEATORIO.

       ANOTA-MUESTRA.
            IF WS-TOTAL-MUESTRA >= 2000
                SET HAY-DESBORDE         TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-MUESTRA.
            MOVE WS-ES-IDX               TO
                 TMU-ESTRATO(WS-TOTAL-MUESTRA).
            MOVE WS-EV-TIPO              TO
                 TMU-SELECCION(WS-TOTAL-MUESTRA).
            MOVE TRANLEDG-REC            TO
                 TMU-IMAGEN(WS-TOTAL-MUESTRA).
            MOVE SPACES                  TO WS-CUENTA-GL.
            PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                    UNTIL WS-MP-IDX > WS-TOTAL-MAPA
                IF TL-CUENTA >= TMP-DESDE(WS-MP-IDX)
                   AND TL-CUENTA <= TMP-HASTA(WS-MP-IDX)
                   AND WS-CUENTA-GL = SPACES
                    MOVE TMP-CUENTA-GL(WS-MP-IDX) TO WS-CUENTA-GL
                END-IF
            END-PERFORM.
            MOVE WS-CUENTA-GL            TO
                 TMU-CUENTA-GL(WS-TOTAL-MUESTRA).
            IF WS-EV-TIPO = 'G'
                ADD 1                    TO WS-TOTAL-GRANDES
            ELSE
                ADD 1                    TO WS-TOTAL-ALEATORIOS
            END-IF.

      *    Reverso de un item: la misma referencia, o la clave del
      *    original repetida (reversos de sucursal).
       BUSCA-REVERSO.
            PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                    UNTIL WS-MU-IDX > WS-TOTAL-MUESTRA
                PERFORM COMPARA-IMAGEN
                IF COINCIDE
                    MOVE 'R'             TO WS-EV-TIPO
                    MOVE ZEROES          TO WS-EV-NUMERO
                    MOVE TL-FECHA        TO WS-EV-FECHA
                    MOVE TRANLEDG-REC    TO WS-EV-IMAGEN
                    MOVE SPACES          TO WS-EV-DETALLE
                    STRING 'REVERSO REF ' TL-REFERENCIA
                           ' SUC ' TL-SUCURSAL
                           DELIMITED BY SIZE INTO WS-EV-DETALLE
                    END-STRING
                    PERFORM ANOTA-EVENTO
                END-IF
            END-PERFORM.

       COMPARA-IMAGEN.
            MOVE 'N'                     TO WS-COINCIDE-SW.
            MOVE TMU-IMAGEN(WS-MU-IDX)   TO WS-IMAGEN-MUESTRA.
            IF TL-REFERENCIA IS NUMERIC AND TL-REFERENCIA > 0
               AND TL-REFERENCIA = WS-IM-REFERENCIA
                SET COINCIDE             TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF TL-CUENTA = WS-IM-CUENTA
               AND TL-FECHA = WS-IM-FECHA
               AND SUM3 OF TRANLEDG-REC = WS-IM-SUM3
               AND (TL-SUCURSAL = WS-IM-SUCURSAL
                    OR TL-SUCURSAL = SPACES)
                SET COINCIDE             TO TRUE
            END-IF.

      *    Paso por suspenso de los items de la muestra.
       RECORRE-SUSPENSO.
            IF WS-TOTAL-MUESTRA = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT SUSPENSO-FILE.
            IF WS-SUSPENSO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ SUSPENSO-FILE NEXT
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        MOVE SP-REGISTRO TO TRANLEDG-REC
                        PERFORM TRATA-SUSPENSO
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE.

       TRATA-SUSPENSO.
            IF TL-CUENTA IS NOT NUMERIC OR TL-FECHA IS NOT NUMERIC
               OR SUM3 OF TRANLEDG-REC IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                    UNTIL WS-MU-IDX > WS-TOTAL-MUESTRA
                PERFORM COMPARA-IMAGEN
                IF COINCIDE
                    MOVE 'S'             TO WS-EV-TIPO
                    MOVE SP-NUMERO       TO WS-EV-NUMERO
                    MOVE SP-FECHA-ENTRADA TO WS-EV-FECHA
                    MOVE SP-REGISTRO     TO WS-EV-IMAGEN
                    MOVE SPACES          TO WS-EV-DETALLE
                    IF SP-RESUELTO
                        STRING 'SUSPENSO ' SP-NUMERO ' RESUELTO - '
                               SP-MOTIVO
                               DELIMITED BY SIZE INTO WS-EV-DETALLE
                        END-STRING
                    ELSE
                        STRING 'SUSPENSO ' SP-NUMERO ' PENDIENTE - '
                               SP-MOTIVO
                               DELIMITED BY SIZE INTO WS-EV-DETALLE
                        END-STRING
                    END-IF
                    PERFORM ANOTA-EVENTO
                END-IF
            END-PERFORM.

      *    Castigos (EXM72) de los suspensos hallados.
       RECORRE-CASTIGOS.
            OPEN INPUT CASTIGO-FILE.
            IF WS-CASTIGO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ CASTIGO-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM TRATA-CASTIGO
                END-READ
            END-PERFORM.
            CLOSE CASTIGO-FILE.

       TRATA-CASTIGO.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                IF TEV-TIPO(WS-EV-IDX) = 'S'
                   AND TEV-NUMERO(WS-EV-IDX) = BT-NUMERO
                    MOVE TEV-ITEM(WS-EV-IDX) TO WS-MU-IDX
                    MOVE 'C'             TO WS-EV-TIPO
                    MOVE BT-NUMERO       TO WS-EV-NUMERO
                    MOVE BT-FECHA        TO WS-EV-FECHA
                    MOVE TEV-IMAGEN(WS-EV-IDX) TO WS-EV-IMAGEN
                    MOVE BT-SUM3         TO WS-ED-IMPORTE
                    MOVE SPACES          TO WS-EV-DETALLE
                    STRING 'CASTIGO ' BT-NUMERO ' CTA '
                           BT-CUENTA-CASTIGO ' IMP ' WS-ED-IMPORTE
                           ' APROBO ' BT-APRUEBA
                           DELIMITED BY SIZE INTO WS-EV-DETALLE
                    END-STRING
                    PERFORM ANOTA-EVENTO
                END-IF
            END-PERFORM.

       ANOTA-EVENTO.
            IF WS-TOTAL-EVENTOS >= 3000
                SET HAY-DESBORDE         TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-EVENTOS.
            MOVE WS-MU-IDX               TO TEV-ITEM(WS-TOTAL-EVENTOS).
            MOVE WS-EV-TIPO              TO TEV-TIPO(WS-TOTAL-EVENTOS).
            MOVE WS-EV-NUMERO            TO
                 TEV-NUMERO(WS-TOTAL-EVENTOS).
            MOVE WS-EV-FECHA             TO
                 TEV-FECHA(WS-TOTAL-EVENTOS).
            MOVE WS-EV-IMAGEN            TO
                 TEV-IMAGEN(WS-TOTAL-EVENTOS).
            MOVE WS-EV-DETALLE           TO
                 TEV-DETALLE(WS-TOTAL-EVENTOS).

      *    Fichero de evidencia: cabecera, parametros, y cada item
      *    seguido de su historia.  Hash del pie: suma de EV-ITEM.
       GRABA-EVIDENCIA.
            OPEN OUTPUT EVIDENCIA-FILE.
            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM119  '              TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO        TO CAB-FECHA.
            MOVE ZEROES                  TO CAB-SECUENCIA.
            MOVE SPACES                  TO EVIDENCIA-REC.
            MOVE CONTROL-CABECERA        TO EVIDENCIA-REC.
            WRITE EVIDENCIA-REC.
            MOVE SPACES                  TO EVIDENCIA-REC.
            MOVE 'P'                     TO EV-TIPO.
            MOVE ZEROES                  TO EV-ITEM EV-CODIGO
                                            EV-REFERENCIA.
            MOVE WS-FECHA-PROCESO        TO EV-FECHA.
            STRING 'DESDE ' WS-DESDE ' HASTA ' WS-HASTA
                   ' SEMILLA ' WS-SEMILLA-INICIAL
                   ' POR ESTRATO ' WS-POR-ESTRATO
                   DELIMITED BY SIZE INTO EV-DETALLE
            END-STRING.
            WRITE EVIDENCIA-REC.
            ADD 1                        TO WS-TOTAL-EVIDENCIA.
            PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                    UNTIL WS-MU-IDX > WS-TOTAL-MUESTRA
                PERFORM GRABA-ITEM
            END-PERFORM.
            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-TOTAL-EVIDENCIA      TO PIE-REGISTROS.
            MOVE WS-HASH-EVIDENCIA       TO PIE-HASH.
            MOVE SPACES                  TO EVIDENCIA-REC.
            MOVE CONTROL-PIE             TO EVIDENCIA-REC.
            WRITE EVIDENCIA-REC.
            CLOSE EVIDENCIA-FILE.

       GRABA-ITEM.
            MOVE TMU-IMAGEN(WS-MU-IDX)   TO TRANLEDG-REC.
            MOVE TMU-ESTRATO(WS-MU-IDX)  TO WS-ES-IDX.
            MOVE SPACES                  TO EVIDENCIA-REC.
            MOVE 'M'                     TO EV-TIPO.
            MOVE WS-MU-IDX               TO EV-ITEM.
            MOVE TES-SUCURSAL(WS-ES-IDX) TO EV-SUCURSAL.
            MOVE TES-CODIGO(WS-ES-IDX)   TO EV-CODIGO.
            MOVE TMU-SELECCION(WS-MU-IDX) TO EV-SELECCION.
            IF TL-REFERENCIA IS NUMERIC
                MOVE TL-REFERENCIA       TO EV-REFERENCIA
            ELSE
                MOVE ZEROES              TO EV-REFERENCIA
            END-IF.
            MOVE TMU-CUENTA-GL(WS-MU-IDX) TO EV-CUENTA-GL.
            MOVE TL-FECHA                TO EV-FECHA.
            MOVE TRANLEDG-REC            TO EV-IMAGEN.
            IF TMU-CUENTA-GL(WS-MU-IDX) = SPACES
                MOVE 'CUENTA SIN CODIGO GL EN CTAGLMAP'
                                         TO EV-DETALLE
            END-IF.
            PERFORM ESCRIBE-EVIDENCIA.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                IF TEV-ITEM(WS-EV-IDX) = WS-MU-IDX
                    MOVE TEV-TIPO(WS-EV-IDX) TO EV-TIPO
                    MOVE TEV-FECHA(WS-EV-IDX) TO EV-FECHA
                    MOVE TEV-IMAGEN(WS-EV-IDX) TO EV-IMAGEN
                    MOVE TEV-DETALLE(WS-EV-IDX) TO EV-DETALLE
                    PERFORM ESCRIBE-EVIDENCIA
                END-IF
            END-PERFORM.

       ESCRIBE-EVIDENCIA.
            WRITE EVIDENCIA-REC.
            ADD 1                        TO WS-TOTAL-EVIDENCIA.
            ADD EV-ITEM                  TO WS-HASH-EVIDENCIA.

       IMPRIME-INFORME.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'MUESTRA DE AUDITORIA DE MOVIMIENTOS POSTEADOS AL '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'RANGO ' WS-DESDE ' A ' WS-HASTA
                   '  SEMILLA ' WS-SEMILLA-INICIAL
                   ' (' WS-ORIGEN-SEMILLA DELIMITED BY SIZE
                   ')  POR ESTRATO ' WS-POR-ESTRATO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'SUC COD POBLACION  GRANDES    RESTO ALEATORIOS'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                    UNTIL WS-ES-IDX > WS-TOTAL-ESTRATOS
                MOVE SPACES              TO LINEA-REPORTE
                STRING TES-SUCURSAL(WS-ES-IDX) ' '
                       TES-CODIGO(WS-ES-IDX) '   '
                       TES-POBLACION(WS-ES-IDX) ' '
                       TES-GRANDES(WS-ES-IDX) ' '
                       TES-RESTO(WS-ES-IDX) '   '
                       TES-ELEGIDOS(WS-ES-IDX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ITEM S SUC CD CUENTA FECHA       IMPORTE MON '
                   'REFERENCIA CUENTA GL   HISTORIA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-MU-IDX FROM 1 BY 1
                    UNTIL WS-MU-IDX > WS-TOTAL-MUESTRA
                PERFORM IMPRIME-ITEM
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'POBLACION: ' WS-TOTAL-POBLACION
                   '  ESTRATOS: ' WS-TOTAL-ESTRATOS
                   '  MUESTRA: ' WS-TOTAL-MUESTRA
                   ' (GRANDES ' WS-TOTAL-GRANDES
                   ', ALEATORIOS ' WS-TOTAL-ALEATORIOS ')'
                   '  REGISTROS DE EVIDENCIA: ' WS-TOTAL-EVIDENCIA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF HAY-DESBORDE
                MOVE SPACES              TO LINEA-REPORTE
                STRING '*** TABLA LLENA - MUESTRA INCOMPLETA, '
                       'ACOTAR EL RANGO DE FECHAS ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            CLOSE REPORTE-FILE.

       IMPRIME-ITEM.
            MOVE TMU-IMAGEN(WS-MU-IDX)   TO TRANLEDG-REC.
            MOVE TMU-ESTRATO(WS-MU-IDX)  TO WS-ES-IDX.
            MOVE SUM3 OF TRANLEDG-REC    TO WS-ED-IMPORTE.
            MOVE ZEROES                  TO WS-EV-NUMERO.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                IF TEV-ITEM(WS-EV-IDX) = WS-MU-IDX
                    ADD 1                TO WS-EV-NUMERO
                END-IF
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING WS-MU-IDX ' ' TMU-SELECCION(WS-MU-IDX) ' '
                   TL-SUCURSAL ' ' TL-CODIGO ' ' TL-CUENTA ' '
                   TL-FECHA ' ' WS-ED-IMPORTE ' ' TL-MONEDA ' '
                   TL-REFERENCIA ' ' TMU-CUENTA-GL(WS-MU-IDX) ' '
                   WS-EV-NUMERO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                IF TEV-ITEM(WS-EV-IDX) = WS-MU-IDX
                    MOVE SPACES          TO LINEA-REPORTE
                    STRING '         ' TEV-TIPO(WS-EV-IDX) ' '
                           TEV-FECHA(WS-EV-IDX) ' '
                           TEV-DETALLE(WS-EV-IDX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
