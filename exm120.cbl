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
      * EXM120 - nightly split-transaction (structuring) watch.       *
      * REVISA-IMPORTE-GRANDE in EXM21 lists any one posting over the *
      * UMBRALES.DAT limit of its code; three postings keyed just     *
      * under it to the same account never reach that page.  This     *
      * step runs after EXM21 over the night's TRANLEDG and the       *
      * TRANHIST.DAT images of the last N days (the window, ending on *
      * the shop date).  A candidate is a non-reversal image whose    *
      * SUM3, converted to base currency at the CAMBIOS.DAT rate of   *
      * its date as EXM21 does, is at or under the limit of its code  *
      * (row 00 is the default) but no more than P percent below it.  *
      * Candidates of one account and code inside the window form a   *
      * group; a group of two or more whose combined amount passes    *
      * the limit is flagged when it takes in at least one of the     *
      * night's TRANLEDG images -- so one pattern is raised the night *
      * it forms, not again every night it stays in the window.  An   *
      * image found in both files (same TL-REFERENCIA) counts once.   *
      * The control card carries the window in days (3) and the       *
      * percentage (3); blank or zero takes 3 days and 10 percent.    *
      * Flagged groups go on EXM120.PRT with branches and references  *
      * and are appended to EXM21REV.PRT, the large-amount review     *
      * page supervision signs every morning.  RC 4 when any group is *
      * flagged.                                                      *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM120.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT TRANLEDG-FILE ASSIGN TO "TRANLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT UMBRAL-FILE ASSIGN TO "UMBRALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRAL-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT REVISION-FILE ASSIGN TO "EXM21REV.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM120.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 FR-VENTANA              PIC 9(03).
           02 FR-PORCENTAJE           PIC 9(03).
           02 FILLER                  PIC X(74).

       FD  TRANLEDG-FILE.
        01 TRANLEDG-FILE-REC          PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

       FD  UMBRAL-FILE.
        01 UMBRAL-REC.
           02 UM-CODIGO               PIC 9(02).
           02 UM-LIMITE               PIC 9(13).

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  REVISION-FILE.
        01 LINEA-REVISION             PIC X(100).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-TRAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-UMBRAL-STATUS           PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-REVISION-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-VENTANA                 PIC 9(03) VALUE 3.
        01 WS-PORCENTAJE              PIC 9(03) VALUE 10.
        01 WS-FECHA-DESDE             PIC 9(08) VALUE ZEROES.
        01 WS-INTEGER                 PIC 9(08) VALUE ZEROES.
      *    Origen de la imagen en curso: 'L' TRANLEDG de esta noche,
      *    'H' historia.
        01 WS-ORIGEN                  PIC X(01) VALUE SPACES.
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
        01 WS-SUELO                   PIC 9(13) VALUE ZEROES.
      *    Tasas de cambio.
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
      *    Candidatos: importes justo por debajo del umbral.
        01 WS-TOTAL-CANDIDATOS        PIC 9(05) VALUE ZEROES.
        01 TABLA-CANDIDATOS.
           02 TCN-FILA OCCURS 5000 TIMES.
              03 TCN-CUENTA           PIC 9(06).
              03 TCN-CODIGO           PIC 9(02).
              03 TCN-FECHA            PIC 9(08).
              03 TCN-SUCURSAL         PIC X(03).
              03 TCN-REFERENCIA       PIC 9(09).
              03 TCN-IMPORTE          PIC 9(13).
              03 TCN-MONEDA           PIC X(03).
              03 TCN-LIMITE           PIC 9(13).
              03 TCN-ORIGEN           PIC X(01).
              03 TCN-GRUPO            PIC 9(05).
        01 WS-CN-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-CN-OTRO                 PIC 9(05) VALUE ZEROES.
        01 WS-DUPLICADO-SW            PIC X(01) VALUE 'N'.
           88 ES-DUPLICADO                       VALUE 'Y'.
        01 WS-DESBORDE-SW             PIC X(01) VALUE 'N'.
           88 HAY-DESBORDE                       VALUE 'Y'.
      *    Grupo en curso.
        01 WS-GRUPO                   PIC 9(05) VALUE ZEROES.
        01 WS-GR-MIEMBROS             PIC 9(05) VALUE ZEROES.
        01 WS-GR-TOTAL                PIC 9(15) VALUE ZEROES.
        01 WS-GR-NUEVO-SW             PIC X(01) VALUE 'N'.
           88 GRUPO-CON-NUEVOS                   VALUE 'Y'.
        01 WS-TOTAL-MARCADOS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-REVISION          PIC 9(05) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(12)9.
        01 WS-ED-TOTAL                PIC Z(14)9.
        01 WS-ED-LIMITE               PIC Z(12)9.
        01 WS-TEXTO-ORIGEN            PIC X(08) VALUE SPACES.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM LEE-PARAMETROS.
            COMPUTE WS-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                    - WS-VENTANA + 1.
            COMPUTE WS-FECHA-DESDE =
                    FUNCTION DATE-OF-INTEGER(WS-INTEGER).
            PERFORM CARGA-UMBRALES.
            IF WS-TOTAL-UMBRALES = ZEROES
                DISPLAY '*** SIN UMBRALES (UMBRALES.DAT) - NADA QUE '
                        'VIGILAR ***'
                DISPLAY 'FIN DEL PROGRAMA - VER EXM120.PRT'
                STOP RUN
            END-IF.
            PERFORM CARGA-CAMBIOS.

      *    Primero la noche, para que una imagen de las dos fuentes
      *    quede marcada como nueva.
            OPEN INPUT TRANLEDG-FILE.
            IF WS-TRAN-STATUS = '00'
                MOVE 'L'                 TO WS-ORIGEN
                PERFORM UNTIL FIN-FICHERO
                    READ TRANLEDG-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-IMAGEN
                    END-READ
                END-PERFORM
                CLOSE TRANLEDG-FILE
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            OPEN INPUT HISTORIA-FILE.
            IF WS-HISTORIA-STATUS = '00'
                MOVE 'H'                 TO WS-ORIGEN
                PERFORM UNTIL FIN-FICHERO
                    READ HISTORIA-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-IMAGEN
                    END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'POSIBLE FRACCIONAMIENTO BAJO EL UMBRAL DE IMPORTE'
                   ' GRANDE AL ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'VENTANA ' WS-FECHA-DESDE ' A ' WS-FECHA-PROCESO
                   ' (' WS-VENTANA ' DIAS)  MARGEN ' WS-PORCENTAJE
                   '% BAJO EL UMBRAL  CANDIDATOS ' WS-TOTAL-CANDIDATOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                    UNTIL WS-CN-IDX > WS-TOTAL-CANDIDATOS
                IF TCN-GRUPO(WS-CN-IDX) = ZEROES
                    PERFORM FORMA-GRUPO
                END-IF
            END-PERFORM.
            IF WS-REVISION-STATUS = '00' AND WS-TOTAL-REVISION > 0
                CLOSE REVISION-FILE
            END-IF.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'GRUPOS MARCADOS: ' WS-TOTAL-MARCADOS
                   '  LINEAS A EXM21REV.PRT: ' WS-TOTAL-REVISION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF HAY-DESBORDE
                MOVE '*** TABLA DE CANDIDATOS LLENA - ANALISIS PARCIAL'
                                         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-MARCADOS > 0 OR HAY-DESBORDE
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'GRUPOS MARCADOS: '  WS-TOTAL-MARCADOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM120.PRT'.
            STOP RUN.

       LEE-PARAMETROS.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            READ ENTRADA-FILE
                AT END
                    MOVE ZEROES          TO ENTRADA-REC
            END-READ.
            CLOSE ENTRADA-FILE.
            IF FR-VENTANA IS NUMERIC AND FR-VENTANA > 0
                MOVE FR-VENTANA          TO WS-VENTANA
            END-IF.
            IF FR-PORCENTAJE IS NUMERIC AND FR-PORCENTAJE > 0
               AND FR-PORCENTAJE < 100
                MOVE FR-PORCENTAJE       TO WS-PORCENTAJE
            END-IF.

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

      *    Una imagen es candidata si cae en la ventana y su importe
      *    en moneda base queda entre el suelo y el umbral.
       TRATA-IMAGEN.
            IF TL-FECHA IS NOT NUMERIC OR TL-CODIGO IS NOT NUMERIC
               OR SUM3 OF TRANLEDG-REC IS NOT NUMERIC
               OR TL-REVERSO
                EXIT PARAGRAPH
            END-IF.
            IF TL-FECHA < WS-FECHA-DESDE OR TL-FECHA > WS-FECHA-PROCESO
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-LIMITE.
            IF WS-LIMITE-APLICABLE = ZEROES
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-TASA.
            COMPUTE WS-IMPORTE-BASE ROUNDED =
                    SUM3 OF TRANLEDG-REC * WS-TASA.
            COMPUTE WS-SUELO = WS-LIMITE-APLICABLE *
                    (100 - WS-PORCENTAJE) / 100.
            IF WS-IMPORTE-BASE > WS-LIMITE-APLICABLE
               OR WS-IMPORTE-BASE < WS-SUELO
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-DUPLICADO.
            IF ES-DUPLICADO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-CANDIDATOS >= 5000
                SET HAY-DESBORDE         TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-CANDIDATOS.
            MOVE WS-TOTAL-CANDIDATOS     TO WS-CN-IDX.
            MOVE TL-CUENTA               TO TCN-CUENTA(WS-CN-IDX).
            MOVE TL-CODIGO               TO TCN-CODIGO(WS-CN-IDX).
            MOVE TL-FECHA                TO TCN-FECHA(WS-CN-IDX).
            MOVE TL-SUCURSAL             TO TCN-SUCURSAL(WS-CN-IDX).
            IF TL-REFERENCIA IS NUMERIC
                MOVE TL-REFERENCIA       TO TCN-REFERENCIA(WS-CN-IDX)
            ELSE
                MOVE ZEROES              TO TCN-REFERENCIA(WS-CN-IDX)
            END-IF.
            MOVE WS-IMPORTE-BASE         TO TCN-IMPORTE(WS-CN-IDX).
            MOVE TL-MONEDA               TO TCN-MONEDA(WS-CN-IDX).
            MOVE WS-LIMITE-APLICABLE     TO TCN-LIMITE(WS-CN-IDX).
            MOVE WS-ORIGEN               TO TCN-ORIGEN(WS-CN-IDX).
            MOVE ZEROES                  TO TCN-GRUPO(WS-CN-IDX).

      *    La fila del codigo concreto manda; la 00 es el defecto.
       BUSCA-LIMITE.
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

      *    La imagen de historia ya leida en TRANLEDG (misma
      *    referencia) no cuenta dos veces.
       BUSCA-DUPLICADO.
            MOVE 'N'                     TO WS-DUPLICADO-SW.
            IF WS-ORIGEN NOT = 'H' OR TL-REFERENCIA IS NOT NUMERIC
               OR TL-REFERENCIA = ZEROES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CN-OTRO FROM 1 BY 1
                    UNTIL WS-CN-OTRO > WS-TOTAL-CANDIDATOS
                IF TCN-ORIGEN(WS-CN-OTRO) = 'L'
                   AND TCN-REFERENCIA(WS-CN-OTRO) = TL-REFERENCIA
                    SET ES-DUPLICADO     TO TRUE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.

      *    Todos los candidatos sin grupo de la misma cuenta y
      *    codigo forman un grupo con el candidato en curso.
       FORMA-GRUPO.
            ADD 1                        TO WS-GRUPO.
            MOVE ZEROES                  TO WS-GR-MIEMBROS WS-GR-TOTAL.
            MOVE 'N'                     TO WS-GR-NUEVO-SW.
            PERFORM VARYING WS-CN-OTRO FROM WS-CN-IDX BY 1
                    UNTIL WS-CN-OTRO > WS-TOTAL-CANDIDATOS
                IF TCN-GRUPO(WS-CN-OTRO) = ZEROES
                   AND TCN-CUENTA(WS-CN-OTRO) = TCN-CUENTA(WS-CN-IDX)
                   AND TCN-CODIGO(WS-CN-OTRO) = TCN-CODIGO(WS-CN-IDX)
                    MOVE WS-GRUPO        TO TCN-GRUPO(WS-CN-OTRO)
                    ADD 1                TO WS-GR-MIEMBROS
                    ADD TCN-IMPORTE(WS-CN-OTRO) TO WS-GR-TOTAL
                    IF TCN-ORIGEN(WS-CN-OTRO) = 'L'
                        SET GRUPO-CON-NUEVOS TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-GR-MIEMBROS < 2
               OR WS-GR-TOTAL NOT > TCN-LIMITE(WS-CN-IDX)
               OR NOT GRUPO-CON-NUEVOS
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-MARCADOS.
            PERFORM IMPRIME-GRUPO.

       IMPRIME-GRUPO.
            IF WS-TOTAL-REVISION = 0
                OPEN EXTEND REVISION-FILE
                IF WS-REVISION-STATUS = '05'
                   OR WS-REVISION-STATUS = '35'
                    OPEN OUTPUT REVISION-FILE
                END-IF
            END-IF.
            MOVE WS-GR-TOTAL             TO WS-ED-TOTAL.
            MOVE TCN-LIMITE(WS-CN-IDX)   TO WS-ED-LIMITE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'GRUPO ' WS-GRUPO ' CUENTA ' TCN-CUENTA(WS-CN-IDX)
                   ' COD ' TCN-CODIGO(WS-CN-IDX)
                   ' MOVS ' WS-GR-MIEMBROS
                   ' TOTAL ' WS-ED-TOTAL ' UMBRAL ' WS-ED-LIMITE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REVISION.
            STRING 'FRACCIONADO CUENTA ' TCN-CUENTA(WS-CN-IDX)
                   ' COD ' TCN-CODIGO(WS-CN-IDX)
                   ' MOVS ' WS-GR-MIEMBROS
                   ' TOTAL ' WS-ED-TOTAL ' UMBRAL ' WS-ED-LIMITE
                   DELIMITED BY SIZE INTO LINEA-REVISION
            END-STRING.
            WRITE LINEA-REVISION.
            ADD 1                        TO WS-TOTAL-REVISION.
            PERFORM VARYING WS-CN-OTRO FROM WS-CN-IDX BY 1
                    UNTIL WS-CN-OTRO > WS-TOTAL-CANDIDATOS
                IF TCN-GRUPO(WS-CN-OTRO) = WS-GRUPO
                    PERFORM IMPRIME-MIEMBRO
                END-IF
            END-PERFORM.

       IMPRIME-MIEMBRO.
            MOVE TCN-IMPORTE(WS-CN-OTRO) TO WS-ED-IMPORTE.
            IF TCN-ORIGEN(WS-CN-OTRO) = 'L'
                MOVE 'NOCHE'             TO WS-TEXTO-ORIGEN
            ELSE
                MOVE 'HISTORIA'          TO WS-TEXTO-ORIGEN
            END-IF.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '   FECHA ' TCN-FECHA(WS-CN-OTRO)
                   ' SUC ' TCN-SUCURSAL(WS-CN-OTRO)
                   ' REF ' TCN-REFERENCIA(WS-CN-OTRO)
                   ' IMPORTE ' WS-ED-IMPORTE
                   ' ' TCN-MONEDA(WS-CN-OTRO)
                   ' ' WS-TEXTO-ORIGEN
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REVISION.
            STRING '   FRACCION REF ' TCN-REFERENCIA(WS-CN-OTRO)
                   ' FECHA ' TCN-FECHA(WS-CN-OTRO)
                   ' SUC ' TCN-SUCURSAL(WS-CN-OTRO)
                   ' IMPORTE ' WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO LINEA-REVISION
            END-STRING.
            WRITE LINEA-REVISION.
            ADD 1                        TO WS-TOTAL-REVISION.
