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
      * EXM158 - parallel-run comparison of output files, for the     *
      * EXM75 rehearsal nights and for any program change: the new    *
      * outputs against production's, matched by key, instead of by   *
      * eye.  The control table COMPARA.DAT registers each file on an *
      * 'F' row (file id, bundle-style slot 1-6 naming the PRODn.DAT  *
      * / NUEVOn.DAT pair the step points at, record length, whether  *
      * it carries the hdrtrl.cpy HDR/TRL records, and whether its    *
      * differences are expected -- 'S' reports them without failing  *
      * the gate).  'K' rows give the key segments (up to 40 bytes in *
      * all), 'I' rows the positions to ignore (timestamps,           *
      * run-specific posting references such as the EXM21GL batch     *
      * number) and 'C' rows name fields so a difference is reported  *
      * by name.  A rule may apply to one record class only -- the    *
      * records opening with the 3-character literal in CO-CLASE,     *
      * e.g. the 'GLD' detail rows of EXM21GL -- or, blank, to the    *
      * rest.  The HDR row is compared on its file id alone (its      *
      * creation date and sequence are run-specific) and the TRL row  *
      * in full.  Each production file is loaded (up to 5000 records) *
      * and each new record matched to the first unmatched one of the *
      * same key, so keys need not be unique; the report EXM158.PRT   *
      * lists the records added, missing and changed, with the named  *
      * fields and then the byte ranges that differ, at most 200      *
      * detail lines per file, and a count line per file.  Return     *
      * code 4 when only expected differences were found, 8 on        *
      * unexpected ones, 16 on a bad table or a file that could not   *
      * be compared.                                                  *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM158.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARA-FILE ASSIGN TO "COMPARA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARA-STATUS.
           SELECT PROD1-FILE ASSIGN TO "PROD1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PROD2-FILE ASSIGN TO "PROD2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PROD3-FILE ASSIGN TO "PROD3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PROD4-FILE ASSIGN TO "PROD4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PROD5-FILE ASSIGN TO "PROD5.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PROD6-FILE ASSIGN TO "PROD6.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT NUEVO1-FILE ASSIGN TO "NUEVO1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT NUEVO2-FILE ASSIGN TO "NUEVO2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT NUEVO3-FILE ASSIGN TO "NUEVO3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT NUEVO4-FILE ASSIGN TO "NUEVO4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT NUEVO5-FILE ASSIGN TO "NUEVO5.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT NUEVO6-FILE ASSIGN TO "NUEVO6.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM158.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARA-FILE.
        01 COMPARA-REC.
           02 CO-FICHERO              PIC X(08).
           02 CO-TIPO                 PIC X(01).
              88 CO-FILA-FICHERO                 VALUE 'F'.
              88 CO-FILA-CLAVE                   VALUE 'K'.
              88 CO-FILA-IGNORA                  VALUE 'I'.
              88 CO-FILA-CAMPO                   VALUE 'C'.
      *    Clase de registro a la que se aplica la regla: literal de
      *    las 3 primeras posiciones, o en blanco para el resto.
           02 CO-CLASE                PIC X(03).
           02 CO-POSICION             PIC 9(03).
      *    En la fila 'F', la longitud del registro.
           02 CO-LONGITUD             PIC 9(03).
           02 CO-NOMBRE               PIC X(20).
      *    Solo en la fila 'F': ranura de la pareja PRODn/NUEVOn,
      *    'S' si lleva HDR/TRL y 'S' si sus diferencias se esperan.
           02 CO-SLOT                 PIC 9(01).
           02 CO-CONTROL              PIC X(01).
           02 CO-AVISO                PIC X(01).

       FD  PROD1-FILE.
        01 PROD1-REC                  PIC X(300).

       FD  PROD2-FILE.
        01 PROD2-REC                  PIC X(300).

       FD  PROD3-FILE.
        01 PROD3-REC                  PIC X(300).

       FD  PROD4-FILE.
        01 PROD4-REC                  PIC X(300).

       FD  PROD5-FILE.
        01 PROD5-REC                  PIC X(300).

       FD  PROD6-FILE.
        01 PROD6-REC                  PIC X(300).

       FD  NUEVO1-FILE.
        01 NUEVO1-REC                 PIC X(300).

       FD  NUEVO2-FILE.
        01 NUEVO2-REC                 PIC X(300).

       FD  NUEVO3-FILE.
        01 NUEVO3-REC                 PIC X(300).

       FD  NUEVO4-FILE.
        01 NUEVO4-REC                 PIC X(300).

       FD  NUEVO5-FILE.
        01 NUEVO5-REC                 PIC X(300).

       FD  NUEVO6-FILE.
        01 NUEVO6-REC                 PIC X(300).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-COMPARA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PROD-STATUS             PIC X(02) VALUE '00'.
        01 WS-NUEVO-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
      *    Ficheros registrados (filas 'F').
        01 WS-TOTAL-FICHEROS          PIC 9(01) VALUE ZEROES.
        01 TABLA-FICHEROS.
           02 TF-FILA OCCURS 6 TIMES.
              03 TF-FICHERO           PIC X(08).
              03 TF-NOMBRE            PIC X(20).
              03 TF-SLOT              PIC 9(01).
              03 TF-LONGITUD          PIC 9(03).
              03 TF-CONTROL           PIC X(01).
              03 TF-AVISO             PIC X(01).
        01 WS-TF-IDX                  PIC 9(01) VALUE ZEROES.
      *    Reglas de clave, posiciones ignoradas y campos nombrados.
        01 WS-MAX-REGLAS              PIC 9(03) VALUE 200.
        01 WS-TOTAL-REGLAS            PIC 9(03) VALUE ZEROES.
        01 TABLA-REGLAS.
           02 TR-FILA OCCURS 200 TIMES.
              03 TR-FICHERO           PIC X(08).
              03 TR-TIPO              PIC X(01).
              03 TR-CLASE             PIC X(03).
              03 TR-POSICION          PIC 9(03).
              03 TR-LONGITUD          PIC 9(03).
              03 TR-NOMBRE            PIC X(20).
        01 WS-TR-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TR-IDX2                 PIC 9(03) VALUE ZEROES.
        01 WS-TABLA-ERRONEA-SW        PIC X(01) VALUE 'N'.
           88 TABLA-ERRONEA                      VALUE 'Y'.
        01 WS-SUMA-CLAVE              PIC 9(03) VALUE ZEROES.
      *    Fichero de produccion en memoria, con la clave ya montada.
        01 WS-MAX-REGISTROS           PIC 9(04) VALUE 5000.
        01 WS-TOTAL-PROD              PIC 9(04) VALUE ZEROES.
        01 TABLA-PROD.
           02 TP-FILA OCCURS 5000 TIMES.
              03 TP-CLAVE             PIC X(43).
              03 TP-IMAGEN            PIC X(300).
              03 TP-CASADO-SW         PIC X(01).
                 88 TP-CASADO                    VALUE 'Y'.
        01 WS-TP-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PISTA                   PIC 9(04) VALUE ZEROES.
        01 WS-PROD-LLENO-SW           PIC X(01) VALUE 'N'.
           88 PROD-LLENO                         VALUE 'Y'.
        01 WS-ENCONTRADO-SW           PIC X(01) VALUE 'N'.
           88 REGISTRO-ENCONTRADO                VALUE 'Y'.
      *    Registro en curso: imagen, clase y clave.
        01 WS-REGISTRO                PIC X(300) VALUE SPACES.
        01 WS-CLASE                   PIC X(03) VALUE SPACES.
        01 WS-CLAVE                   PIC X(43) VALUE SPACES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
      *    Comparacion de una pareja: mascara de posiciones ignoradas
      *    ('I') y marca de cada posicion distinta ('X').
        01 WS-MASCARA                 PIC X(300) VALUE SPACES.
        01 WS-DIFERENCIAS             PIC X(300) VALUE SPACES.
        01 WS-POS                     PIC 9(03) VALUE ZEROES.
        01 WS-POS-FIN                 PIC 9(03) VALUE ZEROES.
        01 WS-DESDE                   PIC 9(03) VALUE ZEROES.
        01 WS-LONG                    PIC 9(03) VALUE ZEROES.
        01 WS-LONG-MUESTRA            PIC 9(03) VALUE ZEROES.
        01 WS-HAY-DIFERENCIA-SW       PIC X(01) VALUE 'N'.
           88 HAY-DIFERENCIA                     VALUE 'Y'.
      *    Cuentas del fichero en curso y del run.
        01 WS-LEIDOS-PROD             PIC 9(06) VALUE ZEROES.
        01 WS-LEIDOS-NUEVO            PIC 9(06) VALUE ZEROES.
        01 WS-IGUALES                 PIC 9(06) VALUE ZEROES.
        01 WS-CAMBIADOS               PIC 9(06) VALUE ZEROES.
        01 WS-ANADIDOS                PIC 9(06) VALUE ZEROES.
        01 WS-AUSENTES                PIC 9(06) VALUE ZEROES.
        01 WS-MAX-DETALLE             PIC 9(03) VALUE 200.
        01 WS-LINEAS-DETALLE          PIC 9(06) VALUE ZEROES.
        01 WS-FICHEROS-DISTINTOS      PIC 9(01) VALUE ZEROES.
        01 WS-FICHEROS-ESPERADOS      PIC 9(01) VALUE ZEROES.
        01 WS-FICHEROS-FALLIDOS       PIC 9(01) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 WS-ETIQUETA                PIC X(08) VALUE SPACES.
        01 WS-ED-POS                  PIC 9(03) VALUE ZEROES.
        01 WS-ED-POS-FIN              PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.

            PERFORM CARGA-TABLA.
            IF NOT TABLA-ERRONEA
                PERFORM VALIDA-TABLA
            END-IF.
            IF TABLA-ERRONEA
                DISPLAY '*** COMPARA.DAT NO VALIDO - NO SE COMPARA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM158 - COMPARACION DE EJECUCION PARALELA  FECHA: '
                   WS-FECHA-HOY
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                PERFORM COMPARA-FICHERO
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'FICHEROS: ' WS-TOTAL-FICHEROS
                   '  CON DIFERENCIAS NO ESPERADAS: '
                   WS-FICHEROS-DISTINTOS
                   '  CON DIFERENCIAS ESPERADAS: '
                   WS-FICHEROS-ESPERADOS
                   '  NO COMPARADOS: ' WS-FICHEROS-FALLIDOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

            EVALUATE TRUE
                WHEN WS-FICHEROS-FALLIDOS > ZEROES
                    MOVE 16            TO RETURN-CODE
                WHEN WS-FICHEROS-DISTINTOS > ZEROES
                    MOVE 8             TO RETURN-CODE
                WHEN WS-FICHEROS-ESPERADOS > ZEROES
                    MOVE 4             TO RETURN-CODE
            END-EVALUATE.
            DISPLAY 'FICHEROS COMPARADOS: ' WS-TOTAL-FICHEROS.
            DISPLAY 'DIFERENCIAS NO ESPERADAS: ' WS-FICHEROS-DISTINTOS.
            DISPLAY 'DIFERENCIAS ESPERADAS: ' WS-FICHEROS-ESPERADOS.
            DISPLAY 'NO COMPARADOS: ' WS-FICHEROS-FALLIDOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM158.PRT'.
            STOP RUN.

       CARGA-TABLA.
            OPEN INPUT COMPARA-FILE.
            IF WS-COMPARA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR COMPARA.DAT - '
                        'STATUS: ' WS-COMPARA-STATUS ' ***'
                SET TABLA-ERRONEA      TO TRUE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ COMPARA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-FILA-CONTROL
                END-READ
            END-PERFORM.
            CLOSE COMPARA-FILE.
            MOVE 'N'                   TO WS-EOF-SW.
            IF WS-TOTAL-FICHEROS = ZEROES
                DISPLAY '*** NINGUN FICHERO REGISTRADO ***'
                SET TABLA-ERRONEA      TO TRUE
            END-IF.

       ANOTA-FILA-CONTROL.
            EVALUATE TRUE
                WHEN CO-FILA-FICHERO
                    IF WS-TOTAL-FICHEROS >= 6
                        DISPLAY '*** MAS DE 6 FICHEROS REGISTRADOS ***'
                        SET TABLA-ERRONEA TO TRUE
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1              TO WS-TOTAL-FICHEROS
                    MOVE CO-FICHERO    TO TF-FICHERO(WS-TOTAL-FICHEROS)
                    MOVE CO-NOMBRE     TO TF-NOMBRE(WS-TOTAL-FICHEROS)
                    MOVE CO-SLOT       TO TF-SLOT(WS-TOTAL-FICHEROS)
                    MOVE CO-LONGITUD   TO
                         TF-LONGITUD(WS-TOTAL-FICHEROS)
                    MOVE CO-CONTROL    TO TF-CONTROL(WS-TOTAL-FICHEROS)
                    MOVE CO-AVISO      TO TF-AVISO(WS-TOTAL-FICHEROS)
                    IF CO-SLOT IS NOT NUMERIC
                       OR CO-SLOT < 1 OR CO-SLOT > 6
                       OR CO-LONGITUD IS NOT NUMERIC
                       OR CO-LONGITUD = ZEROES
                        DISPLAY '*** FILA F DE ' CO-FICHERO
                                ': RANURA O LONGITUD NO VALIDA ***'
                        SET TABLA-ERRONEA TO TRUE
                    END-IF
                WHEN CO-FILA-CLAVE
                  OR CO-FILA-IGNORA
                  OR CO-FILA-CAMPO
                    IF WS-TOTAL-REGLAS >= WS-MAX-REGLAS
                        DISPLAY '*** MAS DE ' WS-MAX-REGLAS
                                ' REGLAS EN COMPARA.DAT ***'
                        SET TABLA-ERRONEA TO TRUE
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1              TO WS-TOTAL-REGLAS
                    MOVE CO-FICHERO    TO TR-FICHERO(WS-TOTAL-REGLAS)
                    MOVE CO-TIPO       TO TR-TIPO(WS-TOTAL-REGLAS)
                    MOVE CO-CLASE      TO TR-CLASE(WS-TOTAL-REGLAS)
                    MOVE CO-NOMBRE     TO TR-NOMBRE(WS-TOTAL-REGLAS)
                    IF CO-POSICION IS NOT NUMERIC
                       OR CO-LONGITUD IS NOT NUMERIC
                       OR CO-POSICION = ZEROES
                       OR CO-LONGITUD = ZEROES
                        DISPLAY '*** FILA ' CO-TIPO ' DE ' CO-FICHERO
                                ': POSICION O LONGITUD NO VALIDA ***'
                        SET TABLA-ERRONEA TO TRUE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE CO-POSICION   TO TR-POSICION(WS-TOTAL-REGLAS)
                    MOVE CO-LONGITUD   TO TR-LONGITUD(WS-TOTAL-REGLAS)
                WHEN OTHER
                    DISPLAY '*** TIPO DE FILA NO VALIDO: '
                            COMPARA-REC ' ***'
                    SET TABLA-ERRONEA  TO TRUE
            END-EVALUATE.

      *    Cada regla ha de caer dentro de un fichero registrado y
      *    la clave de cada clase no pasa de 40 posiciones; dos
      *    ficheros no comparten ranura.
       VALIDA-TABLA.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                IF TF-LONGITUD(WS-TF-IDX) > 300
                    DISPLAY '*** ' TF-FICHERO(WS-TF-IDX)
                            ': REGISTRO DE MAS DE 300 ***'
                    SET TABLA-ERRONEA  TO TRUE
                END-IF
                PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                        UNTIL WS-TR-IDX >= WS-TF-IDX
                    IF TF-SLOT(WS-TR-IDX) = TF-SLOT(WS-TF-IDX)
                        DISPLAY '*** RANURA ' TF-SLOT(WS-TF-IDX)
                                ' REPETIDA ***'
                        SET TABLA-ERRONEA TO TRUE
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-REGLAS
                PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                        UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                    IF TF-FICHERO(WS-TF-IDX) = TR-FICHERO(WS-TR-IDX)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN WS-TF-IDX > WS-TOTAL-FICHEROS
                        DISPLAY '*** REGLA DE ' TR-FICHERO(WS-TR-IDX)
                                ': FICHERO SIN FILA F ***'
                        SET TABLA-ERRONEA TO TRUE
                    WHEN TR-POSICION(WS-TR-IDX) + TR-LONGITUD(WS-TR-IDX)
                         - 1 > TF-LONGITUD(WS-TF-IDX)
                        DISPLAY '*** REGLA DE ' TR-FICHERO(WS-TR-IDX)
                                ' EN ' TR-POSICION(WS-TR-IDX)
                                ': FUERA DEL REGISTRO ***'
                        SET TABLA-ERRONEA TO TRUE
                END-EVALUATE
                IF TR-TIPO(WS-TR-IDX) = 'K'
                    MOVE ZEROES        TO WS-SUMA-CLAVE
                    PERFORM VARYING WS-TR-IDX2 FROM 1 BY 1
                            UNTIL WS-TR-IDX2 > WS-TOTAL-REGLAS
                        IF TR-TIPO(WS-TR-IDX2) = 'K'
                           AND TR-FICHERO(WS-TR-IDX2) =
                               TR-FICHERO(WS-TR-IDX)
                           AND TR-CLASE(WS-TR-IDX2) =
                               TR-CLASE(WS-TR-IDX)
                            ADD TR-LONGITUD(WS-TR-IDX2)
                                       TO WS-SUMA-CLAVE
                        END-IF
                    END-PERFORM
                    IF WS-SUMA-CLAVE > 40
                        DISPLAY '*** CLAVE DE ' TR-FICHERO(WS-TR-IDX)
                                ' CLASE ''' TR-CLASE(WS-TR-IDX)
                                ''' DE MAS DE 40 POSICIONES ***'
                        SET TABLA-ERRONEA TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

      *    Un fichero: carga de produccion, pasada del nuevo
      *    casando por clave, ausentes y linea de cuentas.
       COMPARA-FICHERO.
            MOVE ZEROES                TO WS-LEIDOS-PROD WS-LEIDOS-NUEVO
                                          WS-IGUALES WS-CAMBIADOS
                                          WS-ANADIDOS WS-AUSENTES
                                          WS-LINEAS-DETALLE
                                          WS-TOTAL-PROD WS-PISTA.
            MOVE 'N'                   TO WS-PROD-LLENO-SW.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'FICHERO ' TF-FICHERO(WS-TF-IDX) ' ('
                   DELIMITED BY SIZE
                   TF-NOMBRE(WS-TF-IDX) DELIMITED BY '  '
                   ')  RANURA ' TF-SLOT(WS-TF-IDX) '  LONGITUD '
                   TF-LONGITUD(WS-TF-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            IF TF-AVISO(WS-TF-IDX) = 'S'
                MOVE '  (DIFERENCIAS ESPERADAS)'
                                       TO LINEA-REPORTE(70:25)
            END-IF.
            WRITE LINEA-REPORTE.

            MOVE SPACES                TO WS-MOTIVO.
            PERFORM CARGA-PRODUCCION.
            IF WS-MOTIVO = SPACES
                PERFORM PASA-NUEVO
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** NO COMPARADO: ' DELIMITED BY SIZE
                       WS-MOTIVO DELIMITED BY '  '
                       ' ***' DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                DISPLAY '*** ' TF-FICHERO(WS-TF-IDX)
                        ' NO COMPARADO: ' WS-MOTIVO ' ***'
                ADD 1                  TO WS-FICHEROS-FALLIDOS
                EXIT PARAGRAPH
            END-IF.

            PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PROD
                IF NOT TP-CASADO(WS-TP-IDX)
                    ADD 1              TO WS-AUSENTES
                    MOVE 'AUSENTE '    TO WS-ETIQUETA
                    MOVE TP-CLAVE(WS-TP-IDX) TO WS-CLAVE
                    PERFORM LINEA-REGISTRO
                END-IF
            END-PERFORM.
            IF WS-LINEAS-DETALLE > WS-MAX-DETALLE
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  ... DETALLE LIMITADO A ' WS-MAX-DETALLE
                       ' LINEAS (' WS-LINEAS-DETALLE ' EN TOTAL)'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  TOTAL ' TF-FICHERO(WS-TF-IDX)
                   ': PRODUCCION ' WS-LEIDOS-PROD
                   '  NUEVO ' WS-LEIDOS-NUEVO
                   '  IGUALES ' WS-IGUALES
                   '  CAMBIADOS ' WS-CAMBIADOS
                   '  ANADIDOS ' WS-ANADIDOS
                   '  AUSENTES ' WS-AUSENTES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY TF-FICHERO(WS-TF-IDX) ': CAMBIADOS ' WS-CAMBIADOS
                    ' ANADIDOS ' WS-ANADIDOS ' AUSENTES ' WS-AUSENTES.
            IF WS-CAMBIADOS > ZEROES OR WS-ANADIDOS > ZEROES
               OR WS-AUSENTES > ZEROES
                IF TF-AVISO(WS-TF-IDX) = 'S'
                    ADD 1              TO WS-FICHEROS-ESPERADOS
                ELSE
                    ADD 1              TO WS-FICHEROS-DISTINTOS
                END-IF
            END-IF.

       CARGA-PRODUCCION.
            PERFORM ABRE-PRODUCCION.
            IF WS-PROD-STATUS NOT = '00'
                STRING 'PROD' TF-SLOT(WS-TF-IDX) '.DAT NO DISPONIBLE '
                       '(STATUS ' WS-PROD-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO OR PROD-LLENO
                PERFORM LEE-PRODUCCION
                IF NOT FIN-FICHERO
                    IF WS-TOTAL-PROD >= WS-MAX-REGISTROS
                        SET PROD-LLENO TO TRUE
                    ELSE
                        ADD 1          TO WS-TOTAL-PROD WS-LEIDOS-PROD
                        PERFORM MONTA-CLAVE
                        MOVE WS-CLAVE  TO TP-CLAVE(WS-TOTAL-PROD)
                        MOVE WS-REGISTRO TO TP-IMAGEN(WS-TOTAL-PROD)
                        MOVE 'N'       TO TP-CASADO-SW(WS-TOTAL-PROD)
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM CIERRA-PRODUCCION.
            MOVE 'N'                   TO WS-EOF-SW.
            IF PROD-LLENO
                STRING 'MAS DE ' WS-MAX-REGISTROS ' REGISTROS EN PROD'
                       TF-SLOT(WS-TF-IDX) '.DAT'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
            END-IF.

       PASA-NUEVO.
            PERFORM ABRE-NUEVO.
            IF WS-NUEVO-STATUS NOT = '00'
                STRING 'NUEVO' TF-SLOT(WS-TF-IDX) '.DAT NO DISPONIBLE '
                       '(STATUS ' WS-NUEVO-STATUS ')'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                PERFORM LEE-NUEVO
                IF NOT FIN-FICHERO
                    ADD 1              TO WS-LEIDOS-NUEVO
                    PERFORM CASA-REGISTRO
                END-IF
            END-PERFORM.
            PERFORM CIERRA-NUEVO.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Se busca la primera fila de produccion sin casar con la
      *    misma clave, empezando tras la ultima casada: los dos
      *    ficheros suelen venir en el mismo orden.
       CASA-REGISTRO.
            PERFORM MONTA-CLAVE.
            MOVE 'N'                   TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-TP-IDX FROM WS-PISTA BY 1
                    UNTIL WS-TP-IDX > WS-TOTAL-PROD
                IF WS-TP-IDX > ZEROES
                    IF NOT TP-CASADO(WS-TP-IDX)
                       AND TP-CLAVE(WS-TP-IDX) = WS-CLAVE
                        SET REGISTRO-ENCONTRADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-IF
            END-PERFORM.
            IF NOT REGISTRO-ENCONTRADO
                PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                        UNTIL WS-TP-IDX > WS-PISTA
                           OR WS-TP-IDX > WS-TOTAL-PROD
                    IF NOT TP-CASADO(WS-TP-IDX)
                       AND TP-CLAVE(WS-TP-IDX) = WS-CLAVE
                        SET REGISTRO-ENCONTRADO TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.
            IF NOT REGISTRO-ENCONTRADO
                ADD 1                  TO WS-ANADIDOS
                MOVE 'ANADIDO '        TO WS-ETIQUETA
                PERFORM LINEA-REGISTRO
                EXIT PARAGRAPH
            END-IF.
            SET TP-CASADO(WS-TP-IDX)   TO TRUE.
            MOVE WS-TP-IDX             TO WS-PISTA.
            PERFORM COMPARA-PAREJA.
            IF HAY-DIFERENCIA
                ADD 1                  TO WS-CAMBIADOS
                MOVE 'CAMBIADO'        TO WS-ETIQUETA
                PERFORM LINEA-REGISTRO
                PERFORM DETALLA-DIFERENCIAS
            ELSE
                ADD 1                  TO WS-IGUALES
            END-IF.

      *    Clase del registro: HDR/TRL de control si el fichero los
      *    lleva, el literal de una regla de su fichero, o blanco.
      *    La clave es la clase seguida de los tramos 'K' de ella.
       MONTA-CLAVE.
            MOVE SPACES                TO WS-CLASE WS-CLAVE.
            IF TF-CONTROL(WS-TF-IDX) = 'S'
               AND (WS-REGISTRO(1:3) = 'HDR'
                    OR WS-REGISTRO(1:3) = 'TRL')
                MOVE WS-REGISTRO(1:3)  TO WS-CLASE
            ELSE
                PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                        UNTIL WS-TR-IDX > WS-TOTAL-REGLAS
                    IF TR-FICHERO(WS-TR-IDX) = TF-FICHERO(WS-TF-IDX)
                       AND TR-CLASE(WS-TR-IDX) NOT = SPACES
                       AND TR-CLASE(WS-TR-IDX) = WS-REGISTRO(1:3)
                        MOVE TR-CLASE(WS-TR-IDX) TO WS-CLASE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.
            MOVE WS-CLASE              TO WS-CLAVE(1:3).
            MOVE 4                     TO WS-PUNTERO.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-REGLAS
                IF TR-FICHERO(WS-TR-IDX) = TF-FICHERO(WS-TF-IDX)
                   AND TR-TIPO(WS-TR-IDX) = 'K'
                   AND TR-CLASE(WS-TR-IDX) = WS-CLASE
                    MOVE WS-REGISTRO(TR-POSICION(WS-TR-IDX):
                                     TR-LONGITUD(WS-TR-IDX))
                      TO WS-CLAVE(WS-PUNTERO:TR-LONGITUD(WS-TR-IDX))
                    ADD TR-LONGITUD(WS-TR-IDX) TO WS-PUNTERO
                END-IF
            END-PERFORM.

      *    WS-REGISTRO trae el nuevo y TP-IMAGEN el de produccion.
      *    La cabecera solo se compara en su identificador.
       COMPARA-PAREJA.
            MOVE SPACES                TO WS-MASCARA WS-DIFERENCIAS.
            MOVE 'N'                   TO WS-HAY-DIFERENCIA-SW.
            IF WS-CLASE = 'HDR' AND TF-CONTROL(WS-TF-IDX) = 'S'
                MOVE ALL 'I'           TO WS-MASCARA(12:289)
            END-IF.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-REGLAS
                IF TR-FICHERO(WS-TR-IDX) = TF-FICHERO(WS-TF-IDX)
                   AND TR-TIPO(WS-TR-IDX) = 'I'
                   AND TR-CLASE(WS-TR-IDX) = WS-CLASE
                    MOVE ALL 'I'       TO
                         WS-MASCARA(TR-POSICION(WS-TR-IDX):
                                    TR-LONGITUD(WS-TR-IDX))
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > TF-LONGITUD(WS-TF-IDX)
                IF WS-MASCARA(WS-POS:1) NOT = 'I'
                   AND WS-REGISTRO(WS-POS:1) NOT =
                       TP-IMAGEN(WS-TP-IDX)(WS-POS:1)
                    MOVE 'X'           TO WS-DIFERENCIAS(WS-POS:1)
                    SET HAY-DIFERENCIA TO TRUE
                END-IF
            END-PERFORM.

      *    Primero los campos nombrados que difieren; las posiciones
      *    que quedan se agrupan en tramos contiguos.
       DETALLA-DIFERENCIAS.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-REGLAS
                IF TR-FICHERO(WS-TR-IDX) = TF-FICHERO(WS-TF-IDX)
                   AND TR-TIPO(WS-TR-IDX) = 'C'
                   AND TR-CLASE(WS-TR-IDX) = WS-CLASE
                    MOVE TR-POSICION(WS-TR-IDX) TO WS-DESDE
                    MOVE TR-LONGITUD(WS-TR-IDX) TO WS-LONG
                    IF WS-DIFERENCIAS(WS-DESDE:WS-LONG) NOT = SPACES
                        MOVE SPACES    TO
                             WS-DIFERENCIAS(WS-DESDE:WS-LONG)
                        PERFORM LINEA-DIFERENCIA
                    END-IF
                END-IF
            END-PERFORM.
            MOVE ZEROES                TO WS-DESDE.
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > TF-LONGITUD(WS-TF-IDX)
                IF WS-DIFERENCIAS(WS-POS:1) = 'X'
                    IF WS-DESDE = ZEROES
                        MOVE WS-POS    TO WS-DESDE
                    END-IF
                ELSE
                    IF WS-DESDE > ZEROES
                        PERFORM CIERRA-TRAMO
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-DESDE > ZEROES
                PERFORM CIERRA-TRAMO
            END-IF.

       CIERRA-TRAMO.
            COMPUTE WS-LONG = WS-POS - WS-DESDE.
            MOVE ZEROES                TO WS-TR-IDX.
            PERFORM LINEA-DIFERENCIA.
            MOVE ZEROES                TO WS-DESDE.

      *    Linea de un campo (WS-TR-IDX apunta a su regla) o de un
      *    tramo (WS-TR-IDX a ceros): posiciones y los dos valores,
      *    hasta 40 caracteres de cada uno.
       LINEA-DIFERENCIA.
            ADD 1                      TO WS-LINEAS-DETALLE.
            IF WS-LINEAS-DETALLE > WS-MAX-DETALLE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DESDE              TO WS-ED-POS.
            COMPUTE WS-ED-POS-FIN = WS-DESDE + WS-LONG - 1.
            MOVE WS-LONG               TO WS-LONG-MUESTRA.
            IF WS-LONG-MUESTRA > 40
                MOVE 40                TO WS-LONG-MUESTRA
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            IF WS-TR-IDX > ZEROES
                STRING '      CAMPO ' TR-NOMBRE(WS-TR-IDX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                MOVE '      POSICIONES'  TO LINEA-REPORTE
            END-IF.
            STRING WS-ED-POS '-' WS-ED-POS-FIN
                   DELIMITED BY SIZE INTO LINEA-REPORTE(33:7)
            END-STRING.
            MOVE 'PROD:'               TO LINEA-REPORTE(41:5).
            MOVE TP-IMAGEN(WS-TP-IDX)(WS-DESDE:WS-LONG-MUESTRA)
                                       TO LINEA-REPORTE(47:40).
            MOVE 'NUEVO:'              TO LINEA-REPORTE(88:6).
            MOVE WS-REGISTRO(WS-DESDE:WS-LONG-MUESTRA)
                                       TO LINEA-REPORTE(95:38).
            WRITE LINEA-REPORTE.

       LINEA-REGISTRO.
            ADD 1                      TO WS-LINEAS-DETALLE.
            IF WS-LINEAS-DETALLE > WS-MAX-DETALLE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' WS-ETIQUETA '  CLAVE ' WS-CLAVE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       ABRE-PRODUCCION.
            EVALUATE TF-SLOT(WS-TF-IDX)
                WHEN 1 OPEN INPUT PROD1-FILE
                WHEN 2 OPEN INPUT PROD2-FILE
                WHEN 3 OPEN INPUT PROD3-FILE
                WHEN 4 OPEN INPUT PROD4-FILE
                WHEN 5 OPEN INPUT PROD5-FILE
                WHEN 6 OPEN INPUT PROD6-FILE
            END-EVALUATE.

       LEE-PRODUCCION.
            MOVE SPACES                TO WS-REGISTRO.
            EVALUATE TF-SLOT(WS-TF-IDX)
                WHEN 1
                    READ PROD1-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 2
                    READ PROD2-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 3
                    READ PROD3-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 4
                    READ PROD4-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 5
                    READ PROD5-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 6
                    READ PROD6-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
            END-EVALUATE.

       CIERRA-PRODUCCION.
            EVALUATE TF-SLOT(WS-TF-IDX)
                WHEN 1 CLOSE PROD1-FILE
                WHEN 2 CLOSE PROD2-FILE
                WHEN 3 CLOSE PROD3-FILE
                WHEN 4 CLOSE PROD4-FILE
                WHEN 5 CLOSE PROD5-FILE
                WHEN 6 CLOSE PROD6-FILE
            END-EVALUATE.

       ABRE-NUEVO.
            EVALUATE TF-SLOT(WS-TF-IDX)
                WHEN 1 OPEN INPUT NUEVO1-FILE
                WHEN 2 OPEN INPUT NUEVO2-FILE
                WHEN 3 OPEN INPUT NUEVO3-FILE
                WHEN 4 OPEN INPUT NUEVO4-FILE
                WHEN 5 OPEN INPUT NUEVO5-FILE
                WHEN 6 OPEN INPUT NUEVO6-FILE
            END-EVALUATE.

       LEE-NUEVO.
            MOVE SPACES                TO WS-REGISTRO.
            EVALUATE TF-SLOT(WS-TF-IDX)
                WHEN 1
                    READ NUEVO1-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 2
                    READ NUEVO2-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 3
                    READ NUEVO3-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 4
                    READ NUEVO4-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 5
                    READ NUEVO5-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 6
                    READ NUEVO6-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
            END-EVALUATE.

       CIERRA-NUEVO.
            EVALUATE TF-SLOT(WS-TF-IDX)
                WHEN 1 CLOSE NUEVO1-FILE
                WHEN 2 CLOSE NUEVO2-FILE
                WHEN 3 CLOSE NUEVO3-FILE
                WHEN 4 CLOSE NUEVO4-FILE
                WHEN 5 CLOSE NUEVO5-FILE
                WHEN 6 CLOSE NUEVO6-FILE
            END-EVALUATE.
