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
      * EXM159 - weekly growth and capacity projection for the        *
      * permanent data files.  A file outgrowing the space set aside  *
      * for it used to show up only as a failed step.                 *
      * The registry CAPACIDA.DAT names each file with its capacity   *
      * threshold in records, where its count comes from -- 'D' a     *
      * direct count, 'E' the ESTADIST.DAT write count of the step    *
      * named on the row when that step writes the whole file (EXM2   *
      * for PERSONA), 'A' the previous count plus that step's writes  *
      * since, for append-only files -- and its retention: 'R' the    *
      * file's RETENCIO.DAT row (EXM97) or 'F' the days and date      *
      * position on the row itself (RUNLOG 90 days for EXM26,         *
      * TRANHIST 730 for EXM66, as those programs hold them).  Each   *
      * count is recorded in the growth history CRECIM.DAT            *
      * (copybooks/crecim.cpy).  A file without retention is          *
      * projected on the least-squares trend of its last 26 history   *
      * rows.  A file under retention is counted directly, as the     *
      * purge runs flatten its count trend and hide its arrivals: the *
      * record dates give what the retention will have removed by     *
      * each day ahead and the arrivals of the last 28 days the daily *
      * inflow, so the projection levels off where the purges balance *
      * the arrivals.  EXM159.PRT lists first the files expected to   *
      * reach their threshold within 90 days (or already past it),    *
      * then every registered file with its count, use, growth per    *
      * day and projected date.  Return code 4 when the first list is *
      * not empty, 16 on a bad registry.                              *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM159.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACIDA-FILE ASSIGN TO "CAPACIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACIDA-STATUS.
           SELECT RETENCION-FILE ASSIGN TO "RETENCIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCION-STATUS.
           SELECT CRECIM-FILE ASSIGN TO "CRECIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRECIM-STATUS.
           SELECT ESTADIST-FILE ASSIGN TO "ESTADIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADIST-STATUS.
           SELECT ERRORLOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT EXM20LOG-FILE ASSIGN TO "EXM20LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT EXM22AUD-FILE ASSIGN TO "EXM22AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT EXM24AUD-FILE ASSIGN TO "EXM24AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT TRANCODA-FILE ASSIGN TO "TRANCODA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT TRANHIST-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM159.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACIDA-FILE.
        01 CAPACIDA-REC.
           02 CP-FICHERO              PIC X(08).
           02 CP-CAPACIDAD            PIC 9(09).
           02 CP-ORIGEN               PIC X(01).
              88 CP-DIRECTO                      VALUE 'D'.
              88 CP-TOTAL-ESTADIST               VALUE 'E'.
              88 CP-SUMA-ESTADIST                VALUE 'A'.
           02 CP-PROGRAMA             PIC X(08).
           02 CP-RETENCION            PIC X(01).
              88 CP-SIN-RETENCION                VALUE ' '.
              88 CP-RETENCION-EXM97              VALUE 'R'.
              88 CP-RETENCION-FIJA               VALUE 'F'.
           02 CP-DIAS                 PIC 9(04).
           02 CP-POS-FECHA            PIC 9(03).

      *    Misma fila de control que lee EXM97.
       FD  RETENCION-FILE.
        01 RETENCION-REC.
           02 RT-FICHERO              PIC X(08).
           02 RT-POS-FECHA            PIC 9(03).
           02 RT-RETENCION-DIAS       PIC 9(04).
           02 RT-POS-EMPLEADO         PIC 9(03).
           02 RT-POS-CUENTA           PIC 9(03).

       FD  CRECIM-FILE.
           COPY "crecim.cpy".

       FD  ESTADIST-FILE.
           COPY "estadist.cpy".

       FD  ERRORLOG-FILE.
        01 ERRORLOG-ENT               PIC X(200).

       FD  EXM20LOG-FILE.
        01 EXM20LOG-ENT               PIC X(200).

       FD  EXM22AUD-FILE.
        01 EXM22AUD-ENT               PIC X(200).

       FD  EXM24AUD-FILE.
        01 EXM24AUD-ENT               PIC X(200).

       FD  TRANCODA-FILE.
        01 TRANCODA-ENT               PIC X(200).

       FD  RUNLOG-FILE.
        01 RUNLOG-ENT                 PIC X(200).

       FD  TRANHIST-FILE.
        01 TRANHIST-ENT               PIC X(200).

       FD  SALHIST-FILE.
        01 SALHIST-ENT                PIC X(200).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-CAPACIDA-STATUS         PIC X(02) VALUE '00'.
        01 WS-RETENCION-STATUS        PIC X(02) VALUE '00'.
        01 WS-CRECIM-STATUS           PIC X(02) VALUE '00'.
        01 WS-ESTADIST-STATUS         PIC X(02) VALUE '00'.
        01 WS-ENT-STATUS              PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-INTEGER-HOY             PIC 9(08) VALUE ZEROES.
        01 WS-REGISTRO-ERRONEO-SW     PIC X(01) VALUE 'N'.
           88 REGISTRO-ERRONEO                   VALUE 'Y'.
      *    Ficheros registrados y resultado de cada uno.
        01 WS-MAX-FICHEROS            PIC 9(02) VALUE 30.
        01 WS-TOTAL-FICHEROS          PIC 9(02) VALUE ZEROES.
        01 TABLA-FICHEROS.
           02 TF-FILA OCCURS 30 TIMES.
              03 TF-FICHERO           PIC X(08).
              03 TF-CAPACIDAD         PIC 9(09).
              03 TF-ORIGEN            PIC X(01).
              03 TF-PROGRAMA          PIC X(08).
              03 TF-RETENCION         PIC X(01).
              03 TF-DIAS              PIC 9(04).
              03 TF-POS-FECHA         PIC 9(03).
              03 TF-REGISTROS         PIC 9(09).
              03 TF-CRECE-DIA         PIC S9(07)V99.
              03 TF-DIAS-LIMITE       PIC 9(05).
              03 TF-FECHA-LIMITE      PIC 9(08).
              03 TF-NOTA              PIC X(30).
              03 TF-MEDIDO-SW         PIC X(01).
                 88 TF-MEDIDO                    VALUE 'Y'.
        01 WS-TF-IDX                  PIC 9(02) VALUE ZEROES.
      *    Ultimo total de ESTADIST de cada fichero 'E' y suma de
      *    escritos desde su ultima fila de historia para los 'A'.
        01 TABLA-ESTADIST.
           02 TE-FILA OCCURS 30 TIMES.
              03 TE-FECHA             PIC 9(08).
              03 TE-ESCRITOS          PIC 9(09).
              03 TE-ULTIMA-HIST       PIC 9(08).
              03 TE-REGISTROS-HIST    PIC 9(09).
      *    Historia de crecimiento en memoria; las filas de mas de
      *    dos anos no se cargan y se pierden al regrabar.
        01 WS-MAX-HISTORIA            PIC 9(04) VALUE 5000.
        01 WS-TOTAL-HISTORIA          PIC 9(04) VALUE ZEROES.
        01 TABLA-HISTORIA.
           02 TH-FILA OCCURS 5000 TIMES.
              03 TH-FICHERO           PIC X(08).
              03 TH-FECHA             PIC 9(08).
              03 TH-REGISTROS         PIC 9(09).
              03 TH-ORIGEN            PIC X(01).
        01 WS-TH-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-DIAS-HISTORIA           PIC 9(03) VALUE 730.
        01 WS-PUNTOS-TENDENCIA        PIC 9(02) VALUE 26.
        01 WS-PUNTOS                  PIC 9(02) VALUE ZEROES.
      *    Ajuste por minimos cuadrados: x en dias desde hoy
      *    (negativos), y en registros.
        01 WS-X                       PIC S9(05) VALUE ZEROES.
        01 WS-SUMA-X                  PIC S9(09) VALUE ZEROES.
        01 WS-SUMA-Y                  PIC S9(13) VALUE ZEROES.
        01 WS-SUMA-XX                 PIC S9(13) VALUE ZEROES.
        01 WS-SUMA-XY                 PIC S9(17) VALUE ZEROES.
        01 WS-DIVISOR                 PIC S9(17) VALUE ZEROES.
        01 WS-PENDIENTE               PIC S9(07)V99 VALUE ZEROES.
      *    Conteo directo: perfil de los registros por dia en que
      *    la retencion los quita (1 = ya vencidos, n = dentro de
      *    n-1 dias) y llegadas de los ultimos 28 dias.
        01 WS-REGISTRO                PIC X(200) VALUE SPACES.
        01 WS-CONTADOS                PIC 9(09) VALUE ZEROES.
        01 WS-RECIENTES               PIC 9(09) VALUE ZEROES.
        01 WS-DIAS-RECIENTES          PIC 9(02) VALUE 28.
        01 WS-RET-DIAS                PIC 9(04) VALUE ZEROES.
        01 WS-RET-POS                 PIC 9(03) VALUE ZEROES.
        01 WS-HORIZONTE               PIC 9(03) VALUE 730.
        01 TABLA-SALIDAS.
           02 TS-SALEN OCCURS 731 TIMES PIC 9(09).
        01 WS-TS-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-FECHA-REGISTRO          PIC 9(08) VALUE ZEROES.
        01 WS-EDAD                    PIC S9(07) VALUE ZEROES.
        01 WS-RESTAN                  PIC S9(07) VALUE ZEROES.
        01 WS-DIA                     PIC 9(04) VALUE ZEROES.
        01 WS-QUEDAN                  PIC S9(11) VALUE ZEROES.
        01 WS-PROYECCION              PIC S9(11)V99 VALUE ZEROES.
        01 WS-TOPE                    PIC 9(11) VALUE ZEROES.
        01 WS-DIAS-CALC               PIC 9(07) VALUE ZEROES.
        01 WS-INTEGER-LIMITE          PIC 9(08) VALUE ZEROES.
        01 WS-PLAZO-AVISO             PIC 9(03) VALUE 90.
        01 WS-TOTAL-EN-PLAZO          PIC 9(02) VALUE ZEROES.
        01 WS-LISTADOS                PIC 9(02) VALUE ZEROES.
      *    Edicion de la linea de un fichero.
        01 WS-ED-REGISTROS            PIC Z(8)9.
        01 WS-ED-CAPACIDAD            PIC Z(8)9.
        01 WS-ED-USO                  PIC ZZZ9.
        01 WS-USO                     PIC 9(04) VALUE ZEROES.
        01 WS-ED-CRECE                PIC -Z(6)9.99.
        01 WS-ED-RETENCION            PIC X(05) VALUE SPACES.
        01 WS-ED-DIAS                 PIC X(05) VALUE SPACES.
        01 WS-ED-DIAS-NUM             PIC ZZZZ9.
        01 WS-ED-FECHA                PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-INTEGER-HOY =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

            PERFORM CARGA-REGISTRO.
            IF NOT REGISTRO-ERRONEO
                PERFORM CARGA-RETENCION
            END-IF.
            IF NOT REGISTRO-ERRONEO
                PERFORM CARGA-HISTORIA
            END-IF.
            IF REGISTRO-ERRONEO
                DISPLAY '*** CAPACIDA.DAT NO VALIDO - '
                        'NO SE PROYECTA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-ESTADIST.

            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                PERFORM MIDE-FICHERO
                IF TF-MEDIDO(WS-TF-IDX)
                    PERFORM ANOTA-HISTORIA
                    PERFORM PROYECTA-FICHERO
                END-IF
            END-PERFORM.

            PERFORM GRABA-HISTORIA.
            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-INFORME.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-EN-PLAZO > ZEROES
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'FICHEROS REGISTRADOS: ' WS-TOTAL-FICHEROS.
            DISPLAY 'AL LIMITE EN ' WS-PLAZO-AVISO ' DIAS: '
                    WS-TOTAL-EN-PLAZO.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM159.PRT'.
            STOP RUN.

       CARGA-REGISTRO.
            OPEN INPUT CAPACIDA-FILE.
            IF WS-CAPACIDA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CAPACIDA.DAT - '
                        'STATUS: ' WS-CAPACIDA-STATUS ' ***'
                SET REGISTRO-ERRONEO   TO TRUE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ CAPACIDA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-FICHERO
                END-READ
            END-PERFORM.
            CLOSE CAPACIDA-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Un fichero bajo retencion se cuenta siempre en directo:
      *    sumar escritos no ve lo que las purgas quitan.
       ANOTA-FICHERO.
            IF WS-TOTAL-FICHEROS >= WS-MAX-FICHEROS
                DISPLAY '*** MAS DE ' WS-MAX-FICHEROS
                        ' FICHEROS EN CAPACIDA.DAT ***'
                SET REGISTRO-ERRONEO   TO TRUE
                EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
                WHEN CP-CAPACIDAD IS NOT NUMERIC
                  OR CP-CAPACIDAD = ZEROES
                    DISPLAY '*** ' CP-FICHERO ': CAPACIDAD NO '
                            'VALIDA ***'
                    SET REGISTRO-ERRONEO TO TRUE
                WHEN NOT (CP-DIRECTO OR CP-TOTAL-ESTADIST
                          OR CP-SUMA-ESTADIST)
                    DISPLAY '*** ' CP-FICHERO ': ORIGEN NO VALIDO ***'
                    SET REGISTRO-ERRONEO TO TRUE
                WHEN NOT CP-DIRECTO AND CP-PROGRAMA = SPACES
                    DISPLAY '*** ' CP-FICHERO ': FALTA EL PROGRAMA '
                            'DE ESTADIST ***'
                    SET REGISTRO-ERRONEO TO TRUE
                WHEN NOT (CP-SIN-RETENCION OR CP-RETENCION-EXM97
                          OR CP-RETENCION-FIJA)
                    DISPLAY '*** ' CP-FICHERO ': RETENCION NO '
                            'VALIDA ***'
                    SET REGISTRO-ERRONEO TO TRUE
                WHEN NOT CP-SIN-RETENCION AND NOT CP-DIRECTO
                    DISPLAY '*** ' CP-FICHERO ': CON RETENCION HA '
                            'DE CONTARSE EN DIRECTO ***'
                    SET REGISTRO-ERRONEO TO TRUE
                WHEN CP-RETENCION-FIJA
                 AND (CP-DIAS IS NOT NUMERIC OR CP-DIAS = ZEROES
                      OR CP-POS-FECHA IS NOT NUMERIC
                      OR CP-POS-FECHA = ZEROES
                      OR CP-POS-FECHA > 193)
                    DISPLAY '*** ' CP-FICHERO ': DIAS O POSICION DE '
                            'FECHA NO VALIDOS ***'
                    SET REGISTRO-ERRONEO TO TRUE
                WHEN OTHER
                    ADD 1              TO WS-TOTAL-FICHEROS
                    MOVE WS-TOTAL-FICHEROS TO WS-TF-IDX
                    INITIALIZE TF-FILA(WS-TF-IDX)
                    MOVE CP-FICHERO    TO TF-FICHERO(WS-TF-IDX)
                    MOVE CP-CAPACIDAD  TO TF-CAPACIDAD(WS-TF-IDX)
                    MOVE CP-ORIGEN     TO TF-ORIGEN(WS-TF-IDX)
                    MOVE CP-PROGRAMA   TO TF-PROGRAMA(WS-TF-IDX)
                    MOVE CP-RETENCION  TO TF-RETENCION(WS-TF-IDX)
                    IF CP-RETENCION-FIJA
                        MOVE CP-DIAS   TO TF-DIAS(WS-TF-IDX)
                        MOVE CP-POS-FECHA TO TF-POS-FECHA(WS-TF-IDX)
                    END-IF
                    MOVE 'N'           TO TF-MEDIDO-SW(WS-TF-IDX)
                    MOVE ZEROES        TO TE-FECHA(WS-TF-IDX)
                                          TE-ESCRITOS(WS-TF-IDX)
                                          TE-ULTIMA-HIST(WS-TF-IDX)
                                          TE-REGISTROS-HIST(WS-TF-IDX)
            END-EVALUATE.

      *    Los dias y la posicion de la fecha de los ficheros de
      *    EXM97 salen de su propia fila de RETENCIO.DAT.
       CARGA-RETENCION.
            OPEN INPUT RETENCION-FILE.
            IF WS-RETENCION-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ RETENCION-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-RETENCION
                    END-READ
                END-PERFORM
                CLOSE RETENCION-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                IF TF-RETENCION(WS-TF-IDX) = 'R'
                   AND TF-DIAS(WS-TF-IDX) = ZEROES
                    DISPLAY '*** ' TF-FICHERO(WS-TF-IDX)
                            ': SIN FILA EN RETENCIO.DAT ***'
                    SET REGISTRO-ERRONEO TO TRUE
                END-IF
            END-PERFORM.

       ANOTA-RETENCION.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                IF TF-FICHERO(WS-TF-IDX) = RT-FICHERO
                   AND TF-RETENCION(WS-TF-IDX) = 'R'
                   AND RT-RETENCION-DIAS IS NUMERIC
                   AND RT-POS-FECHA IS NUMERIC
                    MOVE RT-RETENCION-DIAS TO TF-DIAS(WS-TF-IDX)
                    MOVE RT-POS-FECHA  TO TF-POS-FECHA(WS-TF-IDX)
                END-IF
            END-PERFORM.

      *    Se recuerda la ultima fila de cada fichero registrado,
      *    base de los que suman escritos de ESTADIST.
       CARGA-HISTORIA.
            OPEN INPUT CRECIM-FILE.
            IF WS-CRECIM-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ CRECIM-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM CARGA-FILA-HISTORIA
                END-READ
            END-PERFORM.
            CLOSE CRECIM-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       CARGA-FILA-HISTORIA.
            IF CR-FECHA IS NOT NUMERIC OR CR-FECHA < 16010101
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION INTEGER-OF-DATE(CR-FECHA) + WS-DIAS-HISTORIA
               < WS-INTEGER-HOY
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-HISTORIA >= WS-MAX-HISTORIA
                DISPLAY '*** MAS DE ' WS-MAX-HISTORIA
                        ' FILAS EN CRECIM.DAT ***'
                SET REGISTRO-ERRONEO   TO TRUE
                SET FIN-FICHERO        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-HISTORIA.
            MOVE WS-TOTAL-HISTORIA     TO WS-TH-IDX.
            MOVE CR-FICHERO            TO TH-FICHERO(WS-TH-IDX).
            MOVE CR-FECHA              TO TH-FECHA(WS-TH-IDX).
            MOVE CR-REGISTROS          TO TH-REGISTROS(WS-TH-IDX).
            MOVE CR-ORIGEN             TO TH-ORIGEN(WS-TH-IDX).
            PERFORM ULTIMA-HISTORIA.

       ULTIMA-HISTORIA.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                IF TF-FICHERO(WS-TF-IDX) = CR-FICHERO
                   AND CR-FECHA < WS-FECHA-PROCESO
                   AND CR-FECHA > TE-ULTIMA-HIST(WS-TF-IDX)
                    MOVE CR-FECHA      TO TE-ULTIMA-HIST(WS-TF-IDX)
                    MOVE CR-REGISTROS  TO
                         TE-REGISTROS-HIST(WS-TF-IDX)
                END-IF
            END-PERFORM.

       CARGA-ESTADIST.
            OPEN INPUT ESTADIST-FILE.
            IF WS-ESTADIST-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ ESTADIST-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-ESTADIST
                END-READ
            END-PERFORM.
            CLOSE ESTADIST-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       ANOTA-ESTADIST.
            IF ES-FECHA > WS-FECHA-PROCESO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                IF TF-PROGRAMA(WS-TF-IDX) = ES-PROGRAMA
                    EVALUATE TF-ORIGEN(WS-TF-IDX)
                        WHEN 'E'
                            IF ES-FECHA >= TE-FECHA(WS-TF-IDX)
                                MOVE ES-FECHA TO TE-FECHA(WS-TF-IDX)
                                MOVE ES-ESCRITOS TO
                                     TE-ESCRITOS(WS-TF-IDX)
                            END-IF
                        WHEN 'A'
                            IF ES-FECHA > TE-ULTIMA-HIST(WS-TF-IDX)
                                ADD ES-ESCRITOS TO
                                    TE-ESCRITOS(WS-TF-IDX)
                                MOVE ES-FECHA TO TE-FECHA(WS-TF-IDX)
                            END-IF
                    END-EVALUATE
                END-IF
            END-PERFORM.

      *    Cuenta del fichero segun su origen.  Un 'A' sin historia
      *    previa, o un 'E' sin fila en ESTADIST, se cuenta en
      *    directo si el programa conoce el fichero.
       MIDE-FICHERO.
            MOVE SPACES                TO TF-NOTA(WS-TF-IDX).
            IF TF-ORIGEN(WS-TF-IDX) = 'E'
               AND TE-FECHA(WS-TF-IDX) > ZEROES
                MOVE TE-ESCRITOS(WS-TF-IDX) TO TF-REGISTROS(WS-TF-IDX)
                SET TF-MEDIDO(WS-TF-IDX) TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF TF-ORIGEN(WS-TF-IDX) = 'A'
               AND TE-ULTIMA-HIST(WS-TF-IDX) > ZEROES
                COMPUTE TF-REGISTROS(WS-TF-IDX) =
                        TE-REGISTROS-HIST(WS-TF-IDX)
                      + TE-ESCRITOS(WS-TF-IDX)
                SET TF-MEDIDO(WS-TF-IDX) TO TRUE
                EXIT PARAGRAPH
            END-IF.
            PERFORM CUENTA-DIRECTO.

       CUENTA-DIRECTO.
            MOVE ZEROES                TO WS-CONTADOS WS-RECIENTES.
            INITIALIZE TABLA-SALIDAS.
            MOVE TF-DIAS(WS-TF-IDX)    TO WS-RET-DIAS.
            MOVE TF-POS-FECHA(WS-TF-IDX) TO WS-RET-POS.
            MOVE 'N'                   TO WS-EOF-SW.
            EVALUATE TF-FICHERO(WS-TF-IDX)
                WHEN 'ERRORLOG'
                    OPEN INPUT ERRORLOG-FILE
                WHEN 'EXM20LOG'
                    OPEN INPUT EXM20LOG-FILE
                WHEN 'EXM22AUD'
                    OPEN INPUT EXM22AUD-FILE
                WHEN 'EXM24AUD'
                    OPEN INPUT EXM24AUD-FILE
                WHEN 'TRANCODA'
                    OPEN INPUT TRANCODA-FILE
                WHEN 'RUNLOG  '
                    OPEN INPUT RUNLOG-FILE
                WHEN 'TRANHIST'
                    OPEN INPUT TRANHIST-FILE
                WHEN 'SALHIST '
                    OPEN INPUT SALHIST-FILE
                WHEN OTHER
                    MOVE 'NO SE PUEDE CONTAR EN DIRECTO'
                                       TO TF-NOTA(WS-TF-IDX)
                    DISPLAY '*** ' TF-FICHERO(WS-TF-IDX)
                            ': NO SE PUEDE CONTAR EN DIRECTO ***'
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-ENT-STATUS NOT = '00'
                MOVE 'FICHERO NO DISPONIBLE'
                                       TO TF-NOTA(WS-TF-IDX)
                DISPLAY '*** ' TF-FICHERO(WS-TF-IDX)
                        ': NO DISPONIBLE (STATUS ' WS-ENT-STATUS ') ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                PERFORM LEE-DIRECTO
                IF NOT FIN-FICHERO
                    ADD 1              TO WS-CONTADOS
                    IF WS-RET-DIAS > ZEROES
                        PERFORM PERFILA-REGISTRO
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM CIERRA-DIRECTO.
            MOVE 'N'                   TO WS-EOF-SW.
            MOVE WS-CONTADOS           TO TF-REGISTROS(WS-TF-IDX).
            SET TF-MEDIDO(WS-TF-IDX)   TO TRUE.

       LEE-DIRECTO.
            EVALUATE TF-FICHERO(WS-TF-IDX)
                WHEN 'ERRORLOG'
                    READ ERRORLOG-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'EXM20LOG'
                    READ EXM20LOG-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'EXM22AUD'
                    READ EXM22AUD-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'EXM24AUD'
                    READ EXM24AUD-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'TRANCODA'
                    READ TRANCODA-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'RUNLOG  '
                    READ RUNLOG-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'TRANHIST'
                    READ TRANHIST-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 'SALHIST '
                    READ SALHIST-FILE INTO WS-REGISTRO
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
            END-EVALUATE.

       CIERRA-DIRECTO.
            EVALUATE TF-FICHERO(WS-TF-IDX)
                WHEN 'ERRORLOG'
                    CLOSE ERRORLOG-FILE
                WHEN 'EXM20LOG'
                    CLOSE EXM20LOG-FILE
                WHEN 'EXM22AUD'
                    CLOSE EXM22AUD-FILE
                WHEN 'EXM24AUD'
                    CLOSE EXM24AUD-FILE
                WHEN 'TRANCODA'
                    CLOSE TRANCODA-FILE
                WHEN 'RUNLOG  '
                    CLOSE RUNLOG-FILE
                WHEN 'TRANHIST'
                    CLOSE TRANHIST-FILE
                WHEN 'SALHIST '
                    CLOSE SALHIST-FILE
            END-EVALUATE.

      *    Dia en que la retencion quitara el registro: pasados los
      *    dias de retencion desde su fecha.  Sin fecha legible se
      *    queda (como hace EXM97); mas alla del horizonte, tambien.
       PERFILA-REGISTRO.
            IF WS-REGISTRO(WS-RET-POS:8) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-REGISTRO(WS-RET-POS:8) TO WS-FECHA-REGISTRO.
            IF WS-FECHA-REGISTRO < 16010101
               OR WS-FECHA-REGISTRO > 99991231
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-EDAD = WS-INTEGER-HOY
                    - FUNCTION INTEGER-OF-DATE(WS-FECHA-REGISTRO).
            IF WS-EDAD < WS-DIAS-RECIENTES AND WS-EDAD >= ZEROES
                ADD 1                  TO WS-RECIENTES
            END-IF.
            COMPUTE WS-RESTAN = WS-RET-DIAS - WS-EDAD.
            IF WS-RESTAN < ZEROES
                MOVE ZEROES            TO WS-RESTAN
            END-IF.
            IF WS-RESTAN <= WS-HORIZONTE
                ADD 1                  TO TS-SALEN(WS-RESTAN + 1)
            END-IF.

      *    La cuenta de hoy sustituye a la de una repeticion del
      *    mismo dia.
       ANOTA-HISTORIA.
            PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                    UNTIL WS-TH-IDX > WS-TOTAL-HISTORIA
                IF TH-FICHERO(WS-TH-IDX) = TF-FICHERO(WS-TF-IDX)
                   AND TH-FECHA(WS-TH-IDX) = WS-FECHA-PROCESO
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-TH-IDX > WS-TOTAL-HISTORIA
                IF WS-TOTAL-HISTORIA >= WS-MAX-HISTORIA
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-HISTORIA
                MOVE WS-TOTAL-HISTORIA TO WS-TH-IDX
            END-IF.
            MOVE TF-FICHERO(WS-TF-IDX) TO TH-FICHERO(WS-TH-IDX).
            MOVE WS-FECHA-PROCESO      TO TH-FECHA(WS-TH-IDX).
            MOVE TF-REGISTROS(WS-TF-IDX) TO TH-REGISTROS(WS-TH-IDX).
            IF TF-ORIGEN(WS-TF-IDX) = 'D'
               OR (TF-ORIGEN(WS-TF-IDX) = 'E'
                   AND TE-FECHA(WS-TF-IDX) = ZEROES)
               OR (TF-ORIGEN(WS-TF-IDX) = 'A'
                   AND TE-ULTIMA-HIST(WS-TF-IDX) = ZEROES)
                MOVE 'D'               TO TH-ORIGEN(WS-TH-IDX)
            ELSE
                MOVE TF-ORIGEN(WS-TF-IDX) TO TH-ORIGEN(WS-TH-IDX)
            END-IF.

       PROYECTA-FICHERO.
            MOVE ZEROES                TO TF-DIAS-LIMITE(WS-TF-IDX)
                                          TF-FECHA-LIMITE(WS-TF-IDX).
            IF TF-REGISTROS(WS-TF-IDX) >= TF-CAPACIDAD(WS-TF-IDX)
                MOVE 'YA SUPERADO'     TO TF-NOTA(WS-TF-IDX)
                MOVE WS-FECHA-PROCESO  TO TF-FECHA-LIMITE(WS-TF-IDX)
                EXIT PARAGRAPH
            END-IF.
            IF TF-DIAS(WS-TF-IDX) > ZEROES
                PERFORM PROYECTA-RETENCION
            ELSE
                PERFORM PROYECTA-TENDENCIA
            END-IF.
            IF TF-DIAS-LIMITE(WS-TF-IDX) > ZEROES
                COMPUTE WS-INTEGER-LIMITE =
                        WS-INTEGER-HOY + TF-DIAS-LIMITE(WS-TF-IDX)
                COMPUTE TF-FECHA-LIMITE(WS-TF-IDX) =
                        FUNCTION DATE-OF-INTEGER(WS-INTEGER-LIMITE)
            END-IF.

      *    Minimos cuadrados sobre las ultimas filas del fichero,
      *    recorridas de la mas reciente hacia atras.
       PROYECTA-TENDENCIA.
            MOVE ZEROES                TO WS-PUNTOS WS-SUMA-X
                                          WS-SUMA-Y WS-SUMA-XX
                                          WS-SUMA-XY.
            PERFORM VARYING WS-TH-IDX FROM WS-TOTAL-HISTORIA BY -1
                    UNTIL WS-TH-IDX < 1
                       OR WS-PUNTOS >= WS-PUNTOS-TENDENCIA
                IF TH-FICHERO(WS-TH-IDX) = TF-FICHERO(WS-TF-IDX)
                    ADD 1              TO WS-PUNTOS
                    COMPUTE WS-X =
                        FUNCTION INTEGER-OF-DATE(TH-FECHA(WS-TH-IDX))
                        - WS-INTEGER-HOY
                    ADD WS-X           TO WS-SUMA-X
                    ADD TH-REGISTROS(WS-TH-IDX) TO WS-SUMA-Y
                    COMPUTE WS-SUMA-XX = WS-SUMA-XX + WS-X * WS-X
                    COMPUTE WS-SUMA-XY = WS-SUMA-XY
                            + WS-X * TH-REGISTROS(WS-TH-IDX)
                END-IF
            END-PERFORM.
            COMPUTE WS-DIVISOR = WS-PUNTOS * WS-SUMA-XX
                               - WS-SUMA-X * WS-SUMA-X.
            IF WS-PUNTOS < 2 OR WS-DIVISOR = ZEROES
                MOVE 'SIN TENDENCIA AUN'
                                       TO TF-NOTA(WS-TF-IDX)
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PENDIENTE ROUNDED =
                    (WS-PUNTOS * WS-SUMA-XY - WS-SUMA-X * WS-SUMA-Y)
                    / WS-DIVISOR.
            MOVE WS-PENDIENTE          TO TF-CRECE-DIA(WS-TF-IDX).
            IF WS-PENDIENTE NOT > ZEROES
                MOVE 'NO CRECE'        TO TF-NOTA(WS-TF-IDX)
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DIAS-CALC ROUNDED =
                    (TF-CAPACIDAD(WS-TF-IDX) - TF-REGISTROS(WS-TF-IDX))
                    / WS-PENDIENTE + 0.5.
            IF WS-DIAS-CALC > 9999
                MOVE 'MAS DE 9999 DIAS' TO TF-NOTA(WS-TF-IDX)
                EXIT PARAGRAPH
            END-IF.
            IF WS-DIAS-CALC = ZEROES
                MOVE 1                 TO WS-DIAS-CALC
            END-IF.
            MOVE WS-DIAS-CALC          TO TF-DIAS-LIMITE(WS-TF-IDX).

      *    Dia a dia dentro del horizonte: lo que queda del fichero
      *    de hoy mas las llegadas al ritmo de los ultimos 28 dias.
      *    El tope al que se estabiliza es llegadas por dia por dias
      *    de retencion.
       PROYECTA-RETENCION.
            COMPUTE TF-CRECE-DIA(WS-TF-IDX) ROUNDED =
                    WS-RECIENTES / WS-DIAS-RECIENTES.
            COMPUTE WS-TOPE ROUNDED =
                    WS-RECIENTES * TF-DIAS(WS-TF-IDX)
                    / WS-DIAS-RECIENTES.
            MOVE TF-REGISTROS(WS-TF-IDX) TO WS-QUEDAN.
            SUBTRACT TS-SALEN(1)       FROM WS-QUEDAN.
            PERFORM VARYING WS-DIA FROM 1 BY 1
                    UNTIL WS-DIA > WS-HORIZONTE
                SUBTRACT TS-SALEN(WS-DIA + 1) FROM WS-QUEDAN
                COMPUTE WS-PROYECCION = WS-QUEDAN
                        + WS-RECIENTES * WS-DIA / WS-DIAS-RECIENTES
                IF WS-PROYECCION >= TF-CAPACIDAD(WS-TF-IDX)
                    MOVE WS-DIA        TO TF-DIAS-LIMITE(WS-TF-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF TF-DIAS-LIMITE(WS-TF-IDX) = ZEROES
                MOVE SPACES            TO TF-NOTA(WS-TF-IDX)
                IF WS-TOPE < TF-CAPACIDAD(WS-TF-IDX)
                    MOVE WS-TOPE       TO WS-ED-REGISTROS
                    STRING 'TOPE POR RETENCION ' WS-ED-REGISTROS
                           DELIMITED BY SIZE INTO TF-NOTA(WS-TF-IDX)
                    END-STRING
                ELSE
                    MOVE 'NO LO ALCANZA EN 730 DIAS'
                                       TO TF-NOTA(WS-TF-IDX)
                END-IF
            END-IF.

       GRABA-HISTORIA.
            OPEN OUTPUT CRECIM-FILE.
            PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                    UNTIL WS-TH-IDX > WS-TOTAL-HISTORIA
                MOVE SPACES            TO CRECIM-REC
                MOVE TH-FICHERO(WS-TH-IDX) TO CR-FICHERO
                MOVE TH-FECHA(WS-TH-IDX) TO CR-FECHA
                MOVE TH-REGISTROS(WS-TH-IDX) TO CR-REGISTROS
                MOVE TH-ORIGEN(WS-TH-IDX) TO CR-ORIGEN
                WRITE CRECIM-REC
            END-PERFORM.
            CLOSE CRECIM-FILE.

       IMPRIME-INFORME.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM159 - CRECIMIENTO Y CAPACIDAD DE FICHEROS  '
                   'FECHA: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'FICHEROS QUE ALCANZAN SU LIMITE EN '
                   WS-PLAZO-AVISO ' DIAS'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM IMPRIME-CABECERA.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                IF TF-MEDIDO(WS-TF-IDX)
                   AND TF-FECHA-LIMITE(WS-TF-IDX) > ZEROES
                   AND TF-DIAS-LIMITE(WS-TF-IDX) <= WS-PLAZO-AVISO
                    ADD 1              TO WS-TOTAL-EN-PLAZO
                    PERFORM LINEA-FICHERO
                END-IF
            END-PERFORM.
            IF WS-TOTAL-EN-PLAZO = ZEROES
                MOVE '  NINGUNO'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            MOVE 'TODOS LOS FICHEROS REGISTRADOS'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM IMPRIME-CABECERA.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FICHEROS
                PERFORM LINEA-FICHERO
            END-PERFORM.

       IMPRIME-CABECERA.
            MOVE 'FICHERO   REGISTROS CAPACIDAD  USO%  CRECE/DIA  RET'
               & 'EN  DIAS   LIMITE    NOTA'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       LINEA-FICHERO.
            MOVE SPACES                TO LINEA-REPORTE WS-ED-RETENCION
                                          WS-ED-DIAS WS-ED-FECHA.
            MOVE TF-REGISTROS(WS-TF-IDX) TO WS-ED-REGISTROS.
            MOVE TF-CAPACIDAD(WS-TF-IDX) TO WS-ED-CAPACIDAD.
            COMPUTE WS-USO = TF-REGISTROS(WS-TF-IDX) * 100
                           / TF-CAPACIDAD(WS-TF-IDX).
            MOVE WS-USO                TO WS-ED-USO.
            MOVE TF-CRECE-DIA(WS-TF-IDX) TO WS-ED-CRECE.
            IF TF-DIAS(WS-TF-IDX) > ZEROES
                MOVE TF-DIAS(WS-TF-IDX) TO WS-ED-DIAS-NUM
                MOVE WS-ED-DIAS-NUM    TO WS-ED-RETENCION
            END-IF.
            IF TF-DIAS-LIMITE(WS-TF-IDX) > ZEROES
                MOVE TF-DIAS-LIMITE(WS-TF-IDX) TO WS-ED-DIAS-NUM
                MOVE WS-ED-DIAS-NUM    TO WS-ED-DIAS
            END-IF.
            IF TF-FECHA-LIMITE(WS-TF-IDX) > ZEROES
                MOVE TF-FECHA-LIMITE(WS-TF-IDX) TO WS-ED-FECHA
            END-IF.
            STRING TF-FICHERO(WS-TF-IDX) ' ' WS-ED-REGISTROS
                   ' ' WS-ED-CAPACIDAD ' ' WS-ED-USO ' '
                   WS-ED-CRECE ' ' WS-ED-RETENCION ' '
                   WS-ED-DIAS ' ' WS-ED-FECHA '  '
                   TF-NOTA(WS-TF-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
