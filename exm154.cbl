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
      * EXM154 - alert acknowledgment report.  Reads the alert outbox *
      * ALERTAS.DAT and pairs each 'A' alert row with the 'R' row     *
      * that closed it (EXM153).  The PARM gives the acknowledgment   *
      * target in minutes (columns 1-4, default 0030) and the days of *
      * closed alerts to show (columns 5-7, default 007); alerts      *
      * still open are shown however old.  The first section lists    *
      * the alerts not acknowledged within the target -- still open,  *
      * aged against the clock, or closed late -- and the second      *
      * every alert closed in the window with the minutes it took and *
      * who closed it, followed by totals and the average time to     *
      * close.  Return code 4 when the first section is not empty, 16 *
      * if the outbox cannot be read or holds more than 3000 alerts   *
      * to show.                                                      *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM154.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM154.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
           COPY "alerta.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ALERTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-PARM.
           02 WS-PARM-MINUTOS         PIC X(04) VALUE SPACES.
           02 WS-PARM-DIAS            PIC X(03) VALUE SPACES.
           02 FILLER                  PIC X(01) VALUE SPACES.
        01 WS-PLAZO-MINUTOS           PIC 9(04) VALUE 30.
        01 WS-VENTANA-DIAS            PIC 9(03) VALUE 7.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.
        01 WS-INTEGER-HOY             PIC 9(08) VALUE ZEROES.
        01 WS-INTEGER-DESDE           PIC 9(08) VALUE ZEROES.
      *    Alertas a mostrar: abiertas, y cerradas dentro de la
      *    ventana (las cerradas anteriores salen al leer su 'R').
        01 WS-MAX-ALERTAS             PIC 9(04) VALUE 3000.
        01 WS-TOTAL-ALERTAS           PIC 9(04) VALUE ZEROES.
        01 TABLA-ALERTAS.
           02 TA-FILA OCCURS 3000 TIMES.
              03 TA-CLAVE.
                 04 TA-CORRELACION    PIC X(24).
                 04 TA-SECUENCIA      PIC 9(03).
              03 TA-FECHA             PIC 9(08).
              03 TA-HORA              PIC 9(08).
              03 TA-SEVERIDAD         PIC X(01).
              03 TA-PROGRAMA          PIC X(08).
              03 TA-RECURSO           PIC X(08).
              03 TA-MENSAJE           PIC X(60).
              03 TA-CERRADA-SW        PIC X(01).
                 88 TA-CERRADA                   VALUE 'Y'.
              03 TA-R-FECHA           PIC 9(08).
              03 TA-R-HORA            PIC 9(08).
              03 TA-R-USUARIO         PIC X(08).
              03 TA-MINUTOS           PIC 9(07).
        01 WS-TA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-ALERTAS-LLENO-SW        PIC X(01) VALUE 'N'.
           88 ALERTAS-LLENO                      VALUE 'Y'.
        01 WS-FUERA-PLAZO-SW          PIC X(01) VALUE 'N'.
           88 FUERA-PLAZO                        VALUE 'Y'.
      *    Calculo de minutos entre dos marcas fecha/hora.
        01 WS-DESDE-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-DESDE-HORA              PIC 9(08) VALUE ZEROES.
        01 WS-HASTA-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-HASTA-HORA              PIC 9(08) VALUE ZEROES.
        01 WS-HH                      PIC 9(02) VALUE ZEROES.
        01 WS-MM                      PIC 9(02) VALUE ZEROES.
        01 WS-MINUTOS                 PIC S9(07) VALUE ZEROES.
        01 WS-TOTAL-ABIERTAS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-CERRADAS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-TARDIAS           PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-ABIERTAS-FUERA    PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-FUERA-PLAZO       PIC 9(05) VALUE ZEROES.
        01 WS-SUMA-MINUTOS            PIC 9(11) VALUE ZEROES.
        01 WS-MEDIA-MINUTOS           PIC 9(07) VALUE ZEROES.
        01 WS-ED-MINUTOS              PIC Z(6)9.
        01 WS-ED-MEDIA                PIC Z(6)9.
        01 WS-ED-HORA                 PIC X(05) VALUE SPACES.
        01 WS-ESTADO                  PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM-MINUTOS IS NUMERIC
                MOVE WS-PARM-MINUTOS   TO WS-PLAZO-MINUTOS
            END-IF.
            IF WS-PARM-DIAS IS NUMERIC
                MOVE WS-PARM-DIAS      TO WS-VENTANA-DIAS
            END-IF.

      *    Las marcas de la bandeja son de reloj, no de la fecha de
      *    proceso: las abiertas se miden contra la hora actual.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-HOY         FROM TIME.
            COMPUTE WS-INTEGER-HOY =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
            COMPUTE WS-INTEGER-DESDE = WS-INTEGER-HOY - WS-VENTANA-DIAS.

            PERFORM CARGA-ALERTAS.
            IF ALERTAS-LLENO
                DISPLAY '*** MAS DE ' WS-MAX-ALERTAS
                        ' ALERTAS A MOSTRAR EN ALERTAS.DAT ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                    UNTIL WS-TA-IDX > WS-TOTAL-ALERTAS
                PERFORM MIDE-ALERTA
            END-PERFORM.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-INFORME.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-FUERA-PLAZO > ZEROES
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'ALERTAS ABIERTAS: '         WS-TOTAL-ABIERTAS.
            DISPLAY 'ALERTAS CERRADAS: '         WS-TOTAL-CERRADAS.
            DISPLAY 'FUERA DE PLAZO: '           WS-TOTAL-FUERA-PLAZO.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM154.PRT'.
            STOP RUN.

       CARGA-ALERTAS.
            OPEN INPUT ALERTA-FILE.
            IF WS-ALERTA-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-ALERTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ALERTAS.DAT - '
                        'STATUS: ' WS-ALERTA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-FICHERO OR ALERTAS-LLENO
                READ ALERTA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-FILA
                END-READ
            END-PERFORM.
            CLOSE ALERTA-FILE.

       ANOTA-FILA.
            IF AL-ALERTA
                PERFORM ANOTA-ALERTA
                EXIT PARAGRAPH
            END-IF.
            IF AL-RECONOCIMIENTO
                PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                        UNTIL WS-TA-IDX > WS-TOTAL-ALERTAS
                    IF TA-CORRELACION(WS-TA-IDX) = AL-CORRELACION
                       AND TA-SECUENCIA(WS-TA-IDX) = AL-SECUENCIA
                       AND NOT TA-CERRADA(WS-TA-IDX)
                        PERFORM ANOTA-CIERRE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       ANOTA-ALERTA.
            IF WS-TOTAL-ALERTAS >= WS-MAX-ALERTAS
                SET ALERTAS-LLENO      TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-ALERTAS.
            MOVE WS-TOTAL-ALERTAS      TO WS-TA-IDX.
            MOVE AL-CORRELACION        TO TA-CORRELACION(WS-TA-IDX).
            MOVE AL-SECUENCIA          TO TA-SECUENCIA(WS-TA-IDX).
            MOVE AL-FECHA              TO TA-FECHA(WS-TA-IDX).
            MOVE AL-HORA               TO TA-HORA(WS-TA-IDX).
            MOVE AL-SEVERIDAD          TO TA-SEVERIDAD(WS-TA-IDX).
            MOVE AL-PROGRAMA           TO TA-PROGRAMA(WS-TA-IDX).
            MOVE AL-RECURSO            TO TA-RECURSO(WS-TA-IDX).
            MOVE AL-MENSAJE            TO TA-MENSAJE(WS-TA-IDX).
            MOVE 'N'                   TO TA-CERRADA-SW(WS-TA-IDX).
            MOVE ZEROES                TO TA-R-FECHA(WS-TA-IDX)
                                          TA-R-HORA(WS-TA-IDX)
                                          TA-MINUTOS(WS-TA-IDX).
            MOVE SPACES                TO TA-R-USUARIO(WS-TA-IDX).

      *    Una alerta cerrada que salto antes de la ventana ya no se
      *    muestra: la ultima fila de la tabla pasa a su hueco.
       ANOTA-CIERRE.
            IF FUNCTION INTEGER-OF-DATE(TA-FECHA(WS-TA-IDX))
               < WS-INTEGER-DESDE
                MOVE TA-FILA(WS-TOTAL-ALERTAS) TO TA-FILA(WS-TA-IDX)
                SUBTRACT 1             FROM WS-TOTAL-ALERTAS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y'                   TO TA-CERRADA-SW(WS-TA-IDX).
            MOVE AL-FECHA              TO TA-R-FECHA(WS-TA-IDX).
            MOVE AL-HORA               TO TA-R-HORA(WS-TA-IDX).
            MOVE AL-USUARIO            TO TA-R-USUARIO(WS-TA-IDX).

      *    Minutos hasta el cierre, o hasta ahora si sigue abierta.
       MIDE-ALERTA.
            MOVE TA-FECHA(WS-TA-IDX)   TO WS-DESDE-FECHA.
            MOVE TA-HORA(WS-TA-IDX)    TO WS-DESDE-HORA.
            IF TA-CERRADA(WS-TA-IDX)
                MOVE TA-R-FECHA(WS-TA-IDX) TO WS-HASTA-FECHA
                MOVE TA-R-HORA(WS-TA-IDX)  TO WS-HASTA-HORA
            ELSE
                MOVE WS-FECHA-HOY      TO WS-HASTA-FECHA
                MOVE WS-HORA-HOY       TO WS-HASTA-HORA
            END-IF.
            COMPUTE WS-MINUTOS =
                    (FUNCTION INTEGER-OF-DATE(WS-HASTA-FECHA)
                   - FUNCTION INTEGER-OF-DATE(WS-DESDE-FECHA)) * 1440.
            MOVE WS-HASTA-HORA(1:2)    TO WS-HH.
            MOVE WS-HASTA-HORA(3:2)    TO WS-MM.
            COMPUTE WS-MINUTOS = WS-MINUTOS + WS-HH * 60 + WS-MM.
            MOVE WS-DESDE-HORA(1:2)    TO WS-HH.
            MOVE WS-DESDE-HORA(3:2)    TO WS-MM.
            COMPUTE WS-MINUTOS = WS-MINUTOS - WS-HH * 60 - WS-MM.
            IF WS-MINUTOS < ZEROES
                MOVE ZEROES            TO WS-MINUTOS
            END-IF.
            MOVE WS-MINUTOS            TO TA-MINUTOS(WS-TA-IDX).

            IF TA-CERRADA(WS-TA-IDX)
                ADD 1                  TO WS-TOTAL-CERRADAS
                ADD WS-MINUTOS         TO WS-SUMA-MINUTOS
                IF WS-MINUTOS > WS-PLAZO-MINUTOS
                    ADD 1              TO WS-TOTAL-TARDIAS
                                          WS-TOTAL-FUERA-PLAZO
                END-IF
            ELSE
                ADD 1                  TO WS-TOTAL-ABIERTAS
                IF WS-MINUTOS > WS-PLAZO-MINUTOS
                    ADD 1              TO WS-TOTAL-ABIERTAS-FUERA
                                          WS-TOTAL-FUERA-PLAZO
                END-IF
            END-IF.

       IMPRIME-INFORME.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM154 - RECONOCIMIENTO DE ALERTAS  FECHA: '
                   WS-FECHA-HOY '  PLAZO: ' WS-PLAZO-MINUTOS
                   ' MIN  VENTANA: ' WS-VENTANA-DIAS ' DIAS'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            MOVE 'ALERTAS NO RECONOCIDAS EN PLAZO'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM IMPRIME-CABECERA.
            PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                    UNTIL WS-TA-IDX > WS-TOTAL-ALERTAS
                IF TA-MINUTOS(WS-TA-IDX) > WS-PLAZO-MINUTOS
                    PERFORM LINEA-ALERTA
                END-IF
            END-PERFORM.
            IF WS-TOTAL-FUERA-PLAZO = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            MOVE 'ALERTAS CERRADAS EN LA VENTANA'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM IMPRIME-CABECERA.
            PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                    UNTIL WS-TA-IDX > WS-TOTAL-ALERTAS
                IF TA-CERRADA(WS-TA-IDX)
                    PERFORM LINEA-ALERTA
                END-IF
            END-PERFORM.
            IF WS-TOTAL-CERRADAS = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            IF WS-TOTAL-CERRADAS > ZEROES
                COMPUTE WS-MEDIA-MINUTOS ROUNDED =
                        WS-SUMA-MINUTOS / WS-TOTAL-CERRADAS
            END-IF.
            MOVE WS-MEDIA-MINUTOS      TO WS-ED-MEDIA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'ABIERTAS: ' WS-TOTAL-ABIERTAS
                   '  ABIERTAS FUERA DE PLAZO: ' WS-TOTAL-ABIERTAS-FUERA
                   '  CERRADAS: ' WS-TOTAL-CERRADAS
                   '  CERRADAS FUERA DE PLAZO: ' WS-TOTAL-TARDIAS
                   '  MEDIA MINUTOS: ' WS-ED-MEDIA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-CABECERA.
            MOVE 'CORRELACION              SEC S PROGRAMA RECURSO  '
               & 'FECHA    HORA  MINUTOS CIERRE   MENSAJE'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       LINEA-ALERTA.
            MOVE TA-MINUTOS(WS-TA-IDX) TO WS-ED-MINUTOS.
            MOVE SPACES                TO WS-ED-HORA.
            STRING TA-HORA(WS-TA-IDX)(1:2) ':' TA-HORA(WS-TA-IDX)(3:2)
                   DELIMITED BY SIZE INTO WS-ED-HORA
            END-STRING.
            IF TA-CERRADA(WS-TA-IDX)
                MOVE TA-R-USUARIO(WS-TA-IDX) TO WS-ESTADO
            ELSE
                MOVE 'ABIERTA '        TO WS-ESTADO
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING TA-CORRELACION(WS-TA-IDX) ' '
                   TA-SECUENCIA(WS-TA-IDX) ' '
                   TA-SEVERIDAD(WS-TA-IDX) ' '
                   TA-PROGRAMA(WS-TA-IDX) ' '
                   TA-RECURSO(WS-TA-IDX) ' '
                   TA-FECHA(WS-TA-IDX) ' '
                   WS-ED-HORA ' '
                   WS-ED-MINUTOS ' '
                   WS-ESTADO ' '
                   TA-MENSAJE(WS-TA-IDX)(1:50)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
