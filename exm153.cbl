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
      * EXM153 - acknowledgment of operational alerts.  The on-call   *
      * operator keys one SYSIN card per alert to close: the          *
      * correlation id of the run that raised it (program, processing *
      * date and time, as the gateway shows it), the alert's sequence *
      * within the run -- zeros close every alert of the run still    *
      * open -- and, from column 29, a short note of what was done.   *
      * The keying user comes from the PARM and must hold level 'U'   *
      * (EXMSIGN).  The open alerts are taken from ALERTAS.DAT itself *
      * ('A' rows not yet matched by an 'R' row); each one closed     *
      * gets an 'R' row appended to the same outbox, with the user,   *
      * the time and the note, so the paging and e-mail gateway stops *
      * escalating it and EXM154 can time it.  A card naming no open  *
      * alert is refused; return code 4 when a card is refused, 16 if *
      * the user lacks level 'U', the outbox cannot be read or holds  *
      * more than 2000 open alerts.                                   *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM153.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta: el run (correlacion), la alerta dentro del run
      *    (ceros = todas las abiertas del run) y la nota.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-CORRELACION          PIC X(24).
           02 TX-SECUENCIA            PIC 9(03).
           02 FILLER                  PIC X(01).
           02 TX-NOTA                 PIC X(40).

       FD  ALERTA-FILE.
           COPY "alerta.cpy".

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-ALERTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'U'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECONOCIDAS       PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-CERRADAS-TARJETA        PIC 9(04) VALUE ZEROES.
      *    Alertas abiertas: filas 'A' de la bandeja sin su 'R'.
        01 WS-MAX-ABIERTAS            PIC 9(04) VALUE 2000.
        01 WS-TOTAL-ABIERTAS          PIC 9(04) VALUE ZEROES.
        01 TABLA-ABIERTAS.
           02 TA-FILA OCCURS 2000 TIMES.
              03 TA-REGISTRO          PIC X(139).
        01 WS-TA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-ABIERTAS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 ABIERTAS-LLENO                     VALUE 'Y'.
        01 WS-CLAVE-BUSCADA           PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.

      *    Cerrar una alerta es una actualizacion: nivel 'U'.
            CALL 'EXMSIGN' USING WS-USUARIO-AUDIT WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                DISPLAY '*** USUARIO ' WS-USUARIO-AUDIT
                        ' SIN NIVEL U - BARAJA NO PROCESADA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CARGA-ABIERTAS.
            IF ABIERTAS-LLENO
                DISPLAY '*** MAS DE ' WS-MAX-ABIERTAS
                        ' ALERTAS ABIERTAS EN ALERTAS.DAT ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY 'ALERTAS ABIERTAS: ' WS-TOTAL-ABIERTAS.

            OPEN EXTEND ALERTA-FILE.
            IF WS-ALERTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO AMPLIAR ALERTAS.DAT - '
                        'STATUS: ' WS-ALERTA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS = '00'
                PERFORM UNTIL FIN-ENTRADA
                    READ ENTRADA-FILE
                        AT END
                            SET FIN-ENTRADA TO TRUE
                        NOT AT END
                            PERFORM PROCESA-TARJETA
                    END-READ
                END-PERFORM
                CLOSE ENTRADA-FILE
            END-IF.
            CLOSE ALERTA-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '      WS-TOTAL-LEIDAS.
            DISPLAY 'ALERTAS RECONOCIDAS: '  WS-TOTAL-RECONOCIDAS.
            DISPLAY 'TARJETAS RECHAZADAS: '  WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA'.
            STOP RUN.

      *    Recorre la bandeja: cada 'A' entra en la tabla y cada 'R'
      *    saca la suya (la ultima fila pasa a ocupar el hueco).
       CARGA-ABIERTAS.
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
            PERFORM UNTIL FIN-CARGA OR ABIERTAS-LLENO
                READ ALERTA-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        PERFORM ANOTA-FILA
                END-READ
            END-PERFORM.
            CLOSE ALERTA-FILE.

       ANOTA-FILA.
            IF AL-ALERTA
                IF WS-TOTAL-ABIERTAS >= WS-MAX-ABIERTAS
                    SET ABIERTAS-LLENO TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-ABIERTAS
                MOVE ALERTA-REC        TO
                     TA-REGISTRO(WS-TOTAL-ABIERTAS)
                EXIT PARAGRAPH
            END-IF.
            IF AL-RECONOCIMIENTO
                MOVE ALERTA-REC(2:27)  TO WS-CLAVE-BUSCADA
                PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                        UNTIL WS-TA-IDX > WS-TOTAL-ABIERTAS
                    IF TA-REGISTRO(WS-TA-IDX)(2:27) = WS-CLAVE-BUSCADA
                        PERFORM QUITA-ABIERTA
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF.

       QUITA-ABIERTA.
            MOVE TA-REGISTRO(WS-TOTAL-ABIERTAS)
                                       TO TA-REGISTRO(WS-TA-IDX).
            SUBTRACT 1                 FROM WS-TOTAL-ABIERTAS.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE ZEROES                TO WS-CERRADAS-TARJETA.
            EVALUATE TRUE
                WHEN TX-CORRELACION = SPACES
                    MOVE 'FALTA LA CORRELACION DEL RUN' TO WS-MOTIVO
                WHEN TX-SECUENCIA IS NOT NUMERIC
                    MOVE 'SECUENCIA NO NUMERICA'  TO WS-MOTIVO
                WHEN TX-NOTA = SPACES
                    MOVE 'FALTA LA NOTA DEL RECONOCIMIENTO'
                                                   TO WS-MOTIVO
                WHEN OTHER
                    PERFORM CIERRA-ALERTAS
            END-EVALUATE.
            IF WS-MOTIVO = SPACES AND WS-CERRADAS-TARJETA = ZEROES
                MOVE 'NINGUNA ALERTA ABIERTA CON ESA CLAVE'
                                       TO WS-MOTIVO
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:27)
                        ' ***'
            END-IF.

      *    Las abiertas del run (o la indicada): se recorre de atras
      *    adelante porque cerrar una mueve la ultima a su hueco.
       CIERRA-ALERTAS.
            PERFORM VARYING WS-TA-IDX FROM WS-TOTAL-ABIERTAS BY -1
                    UNTIL WS-TA-IDX < 1
                IF TA-REGISTRO(WS-TA-IDX)(2:24) = TX-CORRELACION
                   AND (TX-SECUENCIA = ZEROES
                        OR TA-REGISTRO(WS-TA-IDX)(26:3) =
                           ENTRADA-REC(25:3))
                    PERFORM GRABA-RECONOCIMIENTO
                    PERFORM QUITA-ABIERTA
                END-IF
            END-PERFORM.

       GRABA-RECONOCIMIENTO.
            MOVE TA-REGISTRO(WS-TA-IDX) TO ALERTA-REC.
            SET AL-RECONOCIMIENTO      TO TRUE.
            ACCEPT AL-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AL-HORA             FROM TIME.
            MOVE TX-NOTA               TO AL-MENSAJE.
            MOVE WS-USUARIO-AUDIT      TO AL-USUARIO.
            WRITE ALERTA-REC.
            ADD 1                      TO WS-CERRADAS-TARJETA
                                          WS-TOTAL-RECONOCIDAS.
            DISPLAY '  RECONOCIDA: ' AL-CORRELACION ' '
                    AL-SECUENCIA ' ' AL-PROGRAMA ' ' AL-RECURSO.
