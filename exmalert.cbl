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
      * EXMALERT - shop-standard alert writer, CALL/LINKAGE style     *
      * like EXMERRH.  Takes severity, program, resource and message  *
      * and appends one 'A' row to the operational alert outbox       *
      * ALERTAS.DAT (copybooks/alerta.cpy) for the paging and e-mail  *
      * gateway; the on-call operator used to find out from the       *
      * console or EXM96 the next morning.  The correlation id is     *
      * fixed on the first call of the run -- the calling program,    *
      * the processing date (EXMFECHA) and the wall-clock time -- and *
      * kept resident, so every alert of one run carries the same id  *
      * and its own sequence number.  An outbox that cannot be opened *
      * is reported on the console and never stops the caller: the    *
      * gate's own return code still decides the chain.               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXMALERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
           COPY "alerta.cpy".

       WORKING-STORAGE SECTION.
        01 WS-ALERTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Identificador del run: se fija en la primera alerta y
      *    queda residente para las siguientes.
        01 WS-RUN-SW                  PIC X(01) VALUE 'N'.
           88 RUN-IDENTIFICADO                   VALUE 'Y'.
        01 WS-CORRELACION.
           02 WS-CO-PROGRAMA          PIC X(08) VALUE SPACES.
           02 WS-CO-FECHA             PIC 9(08) VALUE ZEROES.
           02 WS-CO-HORA              PIC 9(08) VALUE ZEROES.
        01 WS-SECUENCIA               PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
        01 LK-SEVERIDAD               PIC X(01).
        01 LK-PROGRAMA                PIC X(08).
        01 LK-RECURSO                 PIC X(08).
        01 LK-MENSAJE                 PIC X(60).

       PROCEDURE DIVISION USING LK-SEVERIDAD LK-PROGRAMA
                                 LK-RECURSO LK-MENSAJE.
       MAINLINE.
            IF NOT RUN-IDENTIFICADO
                CALL 'EXMFECHA' USING WS-FECHA-PROCESO
                                       WS-ORIGEN-FECHA
                MOVE LK-PROGRAMA       TO WS-CO-PROGRAMA
                MOVE WS-FECHA-PROCESO  TO WS-CO-FECHA
                ACCEPT WS-CO-HORA      FROM TIME
                SET RUN-IDENTIFICADO   TO TRUE
            END-IF.
            ADD 1                      TO WS-SECUENCIA.

            DISPLAY 'EXMALERT: ' LK-SEVERIDAD ' ' LK-PROGRAMA ' '
                    LK-RECURSO ' ' LK-MENSAJE.

            OPEN EXTEND ALERTA-FILE.
            IF WS-ALERTA-STATUS = '05' OR WS-ALERTA-STATUS = '35'
                OPEN OUTPUT ALERTA-FILE
            END-IF.
            IF WS-ALERTA-STATUS NOT = '00'
                DISPLAY 'EXMALERT: NO SE PUDO ABRIR ALERTAS.DAT - '
                        'STATUS: ' WS-ALERTA-STATUS
                GOBACK
            END-IF.

            MOVE SPACES                TO ALERTA-REC.
            SET AL-ALERTA              TO TRUE.
            MOVE WS-CORRELACION        TO AL-CORRELACION.
            MOVE WS-SECUENCIA          TO AL-SECUENCIA.
            ACCEPT AL-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AL-HORA             FROM TIME.
            MOVE LK-SEVERIDAD          TO AL-SEVERIDAD.
            MOVE LK-PROGRAMA           TO AL-PROGRAMA.
            MOVE LK-RECURSO            TO AL-RECURSO.
            MOVE LK-MENSAJE            TO AL-MENSAJE.
            WRITE ALERTA-REC.
            CLOSE ALERTA-FILE.

            GOBACK.
