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
      * EXM116 - end-to-end transaction trace.  "What happened to my  *
      * transaction" meant grepping the feeds, TRANLEDG, the rejects, *
      * the suspense, the resubmission files, the history, the GL     *
      * extract and the acknowledgments one by one.  Each SYSIN card  *
      * asks for one trace:                                           *
      *   R + TL-REFERENCIA                                           *
      *   C + branch + account + date + SUM3 amount (the branch's     *
      *       own view: it knows what it sent, not our number)        *
      * A 'C' card is first resolved to the references stamped on     *
      * matching images; each reference is then traced on its own.    *
      * The trace prints the lifecycle in chain order -- received in  *
      * SUCUR1-4.DAT (matched on account/date/amount in the branch's  *
      * slot, the feeds carry no reference), collected in TRANLEDG,   *
      * rejected in EXM21REJ and why, acknowledged in SUCACK1-4,      *
      * suspended in SUSPENSO, written off in EXM72LOG, resubmitted   *
      * in EXM59OUT/EXM71OUT, posted in TRANHISTA/TRANHIST, the GL    *
      * code CTAGLMAP rolls it into and whether tonight's EXM21GL.DAT *
      * carries that code, and any reversal -- and then every gap in  *
      * the chain (rejected with no suspense item or no branch ack,   *
      * suspense closed with nothing resubmitted, collected but       *
      * neither posted nor rejected, posted with no GL code, ...).    *
      * The nightly files (feeds, TRANLEDG, rejects, acks, extract)   *
      * hold the last night only; history and suspense hold the rest. *
      * Report in EXM116.PRT; RC 4 when any gap or bad card is found. *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM116.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSAL-STATUS.
           SELECT FEED1-FILE ASSIGN TO "SUCUR1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED2-FILE ASSIGN TO "SUCUR2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED3-FILE ASSIGN TO "SUCUR3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED4-FILE ASSIGN TO "SUCUR4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT TRANLEDG-FILE ASSIGN TO "TRANLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT RECHAZO-FILE ASSIGN TO "EXM21REJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT CASTIGO-FILE ASSIGN TO "EXM72LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-STATUS.
           SELECT REPARA-FILE ASSIGN TO "EXM59OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPARA-STATUS.
           SELECT REENVIO-FILE ASSIGN TO "EXM71OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REENVIO-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO "TRANHISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "EXM21GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACK1-FILE ASSIGN TO "SUCACK1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK2-FILE ASSIGN TO "SUCACK2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK3-FILE ASSIGN TO "SUCACK3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK4-FILE ASSIGN TO "SUCACK4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM116.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta de traza: 'R' con la referencia, o 'C' con la
      *    clave de la sucursal (sucursal, cuenta, fecha e importe
      *    SUM3 tal como lo envio).
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TZ-TIPO                 PIC X(01).
              88 TZ-POR-REFERENCIA               VALUE 'R'.
              88 TZ-POR-CLAVE                    VALUE 'C'.
           02 TZ-REFERENCIA           PIC 9(09).
           02 TZ-SUCURSAL             PIC X(03).
           02 TZ-CUENTA               PIC 9(06).
           02 TZ-FECHA                PIC 9(08).
           02 TZ-IMPORTE              PIC 9(09).

       FD  SUCURSAL-FILE.
        01 SUCURSAL-REC.
           02 SU-CODIGO               PIC X(03).
           02 SU-FICHERO              PIC 9(01).

       FD  FEED1-FILE.
        01 FEED1-REC                  PIC X(52).

       FD  FEED2-FILE.
        01 FEED2-REC                  PIC X(52).

       FD  FEED3-FILE.
        01 FEED3-REC                  PIC X(52).

       FD  FEED4-FILE.
        01 FEED4-REC                  PIC X(52).

       FD  TRANLEDG-FILE.
        01 TRANLEDG-FILE-REC          PIC X(55).

       FD  RECHAZO-FILE.
        01 RECHAZO-REC.
           02 RJ-MOTIVO               PIC X(30).
           02 RJ-REGISTRO             PIC X(55).

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

       FD  REPARA-FILE.
        01 REPARA-REC                 PIC X(55).

       FD  REENVIO-FILE.
        01 REENVIO-REC                PIC X(55).

       FD  ARCHIVO-FILE.
        01 ARCHIVO-REC                PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  GL-EXTRACT-FILE.
        01 GL-EXTRACT-REC             PIC X(200).

       FD  ACK1-FILE.
        01 ACK1-REC                   PIC X(80).

       FD  ACK2-FILE.
        01 ACK2-REC                   PIC X(80).

       FD  ACK3-FILE.
        01 ACK3-REC                   PIC X(80).

       FD  ACK4-FILE.
        01 ACK4-REC                   PIC X(80).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-SUCURSAL-STATUS         PIC X(02) VALUE '00'.
        01 WS-FEED-STATUS             PIC X(02) VALUE '00'.
        01 WS-TRAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-RECHAZO-STATUS          PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CASTIGO-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPARA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REENVIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-ARCHIVO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-GL-STATUS               PIC X(02) VALUE '00'.
        01 WS-ACK-STATUS              PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-ENTRADA-EOF-SW          PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-TOTAL-TARJETAS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-TRAZAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-HUECOS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ERRONEAS          PIC 9(06) VALUE ZEROES.
      *    Mapa sucursal -> slot de feed y de acuse (SUCURSAL.DAT).
        01 WS-TOTAL-SUCURSALES        PIC 9(02) VALUE ZEROES.
        01 TABLA-SUCURSALES.
           02 TS-FILA OCCURS 10 TIMES.
              03 TS-SUCURSAL          PIC X(03).
              03 TS-SLOT              PIC 9(01).
        01 WS-SU-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-SLOT                    PIC 9(01) VALUE ZEROES.
      *    Modo del recorrido: 'I' identifica las referencias de una
      *    tarjeta por clave, 'T' traza una referencia.
        01 WS-MODO-SW                 PIC X(01) VALUE 'T'.
           88 MODO-IDENTIFICA                    VALUE 'I'.
           88 MODO-TRAZA                         VALUE 'T'.
      *    Referencias halladas para una tarjeta 'C'.
        01 WS-TOTAL-REFS              PIC 9(02) VALUE ZEROES.
        01 TABLA-REFS.
           02 TRF-REFERENCIA OCCURS 20 TIMES PIC 9(09).
        01 WS-RF-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-REFS-DESBORDE-SW        PIC X(01) VALUE 'N'.
           88 REFS-DESBORDADAS                   VALUE 'Y'.
      *    Lo que se traza: la referencia y la clave de la sucursal
      *    (tomada de la tarjeta o de la primera imagen hallada).
        01 WS-REF-TRAZA               PIC 9(09) VALUE ZEROES.
        01 WS-CLAVE-SW                PIC X(01) VALUE 'N'.
           88 CLAVE-CONOCIDA                     VALUE 'Y'.
        01 WS-CL-SUCURSAL             PIC X(03) VALUE SPACES.
        01 WS-CL-CUENTA               PIC 9(06) VALUE ZEROES.
        01 WS-CL-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-CL-SUM3                 PIC 9(09) VALUE ZEROES.
        01 WS-COINCIDE-REF-SW         PIC X(01) VALUE 'N'.
           88 COINCIDE-REF                       VALUE 'Y'.
        01 WS-COINCIDE-CLAVE-SW       PIC X(01) VALUE 'N'.
           88 COINCIDE-CLAVE                     VALUE 'Y'.
      *    Hitos hallados para la referencia en curso.
        01 WS-HITOS.
           02 WS-H-RECIBIDO           PIC X(01).
           02 WS-H-RECOLECTADO        PIC X(01).
           02 WS-H-RECHAZADO          PIC X(01).
           02 WS-H-ACUSE-RECHAZO      PIC X(01).
           02 WS-H-SUSPENDIDO         PIC X(01).
           02 WS-H-SUSP-PENDIENTE     PIC X(01).
           02 WS-H-SUSP-RESUELTO      PIC X(01).
           02 WS-H-CASTIGADO          PIC X(01).
           02 WS-H-REENVIADO          PIC X(01).
           02 WS-H-POSTEADO           PIC X(01).
           02 WS-H-REVERSADO          PIC X(01).
           02 WS-H-CUENTA-GL          PIC X(01).
           02 WS-H-EN-EXTRACTO        PIC X(01).
        01 WS-CUENTA-GL               PIC X(10) VALUE SPACES.
        01 WS-FECHA-EXTRACTO          PIC 9(08) VALUE ZEROES.
      *    Numeros de suspenso de la referencia, para el castigo.
        01 WS-TOTAL-SUSP              PIC 9(02) VALUE ZEROES.
        01 TABLA-SUSP.
           02 TSP-NUMERO OCCURS 20 TIMES PIC 9(09).
        01 WS-SP-IDX                  PIC 9(02) VALUE ZEROES.
      *    Eventos de la traza, ordenados por etapa de la cadena y,
      *    dentro de la etapa, por fecha.
        01 WS-MAX-EVENTOS             PIC 9(03) VALUE 100.
        01 WS-TOTAL-EVENTOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-EVENTOS.
           02 TEV-FILA OCCURS 100 TIMES.
              03 TEV-ETAPA            PIC 9(02).
              03 TEV-FECHA            PIC 9(08).
              03 TEV-TEXTO            PIC X(100).
        01 WS-EV-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-EV-POS                  PIC 9(03) VALUE ZEROES.
        01 WS-EV-ETAPA                PIC 9(02) VALUE ZEROES.
        01 WS-EV-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-EV-TEXTO                PIC X(100) VALUE SPACES.
        01 WS-EV-FECHA-TEXTO          PIC X(08) VALUE SPACES.
        01 WS-EVENTOS-DESBORDE-SW     PIC X(01) VALUE 'N'.
           88 EVENTOS-DESBORDADOS                VALUE 'Y'.
        01 WS-HUECO-TEXTO             PIC X(60) VALUE SPACES.
        01 WS-HUECOS-TRAZA            PIC 9(03) VALUE ZEROES.
        01 WS-ESTADO-FINAL            PIC X(30) VALUE SPACES.
        01 WS-ORIGEN-TEXTO            PIC X(30) VALUE SPACES.
        01 WS-ED-IMPORTE              PIC Z(8)9.
      *    Lectura generica de los feeds y de los acuses por slot.
        01 WS-LINEA-FEED              PIC X(52) VALUE SPACES.
        01 WS-LINEA-ACK               PIC X(80) VALUE SPACES.
        01 WS-FEED-FECHA              PIC 9(08) VALUE ZEROES.
        01 WS-ACK-FECHA               PIC 9(08) VALUE ZEROES.
        01 WS-ACK-RESUMEN-SW          PIC X(01) VALUE 'N'.
           88 ACK-CON-RESUMEN                    VALUE 'Y'.
           COPY "hdrtrl.cpy".
        01 WS-GL-DETALLE.
           02 WS-GLD-TIPO             PIC X(03).
           02 WS-GLD-CUENTA-GL        PIC X(10).
           02 FILLER                  PIC X(187).
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-SUCURSALES.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'TRAZA DE TRANSACCIONES DE PUNTA A PUNTA AL '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM UNTIL FIN-ENTRADA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-ENTRADA TO TRUE
                    NOT AT END
                        PERFORM PROCESA-TARJETA
                END-READ
            END-PERFORM.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'TARJETAS: ' WS-TOTAL-TARJETAS
                   '  TRAZAS: ' WS-TOTAL-TRAZAS
                   '  HUECOS: ' WS-TOTAL-HUECOS
                   '  TARJETAS ERRONEAS: ' WS-TOTAL-ERRONEAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE ENTRADA-FILE.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-HUECOS > 0 OR WS-TOTAL-ERRONEAS > 0
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'TRAZAS: '        WS-TOTAL-TRAZAS.
            DISPLAY 'HUECOS: '        WS-TOTAL-HUECOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM116.PRT'.
            STOP RUN.

       CARGA-SUCURSALES.
            OPEN INPUT SUCURSAL-FILE.
            IF WS-SUCURSAL-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ SUCURSAL-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF WS-TOTAL-SUCURSALES < 10
                            ADD 1        TO WS-TOTAL-SUCURSALES
                            MOVE SU-CODIGO TO
                                 TS-SUCURSAL(WS-TOTAL-SUCURSALES)
                            MOVE SU-FICHERO TO
                                 TS-SLOT(WS-TOTAL-SUCURSALES)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SUCURSAL-FILE.

      *    Una tarjeta: por referencia se traza directamente; por
      *    clave se buscan antes las referencias que la llevan.
       PROCESA-TARJETA.
            ADD 1                        TO WS-TOTAL-TARJETAS.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            EVALUATE TRUE
                WHEN TZ-POR-REFERENCIA
                     AND TZ-REFERENCIA IS NUMERIC
                     AND TZ-REFERENCIA > 0
                    MOVE 'N'             TO WS-CLAVE-SW
                    MOVE TZ-REFERENCIA   TO WS-REF-TRAZA
                    PERFORM TRAZA-REFERENCIA
                WHEN TZ-POR-CLAVE
                     AND TZ-CUENTA IS NUMERIC
                     AND TZ-FECHA IS NUMERIC
                     AND TZ-IMPORTE IS NUMERIC
                     AND TZ-SUCURSAL NOT = SPACES
                    PERFORM TRAZA-POR-CLAVE
                WHEN OTHER
                    ADD 1                TO WS-TOTAL-ERRONEAS
                    MOVE '  *** TARJETA ERRONEA - SE IGNORA ***'
                                         TO LINEA-REPORTE
                    WRITE LINEA-REPORTE
            END-EVALUATE.

       TRAZA-POR-CLAVE.
            MOVE TZ-SUCURSAL             TO WS-CL-SUCURSAL.
            MOVE TZ-CUENTA               TO WS-CL-CUENTA.
            MOVE TZ-FECHA                TO WS-CL-FECHA.
            MOVE TZ-IMPORTE              TO WS-CL-SUM3.
            MOVE ZEROES                  TO WS-TOTAL-REFS.
            MOVE 'N'                     TO WS-REFS-DESBORDE-SW.
            MOVE ZEROES                  TO WS-REF-TRAZA.
            SET MODO-IDENTIFICA          TO TRUE.
            PERFORM RECORRE-TRANLEDG.
            PERFORM RECORRE-RECHAZOS.
            PERFORM RECORRE-SUSPENSO.
            PERFORM RECORRE-REENVIOS.
            PERFORM RECORRE-HISTORIA.
            SET MODO-TRAZA               TO TRUE.
            IF REFS-DESBORDADAS
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  *** MAS DE 20 REFERENCIAS CON ESA CLAVE - '
                       'SE TRAZAN LAS 20 PRIMERAS ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
      *    Nada con numero: se traza la clave sola, que solo puede
      *    aparecer en los feeds de la sucursal.
            IF WS-TOTAL-REFS = 0
                SET CLAVE-CONOCIDA       TO TRUE
                MOVE ZEROES              TO WS-REF-TRAZA
                PERFORM TRAZA-REFERENCIA
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                    UNTIL WS-RF-IDX > WS-TOTAL-REFS
                MOVE 'N'                 TO WS-CLAVE-SW
                MOVE TRF-REFERENCIA(WS-RF-IDX) TO WS-REF-TRAZA
                PERFORM TRAZA-REFERENCIA
            END-PERFORM.

      *    Traza completa de una referencia: recorre la cadena,
      *    imprime los eventos por etapa y denuncia los huecos.
       TRAZA-REFERENCIA.
            ADD 1                        TO WS-TOTAL-TRAZAS.
            MOVE ALL 'N'                 TO WS-HITOS.
            MOVE ZEROES                  TO WS-TOTAL-EVENTOS
                                            WS-TOTAL-SUSP
                                            WS-HUECOS-TRAZA
                                            WS-FECHA-EXTRACTO.
            MOVE SPACES                  TO WS-CUENTA-GL.
            MOVE 'N'                     TO WS-EVENTOS-DESBORDE-SW.
            IF WS-REF-TRAZA > 0
                PERFORM RECORRE-TRANLEDG
                PERFORM RECORRE-RECHAZOS
                PERFORM RECORRE-SUSPENSO
                PERFORM RECORRE-CASTIGOS
                PERFORM RECORRE-REENVIOS
                PERFORM RECORRE-HISTORIA
            END-IF.
            IF CLAVE-CONOCIDA
                PERFORM RECORRE-FEEDS
                PERFORM RECORRE-ACUSES
            END-IF.
            IF WS-H-POSTEADO = 'Y'
                PERFORM BUSCA-CUENTA-GL
            END-IF.
            PERFORM IMPRIME-TRAZA.
            PERFORM EVALUA-HUECOS.

      *    Compara la imagen en TRANLEDG-REC con lo que se traza.
       COMPARA-IMAGEN.
            MOVE 'N'                     TO WS-COINCIDE-REF-SW
                                            WS-COINCIDE-CLAVE-SW.
            IF WS-REF-TRAZA > 0
               AND TL-REFERENCIA IS NUMERIC
               AND TL-REFERENCIA = WS-REF-TRAZA
                SET COINCIDE-REF         TO TRUE
            END-IF.
            IF CLAVE-CONOCIDA OR MODO-IDENTIFICA
                IF TL-CUENTA IS NUMERIC
                   AND SUM3 OF TRANLEDG-REC IS NUMERIC
                   AND TL-CUENTA = WS-CL-CUENTA
                   AND TL-FECHA = WS-CL-FECHA
                   AND SUM3 OF TRANLEDG-REC = WS-CL-SUM3
                   AND (TL-SUCURSAL = WS-CL-SUCURSAL
                        OR TL-SUCURSAL = SPACES)
                    SET COINCIDE-CLAVE   TO TRUE
                END-IF
            END-IF.

      *    En modo identifica, una imagen no reversa con la clave
      *    aporta su referencia (una vez).
       ANOTA-REFERENCIA.
            IF NOT COINCIDE-CLAVE OR TL-REVERSO
               OR TL-REFERENCIA IS NOT NUMERIC
               OR TL-REFERENCIA = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                    UNTIL WS-RF-IDX > WS-TOTAL-REFS
                IF TRF-REFERENCIA(WS-RF-IDX) = TL-REFERENCIA
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-TOTAL-REFS >= 20
                SET REFS-DESBORDADAS     TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-REFS.
            MOVE TL-REFERENCIA           TO
                 TRF-REFERENCIA(WS-TOTAL-REFS).

      *    La primera imagen hallada por referencia fija la clave
      *    con la que se buscan los feeds, acuses y reversos.
       FIJA-CLAVE.
            IF CLAVE-CONOCIDA
                EXIT PARAGRAPH
            END-IF.
            SET CLAVE-CONOCIDA           TO TRUE.
            MOVE TL-SUCURSAL             TO WS-CL-SUCURSAL.
            MOVE TL-CUENTA               TO WS-CL-CUENTA.
            MOVE TL-FECHA                TO WS-CL-FECHA.
            MOVE SUM3 OF TRANLEDG-REC    TO WS-CL-SUM3.

       RECORRE-TRANLEDG.
            OPEN INPUT TRANLEDG-FILE.
            IF WS-TRAN-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ TRANLEDG-FILE INTO TRANLEDG-REC
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM COMPARA-IMAGEN
                        IF MODO-IDENTIFICA
                            PERFORM ANOTA-REFERENCIA
                        ELSE
                            IF COINCIDE-REF
                                PERFORM EVENTO-RECOLECTADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANLEDG-FILE.

       EVENTO-RECOLECTADO.
            PERFORM FIJA-CLAVE.
            MOVE 'Y'                     TO WS-H-RECOLECTADO.
            MOVE SUM3 OF TRANLEDG-REC    TO WS-ED-IMPORTE.
            MOVE 02                      TO WS-EV-ETAPA.
            MOVE TL-FECHA                TO WS-EV-FECHA.
            MOVE SPACES                  TO WS-EV-TEXTO.
            STRING 'RECOLECTADO EN TRANLEDG.DAT (EXM57) SUC '
                   TL-SUCURSAL ' CTA ' TL-CUENTA ' COD ' TL-CODIGO
                   ' IMPORTE ' WS-ED-IMPORTE ' ' TL-MONEDA
                   ' TIPO ' TL-TIPO
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
            END-STRING.
            PERFORM ANOTA-EVENTO.

       RECORRE-RECHAZOS.
            OPEN INPUT RECHAZO-FILE.
            IF WS-RECHAZO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ RECHAZO-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        MOVE RJ-REGISTRO TO TRANLEDG-REC
                        PERFORM COMPARA-IMAGEN
                        IF MODO-IDENTIFICA
                            PERFORM ANOTA-REFERENCIA
                        ELSE
                            IF COINCIDE-REF
                                PERFORM EVENTO-RECHAZADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RECHAZO-FILE.

       EVENTO-RECHAZADO.
            PERFORM FIJA-CLAVE.
            MOVE 'Y'                     TO WS-H-RECHAZADO.
            MOVE 03                      TO WS-EV-ETAPA.
            MOVE TL-FECHA                TO WS-EV-FECHA.
            MOVE SPACES                  TO WS-EV-TEXTO.
            STRING 'RECHAZADO POR EL POSTEO (EXM21REJ.DAT): '
                   RJ-MOTIVO
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
            END-STRING.
            PERFORM ANOTA-EVENTO.

       RECORRE-SUSPENSO.
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
                        PERFORM COMPARA-IMAGEN
                        IF MODO-IDENTIFICA
                            PERFORM ANOTA-REFERENCIA
                        ELSE
                            IF COINCIDE-REF
                                PERFORM EVENTO-SUSPENSO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE.

       EVENTO-SUSPENSO.
            PERFORM FIJA-CLAVE.
            MOVE 'Y'                     TO WS-H-SUSPENDIDO.
            IF SP-RESUELTO
                MOVE 'Y'                 TO WS-H-SUSP-RESUELTO
                MOVE 'RESUELTO'          TO WS-ESTADO-FINAL
            ELSE
                MOVE 'Y'                 TO WS-H-SUSP-PENDIENTE
                MOVE 'PENDIENTE'         TO WS-ESTADO-FINAL
            END-IF.
            IF WS-TOTAL-SUSP < 20
                ADD 1                    TO WS-TOTAL-SUSP
                MOVE SP-NUMERO           TO TSP-NUMERO(WS-TOTAL-SUSP)
            END-IF.
            MOVE 05                      TO WS-EV-ETAPA.
            MOVE SP-FECHA-ENTRADA        TO WS-EV-FECHA.
            MOVE SPACES                  TO WS-EV-TEXTO.
            STRING 'EN SUSPENSO NUM ' SP-NUMERO ' - ' SP-MOTIVO
                   ' - ' WS-ESTADO-FINAL
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
            END-STRING.
            PERFORM ANOTA-EVENTO.

      *    Castigos aprobados (EXM72) de los suspensos de la traza.
       RECORRE-CASTIGOS.
            IF WS-TOTAL-SUSP = 0
                EXIT PARAGRAPH
            END-IF.
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
                        PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                                UNTIL WS-SP-IDX > WS-TOTAL-SUSP
                            IF TSP-NUMERO(WS-SP-IDX) = BT-NUMERO
                                PERFORM EVENTO-CASTIGO
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            CLOSE CASTIGO-FILE.

       EVENTO-CASTIGO.
            MOVE 'Y'                     TO WS-H-CASTIGADO.
            MOVE 06                      TO WS-EV-ETAPA.
            MOVE BT-FECHA                TO WS-EV-FECHA.
            MOVE SPACES                  TO WS-EV-TEXTO.
            STRING 'CASTIGADO (EXM72LOG.DAT) SUSPENSO ' BT-NUMERO
                   ' CONTRA CTA ' BT-CUENTA-CASTIGO
                   ' APROBO ' BT-APRUEBA
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
            END-STRING.
            PERFORM ANOTA-EVENTO.

      *    Reenvios tras reparacion manual (EXM59/EXM73) o
      *    automatica (EXM71).
       RECORRE-REENVIOS.
            OPEN INPUT REPARA-FILE.
            IF WS-REPARA-STATUS = '00'
                MOVE 'REPARADO Y REENVIADO (EXM59OUT.DAT)'
                                         TO WS-ORIGEN-TEXTO
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ REPARA-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-REENVIO
                    END-READ
                END-PERFORM
                CLOSE REPARA-FILE
            END-IF.
            OPEN INPUT REENVIO-FILE.
            IF WS-REENVIO-STATUS = '00'
                MOVE 'REENVIO AUTOMATICO (EXM71OUT.DAT)'
                                         TO WS-ORIGEN-TEXTO
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ REENVIO-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-REENVIO
                    END-READ
                END-PERFORM
                CLOSE REENVIO-FILE
            END-IF.

       TRATA-REENVIO.
            PERFORM COMPARA-IMAGEN.
            IF MODO-IDENTIFICA
                PERFORM ANOTA-REFERENCIA
                EXIT PARAGRAPH
            END-IF.
            IF NOT COINCIDE-REF
                EXIT PARAGRAPH
            END-IF.
            PERFORM FIJA-CLAVE.
            MOVE 'Y'                     TO WS-H-REENVIADO.
            MOVE SUM3 OF TRANLEDG-REC    TO WS-ED-IMPORTE.
            MOVE 07                      TO WS-EV-ETAPA.
            MOVE TL-FECHA                TO WS-EV-FECHA.
            MOVE SPACES                  TO WS-EV-TEXTO.
            STRING WS-ORIGEN-TEXTO ' CTA ' TL-CUENTA
                   ' COD ' TL-CODIGO ' IMPORTE ' WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO WS-EV-TEXTO
            END-STRING.
            PERFORM ANOTA-EVENTO.

       RECORRE-HISTORIA.
            OPEN INPUT ARCHIVO-FILE.
            IF WS-ARCHIVO-STATUS = '00'
                MOVE 'TRANHISTA.DAT'     TO WS-ORIGEN-TEXTO
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
                MOVE 'TRANHIST.DAT'      TO WS-ORIGEN-TEXTO
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

      *    Posteo de la referencia, o reverso: el que cita la misma
      *    referencia (devengos) o el que repite la clave del
      *    original con otro numero (reversos de sucursal).
       TRATA-HISTORIA.
            PERFORM COMPARA-IMAGEN.
            IF MODO-IDENTIFICA
                PERFORM ANOTA-REFERENCIA
                EXIT PARAGRAPH
            END-IF.
            IF COINCIDE-REF AND NOT TL-REVERSO
                PERFORM FIJA-CLAVE
                MOVE 'Y'                 TO WS-H-POSTEADO
                MOVE SUM3 OF TRANLEDG-REC TO WS-ED-IMPORTE
                MOVE 08                  TO WS-EV-ETAPA
                MOVE TL-FECHA            TO WS-EV-FECHA
                MOVE SPACES              TO WS-EV-TEXTO
                STRING 'POSTEADO ('   DELIMITED BY SIZE
                       WS-ORIGEN-TEXTO DELIMITED BY ' '
                       ') CTA ' TL-CUENTA ' COD ' TL-CODIGO
                       ' IMPORTE ' WS-ED-IMPORTE ' ' TL-MONEDA
                       ' TIPO ' TL-TIPO
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                END-STRING
                PERFORM ANOTA-EVENTO
                EXIT PARAGRAPH
            END-IF.
            IF TL-REVERSO
               AND (COINCIDE-REF
                    OR (COINCIDE-CLAVE AND WS-H-POSTEADO = 'Y'))
                MOVE 'Y'                 TO WS-H-REVERSADO
                MOVE 11                  TO WS-EV-ETAPA
                MOVE TL-FECHA            TO WS-EV-FECHA
                MOVE SPACES              TO WS-EV-TEXTO
                STRING 'REVERSADO ('   DELIMITED BY SIZE
                       WS-ORIGEN-TEXTO DELIMITED BY ' '
                       ') POR LA REFERENCIA ' TL-REFERENCIA
                       ' SUC ' TL-SUCURSAL
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                END-STRING
                PERFORM ANOTA-EVENTO
            END-IF.

      *    Recepcion en el feed de la sucursal: los feeds no llevan
      *    referencia, se casa por cuenta, fecha e importe.
       RECORRE-FEEDS.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                    UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                IF TS-SUCURSAL(WS-SU-IDX) = WS-CL-SUCURSAL
                    MOVE TS-SLOT(WS-SU-IDX) TO WS-SLOT
                    PERFORM RECORRE-UN-FEED
                END-IF
            END-PERFORM.

       RECORRE-UN-FEED.
            EVALUATE WS-SLOT
                WHEN 1 OPEN INPUT FEED1-FILE
                WHEN 2 OPEN INPUT FEED2-FILE
                WHEN 3 OPEN INPUT FEED3-FILE
                WHEN 4 OPEN INPUT FEED4-FILE
                WHEN OTHER EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-FEED-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO WS-FEED-FECHA.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                PERFORM LEE-FEED
                IF NOT FIN-FICHERO
                    PERFORM TRATA-LINEA-FEED
                END-IF
            END-PERFORM.
            EVALUATE WS-SLOT
                WHEN 1 CLOSE FEED1-FILE
                WHEN 2 CLOSE FEED2-FILE
                WHEN 3 CLOSE FEED3-FILE
                WHEN 4 CLOSE FEED4-FILE
            END-EVALUATE.

       LEE-FEED.
            MOVE SPACES                  TO WS-LINEA-FEED.
            EVALUATE WS-SLOT
                WHEN 1
                    READ FEED1-FILE INTO WS-LINEA-FEED
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 2
                    READ FEED2-FILE INTO WS-LINEA-FEED
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 3
                    READ FEED3-FILE INTO WS-LINEA-FEED
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 4
                    READ FEED4-FILE INTO WS-LINEA-FEED
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
            END-EVALUATE.

       TRATA-LINEA-FEED.
            IF WS-LINEA-FEED(1:3) = 'HDR'
                MOVE WS-LINEA-FEED(1:25) TO CONTROL-CABECERA
                IF CAB-FECHA IS NUMERIC
                    MOVE CAB-FECHA       TO WS-FEED-FECHA
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-LINEA-FEED(1:3) = 'TRL'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                  TO TRANLEDG-REC.
            MOVE WS-LINEA-FEED(1:43)     TO TRANLEDG-REC(1:43).
            IF TL-REVERSO
                EXIT PARAGRAPH
            END-IF.
            IF TL-CUENTA IS NUMERIC
               AND SUM3 OF TRANLEDG-REC IS NUMERIC
               AND TL-CUENTA = WS-CL-CUENTA
               AND TL-FECHA = WS-CL-FECHA
               AND SUM3 OF TRANLEDG-REC = WS-CL-SUM3
                MOVE 'Y'                 TO WS-H-RECIBIDO
                MOVE 01                  TO WS-EV-ETAPA
                MOVE WS-FEED-FECHA       TO WS-EV-FECHA
                MOVE SPACES              TO WS-EV-TEXTO
                STRING 'RECIBIDO EN SUCUR' WS-SLOT '.DAT DE LA SUC '
                       WS-CL-SUCURSAL ' - TRANSMISION DEL '
                       WS-FEED-FECHA ' COD ' TL-CODIGO
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                END-STRING
                PERFORM ANOTA-EVENTO
            END-IF.

      *    Acuse a la sucursal (EXM77): linea REJ con la referencia
      *    para un rechazo; el resumen RES para lo recolectado esta
      *    noche y posteado.
       RECORRE-ACUSES.
            MOVE ZEROES                  TO WS-SLOT.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                    UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                IF TS-SUCURSAL(WS-SU-IDX) = WS-CL-SUCURSAL
                    MOVE TS-SLOT(WS-SU-IDX) TO WS-SLOT
                END-IF
            END-PERFORM.
            EVALUATE WS-SLOT
                WHEN 1 OPEN INPUT ACK1-FILE
                WHEN 2 OPEN INPUT ACK2-FILE
                WHEN 3 OPEN INPUT ACK3-FILE
                WHEN 4 OPEN INPUT ACK4-FILE
                WHEN OTHER EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-ACK-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO WS-ACK-FECHA.
            MOVE 'N'                     TO WS-ACK-RESUMEN-SW.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                PERFORM LEE-ACUSE
                IF NOT FIN-FICHERO
                    PERFORM TRATA-LINEA-ACUSE
                END-IF
            END-PERFORM.
            EVALUATE WS-SLOT
                WHEN 1 CLOSE ACK1-FILE
                WHEN 2 CLOSE ACK2-FILE
                WHEN 3 CLOSE ACK3-FILE
                WHEN 4 CLOSE ACK4-FILE
            END-EVALUATE.
            IF ACK-CON-RESUMEN
               AND WS-H-RECOLECTADO = 'Y'
               AND WS-H-RECHAZADO = 'N'
                MOVE 10                  TO WS-EV-ETAPA
                MOVE WS-ACK-FECHA        TO WS-EV-FECHA
                MOVE SPACES              TO WS-EV-TEXTO
                STRING 'CONTADO EN EL RESUMEN RES DE SUCACK' WS-SLOT
                       '.DAT DEL ' WS-ACK-FECHA
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                END-STRING
                PERFORM ANOTA-EVENTO
            END-IF.

       LEE-ACUSE.
            MOVE SPACES                  TO WS-LINEA-ACK.
            EVALUATE WS-SLOT
                WHEN 1
                    READ ACK1-FILE INTO WS-LINEA-ACK
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 2
                    READ ACK2-FILE INTO WS-LINEA-ACK
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 3
                    READ ACK3-FILE INTO WS-LINEA-ACK
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
                WHEN 4
                    READ ACK4-FILE INTO WS-LINEA-ACK
                        AT END SET FIN-FICHERO TO TRUE
                    END-READ
            END-EVALUATE.

      *    Linea REJ del acuse: 'REJ ' cuenta '/' fecha ' REF ' ref.
       TRATA-LINEA-ACUSE.
            EVALUATE WS-LINEA-ACK(1:3)
                WHEN 'HDR'
                    MOVE WS-LINEA-ACK(1:25) TO CONTROL-CABECERA
                    IF CAB-FECHA IS NUMERIC
                        MOVE CAB-FECHA   TO WS-ACK-FECHA
                    END-IF
                WHEN 'RES'
                    SET ACK-CON-RESUMEN  TO TRUE
                WHEN 'REJ'
                    IF WS-REF-TRAZA > 0
                       AND WS-LINEA-ACK(25:9) IS NUMERIC
                       AND WS-LINEA-ACK(25:9) = WS-REF-TRAZA
                        MOVE 'Y'         TO WS-H-ACUSE-RECHAZO
                        MOVE 04          TO WS-EV-ETAPA
                        MOVE WS-ACK-FECHA TO WS-EV-FECHA
                        MOVE SPACES      TO WS-EV-TEXTO
                        STRING 'RECHAZO ACUSADO A LA SUCURSAL EN '
                               'SUCACK' WS-SLOT '.DAT DEL '
                               WS-ACK-FECHA
                               DELIMITED BY SIZE INTO WS-EV-TEXTO
                        END-STRING
                        PERFORM ANOTA-EVENTO
                    END-IF
            END-EVALUATE.

      *    Cuenta GL del rango de CTAGLMAP que cubre la cuenta y su
      *    presencia en el extracto GL de la noche.
       BUSCA-CUENTA-GL.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-CL-CUENTA >= CM-DESDE
                               AND WS-CL-CUENTA <= CM-HASTA
                               AND WS-H-CUENTA-GL = 'N'
                                MOVE 'Y' TO WS-H-CUENTA-GL
                                MOVE CM-CUENTA-GL TO WS-CUENTA-GL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.
            IF WS-H-CUENTA-GL = 'N'
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT GL-EXTRACT-FILE.
            IF WS-GL-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ GL-EXTRACT-FILE INTO WS-GL-DETALLE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM TRATA-LINEA-GL
                    END-READ
                END-PERFORM
                CLOSE GL-EXTRACT-FILE
            END-IF.
            MOVE 09                      TO WS-EV-ETAPA.
            MOVE WS-FECHA-EXTRACTO       TO WS-EV-FECHA.
            MOVE SPACES                  TO WS-EV-TEXTO.
            IF WS-H-EN-EXTRACTO = 'Y'
                STRING 'ACUMULADO EN LA CUENTA GL ' WS-CUENTA-GL
                       ' - PRESENTE EN EXM21GL.DAT DEL '
                       WS-FECHA-EXTRACTO
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                END-STRING
            ELSE
                STRING 'ACUMULADO EN LA CUENTA GL ' WS-CUENTA-GL
                       ' (CTAGLMAP.DAT)'
                       DELIMITED BY SIZE INTO WS-EV-TEXTO
                END-STRING
            END-IF.
            PERFORM ANOTA-EVENTO.

       TRATA-LINEA-GL.
            IF WS-GLD-TIPO = 'HDR'
                MOVE WS-GL-DETALLE(1:25) TO CONTROL-CABECERA
                IF CAB-FECHA IS NUMERIC
                    MOVE CAB-FECHA       TO WS-FECHA-EXTRACTO
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-GLD-TIPO = 'GLD'
               AND WS-GLD-CUENTA-GL = WS-CUENTA-GL
                MOVE 'Y'                 TO WS-H-EN-EXTRACTO
            END-IF.

      *    Alta ordenada por etapa y fecha en la tabla de eventos.
       ANOTA-EVENTO.
            IF WS-TOTAL-EVENTOS >= WS-MAX-EVENTOS
                SET EVENTOS-DESBORDADOS  TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO WS-EV-POS.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                       OR WS-EV-POS > 0
                IF TEV-ETAPA(WS-EV-IDX) > WS-EV-ETAPA
                   OR (TEV-ETAPA(WS-EV-IDX) = WS-EV-ETAPA
                       AND TEV-FECHA(WS-EV-IDX) > WS-EV-FECHA)
                    MOVE WS-EV-IDX       TO WS-EV-POS
                END-IF
            END-PERFORM.
            IF WS-EV-POS = 0
                COMPUTE WS-EV-POS = WS-TOTAL-EVENTOS + 1
            ELSE
                PERFORM VARYING WS-EV-IDX FROM WS-TOTAL-EVENTOS
                        BY -1 UNTIL WS-EV-IDX < WS-EV-POS
                    MOVE TEV-FILA(WS-EV-IDX) TO
                         TEV-FILA(WS-EV-IDX + 1)
                END-PERFORM
            END-IF.
            ADD 1                        TO WS-TOTAL-EVENTOS.
            MOVE WS-EV-ETAPA             TO TEV-ETAPA(WS-EV-POS).
            MOVE WS-EV-FECHA             TO TEV-FECHA(WS-EV-POS).
            MOVE WS-EV-TEXTO             TO TEV-TEXTO(WS-EV-POS).

       IMPRIME-TRAZA.
            MOVE SPACES                  TO LINEA-REPORTE.
            IF WS-REF-TRAZA > 0
                STRING '  REFERENCIA ' WS-REF-TRAZA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '  SIN REFERENCIA - CLAVE SUC '
                       WS-CL-SUCURSAL ' CTA ' WS-CL-CUENTA
                       ' FECHA ' WS-CL-FECHA ' IMPORTE ' WS-CL-SUM3
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-TOTAL-EVENTOS
                IF TEV-FECHA(WS-EV-IDX) = 0
                    MOVE '--------'      TO WS-EV-FECHA-TEXTO
                ELSE
                    MOVE TEV-FECHA(WS-EV-IDX) TO WS-EV-FECHA-TEXTO
                END-IF
                MOVE SPACES              TO LINEA-REPORTE
                STRING '    ' WS-EV-FECHA-TEXTO '  '
                       TEV-TEXTO(WS-EV-IDX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            IF EVENTOS-DESBORDADOS
                MOVE '    *** DEMASIADOS EVENTOS - TRAZA CORTADA ***'
                                         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

      *    Huecos de la cadena: cada eslabon esperado que falta.
       EVALUA-HUECOS.
            IF WS-TOTAL-EVENTOS = 0
                MOVE 'SIN RASTRO EN NINGUN FICHERO'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
                EXIT PARAGRAPH
            END-IF.
            IF WS-H-RECIBIDO = 'Y' AND WS-H-RECOLECTADO = 'N'
               AND WS-H-POSTEADO = 'N' AND WS-H-RECHAZADO = 'N'
               AND WS-H-SUSPENDIDO = 'N'
                MOVE 'RECIBIDO EN EL FEED PERO NO RECOLECTADO'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-RECOLECTADO = 'Y' AND WS-H-POSTEADO = 'N'
               AND WS-H-RECHAZADO = 'N'
                MOVE 'RECOLECTADO SIN POSTEO NI RECHAZO'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-RECHAZADO = 'Y' AND WS-H-SUSPENDIDO = 'N'
                MOVE 'RECHAZADO SIN ITEM DE SUSPENSO'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-RECHAZADO = 'Y' AND WS-H-ACUSE-RECHAZO = 'N'
                MOVE 'RECHAZO SIN ACUSE A LA SUCURSAL'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-SUSP-RESUELTO = 'Y' AND WS-H-SUSP-PENDIENTE = 'N'
               AND WS-H-REENVIADO = 'N' AND WS-H-CASTIGADO = 'N'
               AND WS-H-POSTEADO = 'N'
                MOVE 'SUSPENSO RESUELTO SIN REENVIO NI CASTIGO'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-REENVIADO = 'Y' AND WS-H-POSTEADO = 'N'
               AND WS-H-SUSP-PENDIENTE = 'N'
                MOVE 'REENVIADO Y AUN NO POSTEADO'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-POSTEADO = 'Y' AND WS-H-CUENTA-GL = 'N'
                MOVE 'POSTEADO SIN CUENTA GL EN CTAGLMAP'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            IF WS-H-POSTEADO = 'Y' AND WS-H-RECOLECTADO = 'Y'
               AND WS-H-CUENTA-GL = 'Y' AND WS-H-EN-EXTRACTO = 'N'
                MOVE 'POSTEADO ESTA NOCHE Y AUSENTE DEL EXTRACTO GL'
                                         TO WS-HUECO-TEXTO
                PERFORM IMPRIME-HUECO
            END-IF.
            EVALUATE TRUE
                WHEN WS-H-REVERSADO = 'Y'
                    MOVE 'REVERSADO'     TO WS-ESTADO-FINAL
                WHEN WS-H-POSTEADO = 'Y'
                    MOVE 'POSTEADO'      TO WS-ESTADO-FINAL
                WHEN WS-H-SUSP-PENDIENTE = 'Y'
                    MOVE 'PENDIENTE EN SUSPENSO' TO WS-ESTADO-FINAL
                WHEN WS-H-CASTIGADO = 'Y'
                    MOVE 'CASTIGADO'     TO WS-ESTADO-FINAL
                WHEN WS-H-REENVIADO = 'Y'
                    MOVE 'REENVIADO'     TO WS-ESTADO-FINAL
                WHEN WS-H-RECHAZADO = 'Y'
                    MOVE 'RECHAZADO'     TO WS-ESTADO-FINAL
                WHEN OTHER
                    MOVE 'SIN CERRAR'    TO WS-ESTADO-FINAL
            END-EVALUATE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '    ESTADO FINAL: ' WS-ESTADO-FINAL
                   '  HUECOS: ' WS-HUECOS-TRAZA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-HUECO.
            ADD 1                        TO WS-HUECOS-TRAZA.
            ADD 1                        TO WS-TOTAL-HUECOS.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '    *** HUECO: ' WS-HUECO-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
