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
      * EXM113 - release of approved manual journals.  Journals       *
      * captured and approved on the EXM112 screen wait in            *
      * ASIENTOS.DAT (copybooks/asiento.cpy).  This nightly step,     *
      * under the EXMLOCK resource ASIENTOS, takes every approved     *
      * journal, checks it once more (still balanced by nature, an    *
      * approver on file who is not the preparer -- nobody edits the  *
      * file by hand into the posting) and writes its lines as 'P'    *
      * postings to EXM113OUT.DAT: HDR/TRL feed in the EXM108 shape,  *
      * collected by EXM57 from the pseudo-branch 'MAN' slot and      *
      * posted by EXM21.  Each line goes out with its account, the    *
      * accounting date, its code and the amount in SUM3; EXM57       *
      * stamps the TL-REFERENCIA.  Released and annulled journals     *
      * leave the working file for the ASIENHIS.DAT history           *
      * (ASIENTOS.DAT only keeps what is still pending or approved,   *
      * so the screen's table does not fill); a journal that fails    *
      * the re-check stays approved and is listed (RC 4).  Every      *
      * release goes to ASIENLOG.DAT as LIBERA under user EXM113.     *
      * EXM113.PRT lists all of it.                                   *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM113.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASIENTO-FILE ASSIGN TO "ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENTO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "ASIENHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "ASIENLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM113OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM113.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASIENTO-FILE.
           COPY "asiento.cpy".

       FD  HISTORICO-FILE.
        01 HISTORICO-REC              PIC X(101).

       FD  BITACORA-FILE.
           COPY "asienlog.cpy".

       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).
           COPY "hdrtrl.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-ASIENTO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORICO-STATUS        PIC X(02) VALUE '00'.
        01 WS-BITACORA-STATUS         PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-MAX-ASIENTOS            PIC 9(04) VALUE 2000.
        01 WS-TOTAL-ASIENTOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-ASIENTOS.
           02 TA-IMAGEN OCCURS 2000 TIMES PIC X(101).
        01 WS-AS-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-AS-IDX2                 PIC 9(04) VALUE ZEROES.
        01 WS-REFERENCIA              PIC 9(09) VALUE ZEROES.
        01 WS-PREPARA-REF             PIC X(08) VALUE SPACES.
        01 WS-APRUEBA-REF             PIC X(08) VALUE SPACES.
        01 WS-TOTAL-DEBE              PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(11) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
        01 WS-TOTAL-JOURNALS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-LIBERADOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RETENIDOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-LINEAS            PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-HISTORICO         PIC 9(06) VALUE ZEROES.
        01 WS-HASH-CUENTAS            PIC 9(13) VALUE ZEROES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'ASIENTOS'.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM113  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.
      *    Imagen del posteo emitido.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            MOVE 'A'                     TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                DISPLAY '*** ASIENTOS.DAT EN USO - REINTENTAR ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CARGA-ASIENTOS.

            OPEN OUTPUT SALIDA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM113  '              TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO        TO CAB-FECHA.
            MOVE ZEROES                  TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.

            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'LIBERACION DE ASIENTOS MANUALES AL '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Un asiento por referencia: se trata al encontrar su
      *    primera linea aprobada.
            MOVE ZEROES                  TO WS-REFERENCIA.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX) TO ASIENTO-REC
                IF AS-APROBADO AND AS-REFERENCIA NOT = WS-REFERENCIA
                    MOVE AS-REFERENCIA   TO WS-REFERENCIA
                    PERFORM TRATA-ASIENTO
                END-IF
            END-PERFORM.

            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-TOTAL-LINEAS         TO PIE-REGISTROS.
            MOVE WS-HASH-CUENTAS         TO PIE-HASH.
            WRITE CONTROL-PIE.
            CLOSE SALIDA-FILE.

            PERFORM GRABA-ASIENTOS.

            MOVE 'L'                     TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'ASIENTOS APROBADOS: ' WS-TOTAL-JOURNALS
                   '  LIBERADOS: ' WS-TOTAL-LIBERADOS
                   '  RETENIDOS: ' WS-TOTAL-RETENIDOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'LINEAS EMITIDAS: ' WS-TOTAL-LINEAS
                   '  PASADAS A HISTORICO: ' WS-TOTAL-HISTORICO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RETENIDOS > 0
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'LIBERADOS: '   WS-TOTAL-LIBERADOS.
            DISPLAY 'RETENIDOS: '   WS-TOTAL-RETENIDOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM113.PRT'.
            STOP RUN.

       CARGA-ASIENTOS.
            MOVE ZEROES                  TO WS-TOTAL-ASIENTOS.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT ASIENTO-FILE.
            IF WS-ASIENTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ ASIENTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-ASIENTOS < WS-MAX-ASIENTOS
                                ADD 1    TO WS-TOTAL-ASIENTOS
                                MOVE ASIENTO-REC TO
                                     TA-IMAGEN(WS-TOTAL-ASIENTOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ASIENTO-FILE
            END-IF.

      *    Recomprobacion: cuadre por naturaleza y aprobador distinto
      *    del preparador; si pasa, sus lineas salen al feed.
       TRATA-ASIENTO.
            ADD 1                        TO WS-TOTAL-JOURNALS.
            MOVE ZEROES                  TO WS-TOTAL-DEBE
                                            WS-TOTAL-HABER.
            MOVE AS-PREPARA              TO WS-PREPARA-REF.
            MOVE AS-APRUEBA              TO WS-APRUEBA-REF.
            MOVE SPACES                  TO WS-MOTIVO.
            PERFORM VARYING WS-AS-IDX2 FROM WS-AS-IDX BY 1
                    UNTIL WS-AS-IDX2 > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX2) TO ASIENTO-REC
                IF AS-REFERENCIA = WS-REFERENCIA
                    IF NOT AS-APROBADO
                       OR AS-APRUEBA NOT = WS-APRUEBA-REF
                        MOVE 'LINEAS EN ESTADOS DISTINTOS'
                                         TO WS-MOTIVO
                    END-IF
                    IF AS-DEBE
                        ADD AS-IMPORTE   TO WS-TOTAL-DEBE
                    ELSE
                        ADD AS-IMPORTE   TO WS-TOTAL-HABER
                    END-IF
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-MOTIVO NOT = SPACES
                    CONTINUE
                WHEN WS-APRUEBA-REF = SPACES
                    MOVE 'SIN APROBADOR'  TO WS-MOTIVO
                WHEN WS-APRUEBA-REF = WS-PREPARA-REF
                    MOVE 'APROBADO POR SU PREPARADOR'
                                         TO WS-MOTIVO
                WHEN WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                  OR WS-TOTAL-DEBE = 0
                    MOVE 'DESCUADRADO'   TO WS-MOTIVO
            END-EVALUATE.

            IF WS-MOTIVO NOT = SPACES
                ADD 1                    TO WS-TOTAL-RETENIDOS
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  RETENIDO ' WS-REFERENCIA ' ' WS-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.

            ADD 1                        TO WS-TOTAL-LIBERADOS.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  LIBERADO ' WS-REFERENCIA ' PREPARA '
                   WS-PREPARA-REF ' APRUEBA ' WS-APRUEBA-REF
                   ' TOTAL ' WS-TOTAL-DEBE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-AS-IDX2 FROM WS-AS-IDX BY 1
                    UNTIL WS-AS-IDX2 > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX2) TO ASIENTO-REC
                IF AS-REFERENCIA = WS-REFERENCIA
                    PERFORM EMITE-LINEA
                    MOVE 'L'             TO AS-ESTADO
                    MOVE WS-FECHA-PROCESO TO AS-FECHA-ESTADO
                    MOVE ASIENTO-REC     TO TA-IMAGEN(WS-AS-IDX2)
                END-IF
            END-PERFORM.
            PERFORM GRABA-BITACORA.

       EMITE-LINEA.
            MOVE SPACES                  TO TRANLEDG-REC.
            MOVE AS-CUENTA               TO TL-CUENTA.
            MOVE AS-FECHA-CONTABLE       TO TL-FECHA.
            MOVE AS-CODIGO               TO TL-CODIGO.
            MOVE ZEROES                  TO BASE OF TRANLEDG-REC
                                            SUM1 OF TRANLEDG-REC
                                            SUM2 OF TRANLEDG-REC
                                            SUM4 OF TRANLEDG-REC.
            MOVE AS-IMPORTE              TO SUM3 OF TRANLEDG-REC.
            MOVE 'P'                     TO TL-TIPO.
            MOVE TRANLEDG-REC(1:43)      TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                        TO WS-TOTAL-LINEAS.
            ADD TL-CUENTA                TO WS-HASH-CUENTAS.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '     ' AS-LINEA ' ' TL-CUENTA ' ' TL-FECHA
                   ' ' TL-CODIGO ' ' AS-NATURALEZA ' ' AS-IMPORTE
                   ' ' AS-CONCEPTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    ASIENTOS.DAT se queda con pendientes y aprobados; lo
      *    liberado y lo anulado pasa a ASIENHIS.DAT.
       GRABA-ASIENTOS.
            OPEN EXTEND HISTORICO-FILE.
            IF WS-HISTORICO-STATUS = '05' OR WS-HISTORICO-STATUS = '35'
                OPEN OUTPUT HISTORICO-FILE
            END-IF.
            OPEN OUTPUT ASIENTO-FILE.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX) TO ASIENTO-REC
                IF AS-LIBERADO OR AS-ANULADO
                    MOVE ASIENTO-REC     TO HISTORICO-REC
                    WRITE HISTORICO-REC
                    ADD 1                TO WS-TOTAL-HISTORICO
                ELSE
                    WRITE ASIENTO-REC
                END-IF
            END-PERFORM.
            CLOSE ASIENTO-FILE.
            CLOSE HISTORICO-FILE.

       GRABA-BITACORA.
            OPEN EXTEND BITACORA-FILE.
            IF WS-BITACORA-STATUS = '05' OR WS-BITACORA-STATUS = '35'
                OPEN OUTPUT BITACORA-FILE
            END-IF.
            IF WS-BITACORA-STATUS = '00'
                ACCEPT AL-FECHA          FROM DATE YYYYMMDD
                ACCEPT AL-HORA           FROM TIME
                MOVE 'EXM113  '          TO AL-USUARIO
                MOVE 'LIBERA  '          TO AL-ACCION
                MOVE WS-REFERENCIA       TO AL-REFERENCIA
                MOVE SPACES              TO AL-DETALLE
                STRING 'FEED EXM113OUT FECHA ' WS-FECHA-PROCESO
                       DELIMITED BY SIZE INTO AL-DETALLE
                END-STRING
                WRITE ASIENLOG-REC
                CLOSE BITACORA-FILE
            END-IF.
