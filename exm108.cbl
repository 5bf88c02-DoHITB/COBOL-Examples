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
      * EXM108 - release of held postings.  Jobs that book an entry   *
      * now and its reversal later (EXM107's FX revaluation) park the *
      * reversal in POSTPEND.DAT (copybooks/postpend.cpy) with the    *
      * date it may go.  This nightly step moves every row whose      *
      * release date has arrived (shop date, EXMFECHA) into           *
      * EXM108OUT.DAT -- HDR/TRL feed in the EXM105 shape, collected  *
      * by EXM57 from the pseudo-branch 'PND' slot and posted by      *
      * EXM21 -- and writes what is still waiting to POSTPENN.DAT,    *
      * which the next nightly step copies over POSTPEND.DAT before   *
      * EXM21 parks that night's new reversals on it.  A row whose    *
      * TL-FECHA falls in a period EXM47 has closed stays held: EXM21 *
      * would only throw it into the suspense, and it goes out the    *
      * night the period is reopened.  EXM108.PRT lists both sides.   *
      * An accrual reversal parked by EXM21 (origin DEVENGO) waits    *
      * further, until EXM47 has actually opened its period (a 'A'    *
      * row in PERIODOS.DAT), and goes out with the accrual's         *
      * TL-REFERENCIA after the 43-byte image, which EXM57 keeps for  *
      * the 'PND' slot instead of numbering the reversal anew.        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM108.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTE-FILE ASSIGN TO "POSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT RETENIDAS-FILE ASSIGN TO "POSTPENN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDAS-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM108OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM108.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-FILE.
           COPY "postpend.cpy".

       FD  RETENIDAS-FILE.
        01 RETENIDA-REC               PIC X(68).

       FD  PERIODO-FILE.
           COPY "periodo.cpy".

       FD  SALIDA-FILE.
        01 SALIDA-REC.
           02 SR-REGISTRO             PIC X(43).
           02 SR-REFERENCIA           PIC X(09).
           COPY "hdrtrl.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-RETENIDAS-STATUS        PIC X(02) VALUE '00'.
        01 WS-PERIODO-STATUS          PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-TOTAL-PERIODOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-PERIODOS.
           02 TPE-FILA OCCURS 120 TIMES.
              03 TPE-PERIODO          PIC 9(06).
              03 TPE-ESTADO           PIC X(01).
        01 WS-PE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PERIODO-CERRADO-SW      PIC X(01) VALUE 'N'.
           88 PERIODO-CERRADO                    VALUE 'Y'.
        01 WS-PERIODO-ABIERTO-SW      PIC X(01) VALUE 'N'.
           88 PERIODO-ABIERTO                    VALUE 'Y'.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-LIBERADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RETENIDAS         PIC 9(06) VALUE ZEROES.
        01 WS-HASH-CUENTAS            PIC 9(13) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(20) VALUE SPACES.
      *    Imagen del posteo retenido.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM CARGA-PERIODOS.

            OPEN INPUT PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS NOT = '00'
                DISPLAY 'SIN POSTEOS RETENIDOS (STATUS '
                        WS-PENDIENTE-STATUS ') - NADA QUE LIBERAR'
                STOP RUN
            END-IF.
            OPEN OUTPUT SALIDA-FILE.
            OPEN OUTPUT RETENIDAS-FILE.
            OPEN OUTPUT REPORTE-FILE.

            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM108  '              TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO        TO CAB-FECHA.
            MOVE ZEROES                  TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.

            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'LIBERACION DE POSTEOS RETENIDOS AL '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM UNTIL FIN-FICHERO
                READ PENDIENTE-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        ADD 1            TO WS-TOTAL-LEIDAS
                        PERFORM CLASIFICA-PENDIENTE
                END-READ
            END-PERFORM.

            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-TOTAL-LIBERADAS      TO PIE-REGISTROS.
            MOVE WS-HASH-CUENTAS         TO PIE-HASH.
            WRITE CONTROL-PIE.

            CLOSE PENDIENTE-FILE.
            CLOSE SALIDA-FILE.
            CLOSE RETENIDAS-FILE.

            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'LEIDOS: ' WS-TOTAL-LEIDAS
                   '  LIBERADOS: ' WS-TOTAL-LIBERADAS
                   '  AUN RETENIDOS: ' WS-TOTAL-RETENIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

      *    POSTPENN.DAT sustituye a POSTPEND.DAT en el paso siguiente
      *    de la cadena, antes de que EXM21 aparque reversos nuevos.
            DISPLAY 'LIBERADOS: '   WS-TOTAL-LIBERADAS.
            DISPLAY 'RETENIDOS: '   WS-TOTAL-RETENIDAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM108.PRT'.
            STOP RUN.

       CLASIFICA-PENDIENTE.
            MOVE SPACES                  TO TRANLEDG-REC.
            MOVE PP-REGISTRO             TO TRANLEDG-REC(1:43).
            MOVE SPACES                  TO WS-MOTIVO.
            IF PP-FECHA-LIBERA NUMERIC
               AND PP-FECHA-LIBERA > WS-FECHA-PROCESO
                MOVE 'HASTA FECHA'       TO WS-MOTIVO
            ELSE
                PERFORM VALIDA-PERIODO
                IF PERIODO-CERRADO
                    MOVE 'PERIODO CERRADO' TO WS-MOTIVO
                END-IF
      *    El reverso de un devengo espera ademas a que EXM47 abra
      *    su periodo: el devengo se queda en el mes que cierra.
                IF PP-ORIGEN = 'DEVENGO ' AND NOT PERIODO-ABIERTO
                   AND WS-MOTIVO = SPACES
                    MOVE 'PERIODO NO ABIERTO' TO WS-MOTIVO
                END-IF
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                MOVE POSTPEND-REC        TO RETENIDA-REC
                WRITE RETENIDA-REC
                ADD 1                    TO WS-TOTAL-RETENIDAS
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  RETENIDO ' WS-MOTIVO ' ' PP-FECHA-LIBERA
                       ' ' PP-ORIGEN ' ' TL-CUENTA ' ' TL-FECHA
                       ' ' TL-TIPO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            ELSE
                MOVE SPACES              TO SALIDA-REC
                MOVE PP-REGISTRO         TO SR-REGISTRO
                IF PP-REFERENCIA IS NUMERIC
                    MOVE PP-REFERENCIA   TO SR-REFERENCIA
                END-IF
                WRITE SALIDA-REC
                ADD 1                    TO WS-TOTAL-LIBERADAS
                ADD TL-CUENTA            TO WS-HASH-CUENTAS
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  LIBERADO ' PP-FECHA-LIBERA
                       ' ' PP-ORIGEN ' ' TL-CUENTA ' ' TL-FECHA
                       ' ' TL-TIPO ' ' SUM3 OF TRANLEDG-REC
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

      *    Mismo criterio que EXM21: un periodo sin fila esta abierto.
       VALIDA-PERIODO.
            MOVE 'N'                     TO WS-PERIODO-CERRADO-SW
                                            WS-PERIODO-ABIERTO-SW.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERIODOS
                IF TPE-PERIODO(WS-PE-IDX) = TL-FECHA(1:6)
                   AND TPE-ESTADO(WS-PE-IDX) = 'C'
                    SET PERIODO-CERRADO  TO TRUE
                END-IF
                IF TPE-PERIODO(WS-PE-IDX) = TL-FECHA(1:6)
                   AND TPE-ESTADO(WS-PE-IDX) = 'A'
                    SET PERIODO-ABIERTO  TO TRUE
                END-IF
            END-PERFORM.

       CARGA-PERIODOS.
            MOVE ZEROES                  TO WS-TOTAL-PERIODOS.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT PERIODO-FILE.
            IF WS-PERIODO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PERIODO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PERIODOS < 120
                                ADD 1    TO WS-TOTAL-PERIODOS
                                MOVE PR-PERIODO TO
                                     TPE-PERIODO(WS-TOTAL-PERIODOS)
                                MOVE PR-ESTADO TO
                                     TPE-ESTADO(WS-TOTAL-PERIODOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIODO-FILE
            END-IF.
