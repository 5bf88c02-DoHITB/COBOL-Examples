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
      * EXM114 - accruals outstanding and reversed, by period.  A     *
      * TL-TIPO 'A' accrual posted by EXM21 parks its own reversal in *
      * POSTPEND.DAT with the accrual's TL-REFERENCIA, and EXM57      *
      * keeps that reference when EXM108 releases it, so the pair     *
      * can be matched in the posted history.  This job reads the     *
      * archive TRANHISTA.DAT and then TRANHIST.DAT (the EXM109       *
      * order), takes every accrual, marks it reversed when a 'R'     *
      * carrying its reference has posted, and for the rest looks     *
      * for the parked reversal in POSTPEND.DAT.  EXM114.PRT gives    *
      * per accrual period the count and SUM3 accrued, reversed and   *
      * outstanding, then the outstanding accruals one by one:        *
      *   APARCADO   - reversal waiting in POSTPEND for its date;     *
      *   ATRASADO   - still parked past its date (EXM47 has not      *
      *                opened the period);                            *
      *   SIN REVERSO - neither posted nor parked: released but held  *
      *                in the suspense, or never parked -- someone    *
      *                has to look, the case this scheme exists for.  *
      * ATRASADO or SIN REVERSO lines end the run with RC 4.          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM114.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FILE ASSIGN TO "TRANHISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "POSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM114.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FILE.
        01 ARCHIVO-REC                PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

       FD  PENDIENTE-FILE.
           COPY "postpend.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ARCHIVO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Devengos hallados en el historial.
        01 WS-MAX-DEVENGOS            PIC 9(04) VALUE 5000.
        01 WS-TOTAL-DEVENGOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-DEVENGOS.
           02 TDV-FILA OCCURS 5000 TIMES.
              03 TDV-REFERENCIA       PIC 9(09).
              03 TDV-CUENTA           PIC 9(06).
              03 TDV-FECHA            PIC 9(08).
              03 TDV-CODIGO           PIC 9(02).
              03 TDV-SUM3             PIC 9(09).
              03 TDV-ESTADO           PIC X(01).
                 88 TDV-PENDIENTE                VALUE 'P'.
                 88 TDV-REVERSADO                VALUE 'R'.
              03 TDV-FECHA-REVERSO    PIC 9(08).
        01 WS-DV-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-DESBORDE-SW             PIC X(01) VALUE 'N'.
           88 TABLA-DESBORDADA                   VALUE 'Y'.
      *    Resumen por periodo del devengo, en orden ascendente.
        01 WS-TOTAL-PERIODOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-PERIODOS.
           02 TPR-FILA OCCURS 240 TIMES.
              03 TPR-PERIODO          PIC 9(06).
              03 TPR-DEV-NUM          PIC 9(06).
              03 TPR-DEV-SUM3         PIC 9(13).
              03 TPR-REV-NUM          PIC 9(06).
              03 TPR-REV-SUM3         PIC 9(13).
              03 TPR-PEN-NUM          PIC 9(06).
              03 TPR-PEN-SUM3         PIC 9(13).
        01 WS-PR-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PR-POS                  PIC 9(03) VALUE ZEROES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 WS-ESTADO-TEXTO            PIC X(11) VALUE SPACES.
        01 WS-TOTAL-AVISOS            PIC 9(06) VALUE ZEROES.
        01 WS-ED-SUM3-1               PIC Z(12)9.
        01 WS-ED-SUM3-2               PIC Z(12)9.
        01 WS-ED-SUM3-3               PIC Z(12)9.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            OPEN INPUT ARCHIVO-FILE.
            IF WS-ARCHIVO-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ ARCHIVO-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-MOVIMIENTO
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
                            PERFORM ANOTA-MOVIMIENTO
                    END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE
            END-IF.

            OPEN INPUT PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ PENDIENTE-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-APARCADO
                    END-READ
                END-PERFORM
                CLOSE PENDIENTE-FILE
            END-IF.

            PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                    UNTIL WS-DV-IDX > WS-TOTAL-DEVENGOS
                PERFORM ACUMULA-PERIODO
            END-PERFORM.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-RESUMEN.
            PERFORM IMPRIME-PENDIENTES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-AVISOS > 0 OR TABLA-DESBORDADA
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'DEVENGOS: '    WS-TOTAL-DEVENGOS.
            DISPLAY 'AVISOS: '      WS-TOTAL-AVISOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM114.PRT'.
            STOP RUN.

      *    Un devengo entra en la tabla; un reverso que cita la
      *    referencia de un devengo lo da por reversado.
       ANOTA-MOVIMIENTO.
            IF TL-DEVENGO AND TL-REFERENCIA IS NUMERIC
                IF WS-TOTAL-DEVENGOS < WS-MAX-DEVENGOS
                    ADD 1                TO WS-TOTAL-DEVENGOS
                    MOVE TL-REFERENCIA   TO
                         TDV-REFERENCIA(WS-TOTAL-DEVENGOS)
                    MOVE TL-CUENTA       TO
                         TDV-CUENTA(WS-TOTAL-DEVENGOS)
                    MOVE TL-FECHA        TO
                         TDV-FECHA(WS-TOTAL-DEVENGOS)
                    MOVE TL-CODIGO       TO
                         TDV-CODIGO(WS-TOTAL-DEVENGOS)
                    MOVE SUM3 OF TRANLEDG-REC TO
                         TDV-SUM3(WS-TOTAL-DEVENGOS)
                    MOVE 'P'             TO
                         TDV-ESTADO(WS-TOTAL-DEVENGOS)
                    MOVE ZEROES          TO
                         TDV-FECHA-REVERSO(WS-TOTAL-DEVENGOS)
                ELSE
                    SET TABLA-DESBORDADA TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF TL-REVERSO AND TL-REFERENCIA IS NUMERIC
                PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                        UNTIL WS-DV-IDX > WS-TOTAL-DEVENGOS
                    IF TDV-REFERENCIA(WS-DV-IDX) = TL-REFERENCIA
                       AND TDV-PENDIENTE(WS-DV-IDX)
                        MOVE 'R'         TO TDV-ESTADO(WS-DV-IDX)
                        MOVE TL-FECHA    TO
                             TDV-FECHA-REVERSO(WS-DV-IDX)
                        MOVE WS-TOTAL-DEVENGOS TO WS-DV-IDX
                    END-IF
                END-PERFORM
            END-IF.

      *    Reverso aun aparcado: su fecha de liberacion.
       ANOTA-APARCADO.
            IF PP-ORIGEN NOT = 'DEVENGO '
               OR PP-REFERENCIA IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                    UNTIL WS-DV-IDX > WS-TOTAL-DEVENGOS
                IF TDV-REFERENCIA(WS-DV-IDX) = PP-REFERENCIA
                   AND TDV-PENDIENTE(WS-DV-IDX)
                    MOVE PP-FECHA-LIBERA TO
                         TDV-FECHA-REVERSO(WS-DV-IDX)
                END-IF
            END-PERFORM.

      *    Alta ordenada del periodo en la tabla de resumen.
       ACUMULA-PERIODO.
            MOVE TDV-FECHA(WS-DV-IDX)(1:6) TO WS-PERIODO.
            MOVE ZEROES                  TO WS-PR-POS.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PERIODOS
                       OR WS-PR-POS > 0
                IF TPR-PERIODO(WS-PR-IDX) >= WS-PERIODO
                    MOVE WS-PR-IDX       TO WS-PR-POS
                END-IF
            END-PERFORM.
            IF WS-PR-POS = 0
               OR TPR-PERIODO(WS-PR-POS) NOT = WS-PERIODO
                IF WS-TOTAL-PERIODOS >= 240
                    SET TABLA-DESBORDADA TO TRUE
                    EXIT PARAGRAPH
                END-IF
                IF WS-PR-POS = 0
                    COMPUTE WS-PR-POS = WS-TOTAL-PERIODOS + 1
                ELSE
                    PERFORM VARYING WS-PR-IDX FROM WS-TOTAL-PERIODOS
                            BY -1 UNTIL WS-PR-IDX < WS-PR-POS
                        MOVE TPR-FILA(WS-PR-IDX) TO
                             TPR-FILA(WS-PR-IDX + 1)
                    END-PERFORM
                END-IF
                ADD 1                    TO WS-TOTAL-PERIODOS
                MOVE WS-PERIODO          TO TPR-PERIODO(WS-PR-POS)
                MOVE ZEROES              TO TPR-DEV-NUM(WS-PR-POS)
                                            TPR-DEV-SUM3(WS-PR-POS)
                                            TPR-REV-NUM(WS-PR-POS)
                                            TPR-REV-SUM3(WS-PR-POS)
                                            TPR-PEN-NUM(WS-PR-POS)
                                            TPR-PEN-SUM3(WS-PR-POS)
            END-IF.
            ADD 1                        TO TPR-DEV-NUM(WS-PR-POS).
            ADD TDV-SUM3(WS-DV-IDX)      TO TPR-DEV-SUM3(WS-PR-POS).
            IF TDV-REVERSADO(WS-DV-IDX)
                ADD 1                    TO TPR-REV-NUM(WS-PR-POS)
                ADD TDV-SUM3(WS-DV-IDX)  TO TPR-REV-SUM3(WS-PR-POS)
            ELSE
                ADD 1                    TO TPR-PEN-NUM(WS-PR-POS)
                ADD TDV-SUM3(WS-DV-IDX)  TO TPR-PEN-SUM3(WS-PR-POS)
            END-IF.

       IMPRIME-RESUMEN.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'DEVENGOS PENDIENTES Y REVERSADOS POR PERIODO AL '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'PERIODO  NUM       DEVENGADO   NUM'
                   '       REVERSADO   NUM       PENDIENTE'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PERIODOS
                MOVE TPR-DEV-SUM3(WS-PR-IDX) TO WS-ED-SUM3-1
                MOVE TPR-REV-SUM3(WS-PR-IDX) TO WS-ED-SUM3-2
                MOVE TPR-PEN-SUM3(WS-PR-IDX) TO WS-ED-SUM3-3
                MOVE SPACES              TO LINEA-REPORTE
                STRING TPR-PERIODO(WS-PR-IDX) ' '
                       TPR-DEV-NUM(WS-PR-IDX) ' ' WS-ED-SUM3-1 ' '
                       TPR-REV-NUM(WS-PR-IDX) ' ' WS-ED-SUM3-2 ' '
                       TPR-PEN-NUM(WS-PR-IDX) ' ' WS-ED-SUM3-3
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            IF TABLA-DESBORDADA
                MOVE SPACES              TO LINEA-REPORTE
                STRING '*** TABLA DE DEVENGOS O PERIODOS LLENA - '
                       'INFORME INCOMPLETO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-PENDIENTES.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'DEVENGOS PENDIENTES DE REVERSO' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'REFERENCIA CUENTA  FECHA    CO      IMPORTE'
                   '  ESTADO      REVERSO'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                    UNTIL WS-DV-IDX > WS-TOTAL-DEVENGOS
                IF TDV-PENDIENTE(WS-DV-IDX)
                    EVALUATE TRUE
                        WHEN TDV-FECHA-REVERSO(WS-DV-IDX) = 0
                            MOVE 'SIN REVERSO' TO WS-ESTADO-TEXTO
                            ADD 1        TO WS-TOTAL-AVISOS
                        WHEN TDV-FECHA-REVERSO(WS-DV-IDX)
                             < WS-FECHA-PROCESO
                            MOVE 'ATRASADO'  TO WS-ESTADO-TEXTO
                            ADD 1        TO WS-TOTAL-AVISOS
                        WHEN OTHER
                            MOVE 'APARCADO'  TO WS-ESTADO-TEXTO
                    END-EVALUATE
                    MOVE SPACES          TO LINEA-REPORTE
                    STRING TDV-REFERENCIA(WS-DV-IDX) ' '
                           TDV-CUENTA(WS-DV-IDX) ' '
                           TDV-FECHA(WS-DV-IDX) ' '
                           TDV-CODIGO(WS-DV-IDX) ' '
                           TDV-SUM3(WS-DV-IDX) '  '
                           WS-ESTADO-TEXTO ' '
                           TDV-FECHA-REVERSO(WS-DV-IDX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
