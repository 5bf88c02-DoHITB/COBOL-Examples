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
      * EXM111 - balance sheet and income statement from SALDOS.DAT.  *
      * EXM65 prints the trial balance; the monthly management pack   *
      * was then built from it by hand.  Every SALDOS.DAT row is      *
      * mapped through CTAGLMAP.DAT (copybooks/ctaglmap.cpy) to its   *
      * statement class and caption (CM-LINEA, or the GL code when    *
      * the caption is blank) and rolled up into one line per class   *
      * and caption, in the order the captions first appear in the    *
      * map.  Each line carries the current balance (SD-ACTUAL-SUM3)  *
      * and, for comparison, the balance at the last period roll      *
      * (SD-ANTERIOR-SUM3).  The balance sheet prints activo, pasivo  *
      * and patrimonio with subtotals plus the current-year result    *
      * (ingresos less gastos, still open until EXM106 closes the     *
      * year) and proves, for both columns, that activo equals pasivo *
      * plus patrimonio plus the result.  The income statement prints *
      * ingresos and gastos with subtotals and the result.  Accounts  *
      * with a balance but no map row, or whose row carries no valid  *
      * class, are listed as exceptions and left out of both          *
      * statements.  EXM111.PRT; RC 8 when the proof fails, RC 4 when *
      * there are exceptions.                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM111.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM111.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-SALDOS                         VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Mapa de cuentas, cargado una vez, con la linea de estado
      *    que le toca a cada fila.
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-MAPEOS.
           02 TM-FILA OCCURS 100 TIMES.
              03 TM-DESDE             PIC 9(06).
              03 TM-HASTA             PIC 9(06).
              03 TM-CLASE             PIC X(01).
              03 TM-LINEA-IDX         PIC 9(03).
        01 WS-CM-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-MAPEO-SW                PIC X(01) VALUE 'N'.
           88 CUENTA-MAPEADA                     VALUE 'Y'.
      *    Lineas de los estados: clase + rotulo, en orden de mapa.
        01 WS-TOTAL-LINEAS            PIC 9(03) VALUE ZEROES.
        01 TABLA-LINEAS.
           02 TL-FILA OCCURS 100 TIMES.
              03 TLI-CLASE            PIC X(01).
              03 TLI-ROTULO           PIC X(20).
              03 TLI-ACTUAL           PIC S9(14).
              03 TLI-ANTERIOR         PIC S9(14).
        01 WS-LI-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-ROTULO                  PIC X(20) VALUE SPACES.
      *    Totales por clase: actual y anterior.
        01 WS-ACTIVO-ACT              PIC S9(14) VALUE ZEROES.
        01 WS-ACTIVO-ANT              PIC S9(14) VALUE ZEROES.
        01 WS-PASIVO-ACT              PIC S9(14) VALUE ZEROES.
        01 WS-PASIVO-ANT              PIC S9(14) VALUE ZEROES.
        01 WS-PATRIMONIO-ACT          PIC S9(14) VALUE ZEROES.
        01 WS-PATRIMONIO-ANT          PIC S9(14) VALUE ZEROES.
        01 WS-INGRESO-ACT             PIC S9(14) VALUE ZEROES.
        01 WS-INGRESO-ANT             PIC S9(14) VALUE ZEROES.
        01 WS-GASTO-ACT               PIC S9(14) VALUE ZEROES.
        01 WS-GASTO-ANT               PIC S9(14) VALUE ZEROES.
        01 WS-RESULTADO-ACT           PIC S9(14) VALUE ZEROES.
        01 WS-RESULTADO-ANT           PIC S9(14) VALUE ZEROES.
        01 WS-PASIVO-PAT-ACT          PIC S9(14) VALUE ZEROES.
        01 WS-PASIVO-PAT-ANT          PIC S9(14) VALUE ZEROES.
        01 WS-SUBTOTAL-ACT            PIC S9(14) VALUE ZEROES.
        01 WS-SUBTOTAL-ANT            PIC S9(14) VALUE ZEROES.
        01 WS-CLASE-LISTA             PIC X(01) VALUE SPACES.
        01 WS-TITULO-CLASE            PIC X(30) VALUE SPACES.
        01 WS-TOTAL-EXCEPCIONES       PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CUENTAS           PIC 9(06) VALUE ZEROES.
        01 WS-PRUEBA-MAL-SW           PIC X(01) VALUE 'N'.
           88 PRUEBA-FALLIDA                     VALUE 'Y'.
        01 WS-DESCRIPCION             PIC X(30) VALUE SPACES.
        01 WS-ED-ACTUAL               PIC -Z(13)9.
        01 WS-ED-ANTERIOR             PIC -Z(13)9.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM CARGA-CTAGLMAP.
            IF WS-TOTAL-MAPEOS = 0
                DISPLAY '*** CTAGLMAP.DAT VACIO O AUSENTE - SIN '
                        'CLASIFICACION NO HAY ESTADOS ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT SALDO-FILE.
            IF WS-SALDO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SALDOS.DAT - STATUS: '
                        WS-SALDO-STATUS ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CUENTA-FILE.
            OPEN OUTPUT REPORTE-FILE.

            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'EXCEPCIONES - CUENTAS SIN CLASIFICAR EN CTAGLMAP '
                   'AL ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM UNTIL FIN-SALDOS
                READ SALDO-FILE NEXT RECORD
                    AT END
                        SET FIN-SALDOS   TO TRUE
                    NOT AT END
                        PERFORM ACUMULA-CUENTA
                END-READ
            END-PERFORM.
            CLOSE SALDO-FILE.
            IF WS-CUENTA-STATUS = '00'
                CLOSE CUENTA-FILE
            END-IF.
            IF WS-TOTAL-EXCEPCIONES = 0
                MOVE '  NINGUNA'         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

            PERFORM IMPRIME-BALANCE.
            PERFORM IMPRIME-RESULTADOS.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTAS LEIDAS: ' WS-TOTAL-CUENTAS
                   '  SIN CLASIFICAR: ' WS-TOTAL-EXCEPCIONES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

            EVALUATE TRUE
                WHEN PRUEBA-FALLIDA
                    MOVE 8               TO RETURN-CODE
                WHEN WS-TOTAL-EXCEPCIONES > 0
                    MOVE 4               TO RETURN-CODE
            END-EVALUATE.
            DISPLAY 'CUENTAS SIN CLASIFICAR: ' WS-TOTAL-EXCEPCIONES.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM111.PRT'.
            STOP RUN.

      *    Cada fila de mapa con clase valida queda apuntando a su
      *    linea de estado; la linea se crea la primera vez que
      *    aparece su clase + rotulo.
       CARGA-CTAGLMAP.
            MOVE ZEROES                  TO WS-TOTAL-MAPEOS.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPEOS < 100
                                ADD 1    TO WS-TOTAL-MAPEOS
                                PERFORM REGISTRA-MAPEO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.

       REGISTRA-MAPEO.
            MOVE CM-DESDE                TO TM-DESDE(WS-TOTAL-MAPEOS).
            MOVE CM-HASTA                TO TM-HASTA(WS-TOTAL-MAPEOS).
            MOVE CM-CLASE                TO TM-CLASE(WS-TOTAL-MAPEOS).
            MOVE ZEROES                  TO
                 TM-LINEA-IDX(WS-TOTAL-MAPEOS).
            IF NOT CM-CLASE-VALIDA
                EXIT PARAGRAPH
            END-IF.
            IF CM-LINEA = SPACES
                MOVE CM-CUENTA-GL        TO WS-ROTULO
            ELSE
                MOVE CM-LINEA            TO WS-ROTULO
            END-IF.
            MOVE ZEROES                  TO WS-LI-IDX.
            PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                    UNTIL WS-CM-IDX > WS-TOTAL-LINEAS
                       OR WS-LI-IDX > 0
                IF TLI-CLASE(WS-CM-IDX) = CM-CLASE
                   AND TLI-ROTULO(WS-CM-IDX) = WS-ROTULO
                    MOVE WS-CM-IDX       TO WS-LI-IDX
                END-IF
            END-PERFORM.
            IF WS-LI-IDX = 0
                ADD 1                    TO WS-TOTAL-LINEAS
                MOVE WS-TOTAL-LINEAS     TO WS-LI-IDX
                MOVE CM-CLASE            TO TLI-CLASE(WS-LI-IDX)
                MOVE WS-ROTULO           TO TLI-ROTULO(WS-LI-IDX)
                MOVE ZEROES              TO TLI-ACTUAL(WS-LI-IDX)
                                            TLI-ANTERIOR(WS-LI-IDX)
            END-IF.
            MOVE WS-LI-IDX               TO
                 TM-LINEA-IDX(WS-TOTAL-MAPEOS).

       ACUMULA-CUENTA.
            ADD 1                        TO WS-TOTAL-CUENTAS.
            MOVE 'N'                     TO WS-MAPEO-SW.
            MOVE ZEROES                  TO WS-LI-IDX.
            PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                    UNTIL WS-CM-IDX > WS-TOTAL-MAPEOS
                       OR CUENTA-MAPEADA
                IF SD-CUENTA >= TM-DESDE(WS-CM-IDX)
                   AND SD-CUENTA <= TM-HASTA(WS-CM-IDX)
                    SET CUENTA-MAPEADA   TO TRUE
                    MOVE TM-LINEA-IDX(WS-CM-IDX) TO WS-LI-IDX
                END-IF
            END-PERFORM.
            IF WS-LI-IDX > 0
                ADD SD-ACTUAL-SUM3       TO TLI-ACTUAL(WS-LI-IDX)
                ADD SD-ANTERIOR-SUM3     TO TLI-ANTERIOR(WS-LI-IDX)
                EXIT PARAGRAPH
            END-IF.
      *    Sin saldo ni historia que mostrar no es una excepcion.
            IF SD-ACTUAL-SUM3 = 0 AND SD-ANTERIOR-SUM3 = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-EXCEPCIONES.
            PERFORM BUSCA-DESCRIPCION.
            MOVE SD-ACTUAL-SUM3          TO WS-ED-ACTUAL.
            MOVE SD-ANTERIOR-SUM3        TO WS-ED-ANTERIOR.
            MOVE SPACES                  TO LINEA-REPORTE.
            IF CUENTA-MAPEADA
                STRING '  ' SD-CUENTA ' ' WS-DESCRIPCION
                       ' CLASE NO VALIDA ' WS-ED-ACTUAL
                       WS-ED-ANTERIOR
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '  ' SD-CUENTA ' ' WS-DESCRIPCION
                       ' SIN FILA MAPA   ' WS-ED-ACTUAL
                       WS-ED-ANTERIOR
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.

       BUSCA-DESCRIPCION.
            MOVE SPACES                  TO WS-DESCRIPCION.
            IF WS-CUENTA-STATUS NOT = '00'
               AND WS-CUENTA-STATUS NOT = '23'
                EXIT PARAGRAPH
            END-IF.
            MOVE SD-CUENTA               TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE '*** SIN FILA EN CUENTAS.DAT ***'
                                         TO WS-DESCRIPCION
                NOT INVALID KEY
                    MOVE CU-DESCRIPCION  TO WS-DESCRIPCION
            END-READ.

       IMPRIME-BALANCE.
            PERFORM IMPRIME-ENCABEZADO.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'BALANCE DE SITUACION AL ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM IMPRIME-COLUMNAS.

            MOVE 'A'                     TO WS-CLASE-LISTA.
            MOVE 'ACTIVO'                TO WS-TITULO-CLASE.
            PERFORM IMPRIME-CLASE.
            MOVE WS-SUBTOTAL-ACT         TO WS-ACTIVO-ACT.
            MOVE WS-SUBTOTAL-ANT         TO WS-ACTIVO-ANT.

            MOVE 'L'                     TO WS-CLASE-LISTA.
            MOVE 'PASIVO'                TO WS-TITULO-CLASE.
            PERFORM IMPRIME-CLASE.
            MOVE WS-SUBTOTAL-ACT         TO WS-PASIVO-ACT.
            MOVE WS-SUBTOTAL-ANT         TO WS-PASIVO-ANT.

            MOVE 'E'                     TO WS-CLASE-LISTA.
            MOVE 'PATRIMONIO'            TO WS-TITULO-CLASE.
            PERFORM IMPRIME-CLASE.
            MOVE WS-SUBTOTAL-ACT         TO WS-PATRIMONIO-ACT.
            MOVE WS-SUBTOTAL-ANT         TO WS-PATRIMONIO-ANT.

      *    El resultado del ejercicio se calcula aqui para la prueba;
      *    el estado de resultados lo desglosa despues.
            MOVE ZEROES                  TO WS-INGRESO-ACT
                                            WS-INGRESO-ANT
                                            WS-GASTO-ACT
                                            WS-GASTO-ANT.
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > WS-TOTAL-LINEAS
                EVALUATE TLI-CLASE(WS-LI-IDX)
                    WHEN 'I'
                        ADD TLI-ACTUAL(WS-LI-IDX)   TO WS-INGRESO-ACT
                        ADD TLI-ANTERIOR(WS-LI-IDX) TO WS-INGRESO-ANT
                    WHEN 'X'
                        ADD TLI-ACTUAL(WS-LI-IDX)   TO WS-GASTO-ACT
                        ADD TLI-ANTERIOR(WS-LI-IDX) TO WS-GASTO-ANT
                END-EVALUATE
            END-PERFORM.
            COMPUTE WS-RESULTADO-ACT = WS-INGRESO-ACT - WS-GASTO-ACT.
            COMPUTE WS-RESULTADO-ANT = WS-INGRESO-ANT - WS-GASTO-ANT.
            MOVE WS-RESULTADO-ACT        TO WS-ED-ACTUAL.
            MOVE WS-RESULTADO-ANT        TO WS-ED-ANTERIOR.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  RESULTADO DEL EJERCICIO       '
                   WS-ED-ACTUAL ' ' WS-ED-ANTERIOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            COMPUTE WS-PASIVO-PAT-ACT = WS-PASIVO-ACT
                    + WS-PATRIMONIO-ACT + WS-RESULTADO-ACT.
            COMPUTE WS-PASIVO-PAT-ANT = WS-PASIVO-ANT
                    + WS-PATRIMONIO-ANT + WS-RESULTADO-ANT.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-ACTIVO-ACT           TO WS-ED-ACTUAL.
            MOVE WS-ACTIVO-ANT           TO WS-ED-ANTERIOR.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'TOTAL ACTIVO                    '
                   WS-ED-ACTUAL ' ' WS-ED-ANTERIOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-PASIVO-PAT-ACT       TO WS-ED-ACTUAL.
            MOVE WS-PASIVO-PAT-ANT       TO WS-ED-ANTERIOR.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'PASIVO + PATRIMONIO + RESULTADO '
                   WS-ED-ACTUAL ' ' WS-ED-ANTERIOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-ACTIVO-ACT = WS-PASIVO-PAT-ACT
               AND WS-ACTIVO-ANT = WS-PASIVO-PAT-ANT
                MOVE 'PRUEBA DE LA ECUACION CONTABLE: OK'
                                         TO LINEA-REPORTE
            ELSE
                MOVE '*** PRUEBA DE LA ECUACION CONTABLE FALLIDA ***'
                                         TO LINEA-REPORTE
                SET PRUEBA-FALLIDA       TO TRUE
            END-IF.
            WRITE LINEA-REPORTE.

       IMPRIME-RESULTADOS.
            PERFORM IMPRIME-ENCABEZADO.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTA DE RESULTADOS AL ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM IMPRIME-COLUMNAS.

            MOVE 'I'                     TO WS-CLASE-LISTA.
            MOVE 'INGRESOS'              TO WS-TITULO-CLASE.
            PERFORM IMPRIME-CLASE.
            MOVE 'X'                     TO WS-CLASE-LISTA.
            MOVE 'GASTOS'                TO WS-TITULO-CLASE.
            PERFORM IMPRIME-CLASE.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-RESULTADO-ACT        TO WS-ED-ACTUAL.
            MOVE WS-RESULTADO-ANT        TO WS-ED-ANTERIOR.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'RESULTADO DEL EJERCICIO         '
                   WS-ED-ACTUAL ' ' WS-ED-ANTERIOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Lineas de una clase con su subtotal (queda en
      *    WS-SUBTOTAL-ACT / WS-SUBTOTAL-ANT para quien llama).
       IMPRIME-CLASE.
            MOVE ZEROES                  TO WS-SUBTOTAL-ACT
                                            WS-SUBTOTAL-ANT.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-TITULO-CLASE         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > WS-TOTAL-LINEAS
                IF TLI-CLASE(WS-LI-IDX) = WS-CLASE-LISTA
                    ADD TLI-ACTUAL(WS-LI-IDX)   TO WS-SUBTOTAL-ACT
                    ADD TLI-ANTERIOR(WS-LI-IDX) TO WS-SUBTOTAL-ANT
                    MOVE TLI-ACTUAL(WS-LI-IDX)   TO WS-ED-ACTUAL
                    MOVE TLI-ANTERIOR(WS-LI-IDX) TO WS-ED-ANTERIOR
                    MOVE SPACES          TO LINEA-REPORTE
                    STRING '    ' TLI-ROTULO(WS-LI-IDX) '        '
                           WS-ED-ACTUAL ' ' WS-ED-ANTERIOR
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
            MOVE WS-SUBTOTAL-ACT         TO WS-ED-ACTUAL.
            MOVE WS-SUBTOTAL-ANT         TO WS-ED-ANTERIOR.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  TOTAL ' WS-TITULO-CLASE(1:24)
                   WS-ED-ACTUAL ' ' WS-ED-ANTERIOR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-ENCABEZADO.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE ALL '-'                 TO LINEA-REPORTE(1:64).
            WRITE LINEA-REPORTE.

       IMPRIME-COLUMNAS.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '                                '
                   '         ACTUAL   ULT. CIERRE PERIODO'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
