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
      * EXM126 - month-end depreciation of the fixed-asset register   *
      * (INMOVIL.DAT, maintained by EXM125).  For the month in the    *
      * PARM AAAAMM (or the shop date's month) every asset in use is  *
      * depreciated for each month from its acquisition, or from the  *
      * month after IV-ULTIMO-PERIODO, up to the month closed -- a    *
      * month missed is caught up, a month already done is never      *
      * repeated, so a rerun of the close posts nothing twice.        *
      * Straight line spreads what is left above the residual over    *
      * the months of life still to run, so a change of life or       *
      * residual is taken forward; declining balance takes twice the  *
      * straight-line rate on the net book value and switches to      *
      * straight line when that gives more; the last month of life    *
      * takes the remainder.  Output is EXM126OUT.DAT, a              *
      * branch-feed-shaped batch (43 bytes, HDR/TRL, hash on          *
      * TL-CUENTA) for the EXM57 pseudo-branch slot 'AMO', dated the  *
      * last day of the month: code 81 on the asset's expense account *
      * (its own or the department's DEPCTA.DAT account) against code *
      * 82 on its accumulated-depreciation account.  A disposal keyed *
      * for the month ('P') is depreciated up to its month and then   *
      * booked: the cost leaves the asset account (83), the           *
      * accumulated depreciation is cleared (84), the proceeds go to  *
      * the collection account (85) and the difference with the net   *
      * book value to gain (86) or loss (87), the accounts coming     *
      * from the SYSIN card 'C' + collection + gain + loss account;   *
      * without them the disposal waits for the next close.  Debits   *
      * equal credits by construction and the run proves it.          *
      * EXM126.PRT lists the month's depreciation and disposals, then *
      * the register of the assets in use by department: cost, the    *
      * month's depreciation, accumulated depreciation and net book   *
      * value, with department and grand totals.  RC 4 when an asset  *
      * has no expense account or a disposal waits; RC 8 when the     *
      * batch does not balance.                                       *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT INMOVIL-FILE ASSIGN TO "INMOVIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IV-ACTIVO
               FILE STATUS IS WS-INMOVIL-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM126OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM126.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta 'C': cuentas de la baja -- cobro de la venta,
      *    beneficio y perdida.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TJ-TIPO                 PIC X(01).
           02 TJ-CUENTA-COBRO         PIC 9(06).
           02 TJ-CUENTA-BENEFICIO     PIC 9(06).
           02 TJ-CUENTA-PERDIDA       PIC 9(06).

       FD  INMOVIL-FILE.
           COPY "inmovil.cpy".

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  DEPCTA-FILE.
        01 DEPCTA-REC.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

      *    Lote de amortizacion y bajas en forma de feed de sucursal
      *    (43 bytes; la sucursal la estampa EXM57).
       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-INMOVIL-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 WS-FECHA-CARGO             PIC 9(08) VALUE ZEROES.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
      *    Codigos del lote (TRANCODC): gasto 81 'D' contra
      *    amortizacion acumulada 82 'H'; la baja saca el coste (83
      *    'H') y la acumulada (84 'D'), carga el cobro (85 'D') y
      *    lleva la diferencia a beneficio (86 'H') o perdida (87 'D').
        01 WS-CODIGO-GASTO            PIC 9(02) VALUE 81.
        01 WS-CODIGO-ACUMULADA        PIC 9(02) VALUE 82.
        01 WS-CODIGO-BAJA-COSTE       PIC 9(02) VALUE 83.
        01 WS-CODIGO-BAJA-ACUM        PIC 9(02) VALUE 84.
        01 WS-CODIGO-COBRO            PIC 9(02) VALUE 85.
        01 WS-CODIGO-BENEFICIO        PIC 9(02) VALUE 86.
        01 WS-CODIGO-PERDIDA          PIC 9(02) VALUE 87.
        01 WS-CTA-COBRO               PIC 9(06) VALUE ZEROES.
        01 WS-CTA-BENEFICIO           PIC 9(06) VALUE ZEROES.
        01 WS-CTA-PERDIDA             PIC 9(06) VALUE ZEROES.
      *    Departamentos con su nombre y su cuenta de gasto.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 100 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-NOMBRE           PIC X(20).
              03 TDE-CUENTA           PIC 9(06).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
      *    Meses como numero correlativo (anyo * 12 + mes - 1) para
      *    recorrer los pendientes de amortizar.
        01 WS-MES-FECHA               PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-MES-FECHA.
           02 WS-MF-ANYO              PIC 9(04).
           02 WS-MF-MES               PIC 9(02).
        01 WS-MES-NUMERO              PIC 9(06) VALUE ZEROES.
        01 WS-MES-INICIO              PIC 9(06) VALUE ZEROES.
        01 WS-MES-LIMITE              PIC 9(06) VALUE ZEROES.
        01 WS-MES-IDX                 PIC 9(06) VALUE ZEROES.
        01 WS-MES-PERIODO             PIC 9(06) VALUE ZEROES.
        01 WS-BAJA-SW                 PIC X(01) VALUE 'N'.
           88 BAJA-EN-EL-MES                     VALUE 'Y'.
      *    Calculo de la amortizacion del activo en curso.
        01 WS-CUENTA-GASTO            PIC 9(06) VALUE ZEROES.
        01 WS-PENDIENTE               PIC S9(10) VALUE ZEROES.
        01 WS-RESTANTE                PIC S9(04) VALUE ZEROES.
        01 WS-LINEAL                  PIC S9(10) VALUE ZEROES.
        01 WS-AMORT-MES               PIC S9(10) VALUE ZEROES.
        01 WS-AMORT-ASIENTO           PIC 9(10) VALUE ZEROES.
        01 WS-MESES-ASIENTO           PIC 9(03) VALUE ZEROES.
        01 WS-VALOR-NETO              PIC S9(10) VALUE ZEROES.
        01 WS-RESULTADO               PIC S9(10) VALUE ZEROES.
        01 WS-PERDIDA                 PIC 9(10) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Registro de activos en uso, para imprimirlo por
      *    departamento al final.
        01 WS-TOTAL-ACTIVOS           PIC 9(04) VALUE ZEROES.
        01 TABLA-ACTIVOS.
           02 TAC-FILA OCCURS 5000 TIMES.
              03 TAC-DEPARTAMENTO     PIC 9(03).
              03 TAC-ACTIVO           PIC X(08).
              03 TAC-DESCRIPCION      PIC X(25).
              03 TAC-FECHA            PIC 9(08).
              03 TAC-METODO           PIC X(01).
              03 TAC-VIDA             PIC 9(03).
              03 TAC-MESES            PIC 9(03).
              03 TAC-COSTE            PIC 9(09).
              03 TAC-AMORT-MES        PIC 9(10).
              03 TAC-ACUMULADA        PIC 9(09).
              03 TAC-ESTADO           PIC X(01).
        01 WS-AC-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-FUERA             PIC 9(06) VALUE ZEROES.
      *    Totales por departamento, en orden de codigo.
        01 WS-TOTAL-DEPARTAMENTOS     PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPARTAMENTOS.
           02 TDA-FILA OCCURS 200 TIMES.
              03 TDA-CODIGO           PIC 9(03).
              03 TDA-ACTIVOS          PIC 9(05).
              03 TDA-COSTE            PIC 9(13).
              03 TDA-AMORT-MES        PIC 9(13).
              03 TDA-ACUMULADA        PIC 9(13).
        01 WS-DA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DA-POS                  PIC 9(03) VALUE ZEROES.
        01 WS-DA-MOVER                PIC 9(03) VALUE ZEROES.
        01 WS-GRAN-ACTIVOS            PIC 9(05) VALUE ZEROES.
        01 WS-GRAN-COSTE              PIC 9(13) VALUE ZEROES.
        01 WS-GRAN-AMORT-MES          PIC 9(13) VALUE ZEROES.
        01 WS-GRAN-ACUMULADA          PIC 9(13) VALUE ZEROES.
      *    Lote y prueba de cuadre.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-DEBE              PIC 9(15) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(15) VALUE ZEROES.
        01 WS-TOTAL-LEIDOS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-AMORTIZADOS       PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-BAJAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADOS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-YA-HECHOS         PIC 9(06) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(9)9.
        01 WS-ED-IMPORTE-2            PIC Z(9)9.
        01 WS-ED-IMPORTE-3            PIC Z(9)9.
        01 WS-ED-IMPORTE-4            PIC Z(9)9.
        01 WS-ED-RESULTADO            PIC -(9)9.
        01 WS-ED-TOTAL-1              PIC Z(12)9.
        01 WS-ED-TOTAL-2              PIC Z(12)9.
        01 WS-ED-TOTAL-3              PIC Z(12)9.
        01 WS-ED-TOTAL-4              PIC Z(12)9.
        01 WS-NOMBRE-DEPTO            PIC X(20) VALUE SPACES.
           COPY "hdrtrl.cpy".
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM(1:6) IS NUMERIC
                MOVE WS-PARM(1:6)      TO WS-PERIODO
            ELSE
                MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
            END-IF.
            IF WS-PER-MES < 1 OR WS-PER-MES > 12
                DISPLAY '*** PERIODO INVALIDO: ' WS-PERIODO ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CALCULA-ULTIMO-DIA.
            MOVE WS-PERIODO            TO WS-MES-FECHA.
            PERFORM CALCULA-MES-NUMERO.
            MOVE WS-MES-NUMERO         TO WS-MES-PERIODO.

            OPEN I-O INMOVIL-FILE.
            IF WS-INMOVIL-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR INMOVIL.DAT - '
                        'STATUS: ' WS-INMOVIL-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM LEE-TARJETAS.
            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-DEPCTA.

            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM126  '            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.

            PERFORM UNTIL FIN-FICHERO
                READ INMOVIL-FILE NEXT
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM PROCESA-ACTIVO
                END-READ
            END-PERFORM.
            CLOSE INMOVIL-FILE.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.

            PERFORM IMPRIME-REGISTRO.
            PERFORM IMPRIME-CUADRE.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE 8                 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-RECHAZADOS > 0 OR WS-TOTAL-FUERA > 0
                    MOVE 4             TO RETURN-CODE
                END-IF
            END-IF.
            DISPLAY 'ACTIVOS LEIDOS: '      WS-TOTAL-LEIDOS.
            DISPLAY 'ACTIVOS AMORTIZADOS: ' WS-TOTAL-AMORTIZADOS.
            DISPLAY 'BAJAS CONTABILIZADAS: ' WS-TOTAL-BAJAS.
            DISPLAY 'ACTIVOS RECHAZADOS: '  WS-TOTAL-RECHAZADOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM126.PRT'.
            STOP RUN.

      *    Ultimo dia del mes, fecha de los posteos.
       CALCULA-ULTIMO-DIA.
            EVALUATE WS-PER-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                WHEN 10 WHEN 12
                    MOVE 31            TO DIAS-EN-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30            TO DIAS-EN-MES
                WHEN 2
                    IF FUNCTION MOD(WS-PER-ANYO, 400) = 0
                       OR (FUNCTION MOD(WS-PER-ANYO, 4) = 0 AND
                           FUNCTION MOD(WS-PER-ANYO, 100) NOT = 0)
                        MOVE 29        TO DIAS-EN-MES
                    ELSE
                        MOVE 28        TO DIAS-EN-MES
                    END-IF
            END-EVALUATE.
            COMPUTE WS-FECHA-CARGO = WS-PERIODO * 100 + DIAS-EN-MES.

       CALCULA-MES-NUMERO.
            COMPUTE WS-MES-NUMERO = WS-MF-ANYO * 12 + WS-MF-MES - 1.

       CALCULA-MES-FECHA.
            COMPUTE WS-MF-ANYO = WS-MES-NUMERO / 12.
            COMPUTE WS-MF-MES = WS-MES-NUMERO - WS-MF-ANYO * 12 + 1.

      *    Sin tarjeta las bajas del mes quedan pendientes: no hay
      *    donde llevar el cobro ni el resultado.
       LEE-TARJETAS.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF TJ-TIPO = 'C'
                            IF TJ-CUENTA-COBRO IS NUMERIC
                                MOVE TJ-CUENTA-COBRO TO WS-CTA-COBRO
                            END-IF
                            IF TJ-CUENTA-BENEFICIO IS NUMERIC
                                MOVE TJ-CUENTA-BENEFICIO TO
                                     WS-CTA-BENEFICIO
                            END-IF
                            IF TJ-CUENTA-PERDIDA IS NUMERIC
                                MOVE TJ-CUENTA-PERDIDA TO
                                     WS-CTA-PERDIDA
                            END-IF
                        ELSE
                            DISPLAY '*** TARJETA IGNORADA: '
                                    ENTRADA-REC ' ***'
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ENTRADA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-DEPTOS.
            OPEN INPUT DEPTO-FILE.
            IF WS-DEPTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-DEPTOS < 100
                                ADD 1    TO WS-TOTAL-DEPTOS
                                MOVE DM-CODIGO TO
                                     TDE-CODIGO(WS-TOTAL-DEPTOS)
                                MOVE DM-NOMBRE TO
                                     TDE-NOMBRE(WS-TOTAL-DEPTOS)
                                MOVE ZEROES TO
                                     TDE-CUENTA(WS-TOTAL-DEPTOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-DEPCTA.
            OPEN INPUT DEPCTA-FILE.
            IF WS-DEPCTA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPCTA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                                IF TDE-CODIGO(WS-DE-IDX) =
                                   DC-DEPARTAMENTO
                                    MOVE DC-CUENTA TO
                                         TDE-CUENTA(WS-DE-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE DEPCTA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Un activo: amortizacion de los meses pendientes hasta el
      *    del proceso (o hasta el de la baja), y la baja si cae en
      *    el mes.  Un mes ya amortizado no se repite, asi que
      *    relanzar el cierre no duplica el lote.
       PROCESA-ACTIVO.
            ADD 1                      TO WS-TOTAL-LEIDOS.
            IF IV-DADO-DE-BAJA
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-AMORT-ASIENTO
                                          WS-MESES-ASIENTO.
            MOVE SPACES                TO WS-MOTIVO.
            PERFORM BUSCA-CUENTA-GASTO.
            IF WS-CUENTA-GASTO = 0
                MOVE 'SIN CUENTA DE GASTO (DEPCTA)' TO WS-MOTIVO
                PERFORM IMPRIME-RECHAZO
                PERFORM ANOTA-REGISTRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-MES-PERIODO        TO WS-MES-LIMITE.
            MOVE 'N'                   TO WS-BAJA-SW.
            IF IV-BAJA-PENDIENTE
                MOVE IV-FECHA-BAJA(1:6) TO WS-MES-FECHA
                PERFORM CALCULA-MES-NUMERO
                IF WS-MES-NUMERO NOT > WS-MES-PERIODO
                    MOVE WS-MES-NUMERO TO WS-MES-LIMITE
                    SET BAJA-EN-EL-MES TO TRUE
                END-IF
            END-IF.
            MOVE IV-FECHA-ADQUISICION(1:6) TO WS-MES-FECHA.
            PERFORM CALCULA-MES-NUMERO.
            MOVE WS-MES-NUMERO         TO WS-MES-INICIO.
            IF IV-ULTIMO-PERIODO > 0
                MOVE IV-ULTIMO-PERIODO TO WS-MES-FECHA
                PERFORM CALCULA-MES-NUMERO
                IF WS-MES-NUMERO NOT < WS-MES-INICIO
                    COMPUTE WS-MES-INICIO = WS-MES-NUMERO + 1
                END-IF
            END-IF.
            IF IV-ULTIMO-PERIODO NOT < WS-PERIODO
                ADD 1                  TO WS-TOTAL-YA-HECHOS
            END-IF.
            PERFORM VARYING WS-MES-IDX FROM WS-MES-INICIO BY 1
                    UNTIL WS-MES-IDX > WS-MES-LIMITE
                PERFORM AMORTIZA-MES
            END-PERFORM.
            IF WS-MES-LIMITE NOT < WS-MES-INICIO
                MOVE WS-MES-LIMITE     TO WS-MES-NUMERO
                PERFORM CALCULA-MES-FECHA
                MOVE WS-MES-FECHA      TO IV-ULTIMO-PERIODO
            END-IF.
            IF WS-AMORT-ASIENTO > 0
                PERFORM GRABA-AMORTIZACION
            END-IF.
            IF BAJA-EN-EL-MES
                PERFORM CONTABILIZA-BAJA
            END-IF.
            REWRITE INMOVIL-REC.
            IF NOT IV-DADO-DE-BAJA
                PERFORM ANOTA-REGISTRO
            END-IF.

       BUSCA-CUENTA-GASTO.
            MOVE IV-CUENTA-GASTO       TO WS-CUENTA-GASTO.
            MOVE SPACES                TO WS-NOMBRE-DEPTO.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-DE-IDX) = IV-DEPARTAMENTO
                    IF WS-CUENTA-GASTO = 0
                        MOVE TDE-CUENTA(WS-DE-IDX) TO WS-CUENTA-GASTO
                    END-IF
                END-IF
            END-PERFORM.

      *    Un mes de amortizacion.  Lineal: lo pendiente entre los
      *    meses de vida que quedan, de modo que un cambio de vida o
      *    de residual se reparte hacia delante.  Decreciente: doble
      *    de la tasa lineal sobre el valor neto, pasando a lineal
      *    cuando esta da mas.  El ultimo mes de vida se lleva el
      *    resto y nunca se baja del valor residual.
       AMORTIZA-MES.
            COMPUTE WS-PENDIENTE =
                    IV-COSTE - IV-RESIDUAL - IV-AMORT-ACUM.
            IF WS-PENDIENTE NOT > 0
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-RESTANTE = IV-VIDA-MESES - IV-MESES-AMORT.
            IF WS-RESTANTE NOT > 1
                MOVE WS-PENDIENTE      TO WS-AMORT-MES
            ELSE
                COMPUTE WS-LINEAL = WS-PENDIENTE / WS-RESTANTE
                IF IV-DECRECIENTE
                    COMPUTE WS-AMORT-MES =
                            (IV-COSTE - IV-AMORT-ACUM) * 2
                            / IV-VIDA-MESES
                    IF WS-LINEAL > WS-AMORT-MES
                        MOVE WS-LINEAL TO WS-AMORT-MES
                    END-IF
                ELSE
                    MOVE WS-LINEAL     TO WS-AMORT-MES
                END-IF
            END-IF.
            IF WS-AMORT-MES > WS-PENDIENTE
                MOVE WS-PENDIENTE      TO WS-AMORT-MES
            END-IF.
            ADD WS-AMORT-MES           TO IV-AMORT-ACUM
                                          WS-AMORT-ASIENTO.
            ADD 1                      TO WS-MESES-ASIENTO.
            IF IV-MESES-AMORT < 999
                ADD 1                  TO IV-MESES-AMORT
            END-IF.

       GRABA-AMORTIZACION.
            MOVE WS-CUENTA-GASTO       TO TL-CUENTA.
            MOVE WS-CODIGO-GASTO       TO TL-CODIGO.
            MOVE WS-AMORT-ASIENTO      TO SUM3 OF TRANLEDG-REC.
            PERFORM GRABA-POSTEO.
            ADD WS-AMORT-ASIENTO       TO WS-TOTAL-DEBE.
            MOVE IV-CUENTA-AMORT       TO TL-CUENTA.
            MOVE WS-CODIGO-ACUMULADA   TO TL-CODIGO.
            MOVE WS-AMORT-ASIENTO      TO SUM3 OF TRANLEDG-REC.
            PERFORM GRABA-POSTEO.
            ADD WS-AMORT-ASIENTO       TO WS-TOTAL-HABER.
            ADD 1                      TO WS-TOTAL-AMORTIZADOS.
            MOVE WS-AMORT-ASIENTO      TO WS-ED-IMPORTE.
            MOVE IV-AMORT-ACUM         TO WS-ED-IMPORTE-2.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'AMORTIZACION ' IV-ACTIVO ' '
                   IV-DESCRIPCION(1:25)
                   ' MESES ' WS-MESES-ASIENTO
                   ' IMPORTE ' WS-ED-IMPORTE
                   ' GASTO ' WS-CUENTA-GASTO
                   ' ACUMULADA ' IV-CUENTA-AMORT
                   ' TOTAL ' WS-ED-IMPORTE-2
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Baja del activo: sale el coste y la amortizacion acumulada,
      *    entra el cobro y la diferencia con el valor neto va a
      *    beneficio o perdida.  Sin la cuenta que haga falta la
      *    baja espera al cierre siguiente (ya amortizada hasta su
      *    mes).
       CONTABILIZA-BAJA.
            COMPUTE WS-VALOR-NETO = IV-COSTE - IV-AMORT-ACUM.
            COMPUTE WS-RESULTADO = IV-IMPORTE-BAJA - WS-VALOR-NETO.
            IF (IV-IMPORTE-BAJA > 0 AND WS-CTA-COBRO = 0)
               OR (WS-RESULTADO > 0 AND WS-CTA-BENEFICIO = 0)
               OR (WS-RESULTADO < 0 AND WS-CTA-PERDIDA = 0)
                MOVE 'BAJA SIN CUENTAS DE COBRO/RESULTADO'
                                       TO WS-MOTIVO
                PERFORM IMPRIME-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF IV-AMORT-ACUM > 0
                MOVE IV-CUENTA-AMORT   TO TL-CUENTA
                MOVE WS-CODIGO-BAJA-ACUM TO TL-CODIGO
                MOVE IV-AMORT-ACUM     TO SUM3 OF TRANLEDG-REC
                PERFORM GRABA-POSTEO
                ADD IV-AMORT-ACUM      TO WS-TOTAL-DEBE
            END-IF.
            IF IV-IMPORTE-BAJA > 0
                MOVE WS-CTA-COBRO      TO TL-CUENTA
                MOVE WS-CODIGO-COBRO   TO TL-CODIGO
                MOVE IV-IMPORTE-BAJA   TO SUM3 OF TRANLEDG-REC
                PERFORM GRABA-POSTEO
                ADD IV-IMPORTE-BAJA    TO WS-TOTAL-DEBE
            END-IF.
            IF WS-RESULTADO < 0
                COMPUTE WS-PERDIDA = 0 - WS-RESULTADO
                MOVE WS-CTA-PERDIDA    TO TL-CUENTA
                MOVE WS-CODIGO-PERDIDA TO TL-CODIGO
                MOVE WS-PERDIDA        TO SUM3 OF TRANLEDG-REC
                PERFORM GRABA-POSTEO
                ADD WS-PERDIDA         TO WS-TOTAL-DEBE
            END-IF.
            MOVE IV-CUENTA-ACTIVO      TO TL-CUENTA.
            MOVE WS-CODIGO-BAJA-COSTE  TO TL-CODIGO.
            MOVE IV-COSTE              TO SUM3 OF TRANLEDG-REC.
            PERFORM GRABA-POSTEO.
            ADD IV-COSTE               TO WS-TOTAL-HABER.
            IF WS-RESULTADO > 0
                MOVE WS-CTA-BENEFICIO  TO TL-CUENTA
                MOVE WS-CODIGO-BENEFICIO TO TL-CODIGO
                MOVE WS-RESULTADO      TO SUM3 OF TRANLEDG-REC
                PERFORM GRABA-POSTEO
                ADD WS-RESULTADO       TO WS-TOTAL-HABER
            END-IF.
            SET IV-DADO-DE-BAJA        TO TRUE.
            MOVE WS-RESULTADO          TO IV-RESULTADO-BAJA.
            ADD 1                      TO WS-TOTAL-BAJAS.
            MOVE IV-COSTE              TO WS-ED-IMPORTE.
            MOVE IV-AMORT-ACUM         TO WS-ED-IMPORTE-2.
            MOVE WS-VALOR-NETO         TO WS-ED-IMPORTE-3.
            MOVE IV-IMPORTE-BAJA       TO WS-ED-IMPORTE-4.
            MOVE WS-RESULTADO          TO WS-ED-RESULTADO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'BAJA         ' IV-ACTIVO ' '
                   IV-DESCRIPCION(1:25)
                   ' FECHA ' IV-FECHA-BAJA
                   ' COSTE ' WS-ED-IMPORTE
                   ' ACUMULADA ' WS-ED-IMPORTE-2
                   ' NETO ' WS-ED-IMPORTE-3
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '                      COBRO ' WS-ED-IMPORTE-4
                   ' CUENTA ' WS-CTA-COBRO
                   '  RESULTADO ' WS-ED-RESULTADO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       GRABA-POSTEO.
            MOVE WS-FECHA-CARGO        TO TL-FECHA.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE 'P'                   TO TL-TIPO.
            MOVE 'EUR'                 TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)    TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA              TO WS-LOTE-HASH.

      *    Activo en uso al registro: fila de detalle y totales del
      *    departamento, que se mantienen en orden de codigo.
       ANOTA-REGISTRO.
            MOVE ZEROES                TO WS-DA-POS.
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                    UNTIL WS-DA-IDX > WS-TOTAL-DEPARTAMENTOS
                       OR WS-DA-POS > 0
                IF TDA-CODIGO(WS-DA-IDX) NOT < IV-DEPARTAMENTO
                    MOVE WS-DA-IDX     TO WS-DA-POS
                END-IF
            END-PERFORM.
            IF WS-DA-POS = 0
                PERFORM INSERTA-DEPARTAMENTO
            ELSE
                IF TDA-CODIGO(WS-DA-POS) NOT = IV-DEPARTAMENTO
                    PERFORM INSERTA-DEPARTAMENTO
                END-IF
            END-IF.
            IF WS-DA-POS = 0
                ADD 1                  TO WS-TOTAL-FUERA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO TDA-ACTIVOS(WS-DA-POS).
            ADD IV-COSTE               TO TDA-COSTE(WS-DA-POS).
            ADD WS-AMORT-ASIENTO       TO TDA-AMORT-MES(WS-DA-POS).
            ADD IV-AMORT-ACUM          TO TDA-ACUMULADA(WS-DA-POS).
            IF WS-TOTAL-ACTIVOS >= 5000
                ADD 1                  TO WS-TOTAL-FUERA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-ACTIVOS.
            MOVE IV-DEPARTAMENTO       TO
                 TAC-DEPARTAMENTO(WS-TOTAL-ACTIVOS).
            MOVE IV-ACTIVO             TO TAC-ACTIVO(WS-TOTAL-ACTIVOS).
            MOVE IV-DESCRIPCION        TO
                 TAC-DESCRIPCION(WS-TOTAL-ACTIVOS).
            MOVE IV-FECHA-ADQUISICION  TO TAC-FECHA(WS-TOTAL-ACTIVOS).
            MOVE IV-METODO             TO TAC-METODO(WS-TOTAL-ACTIVOS).
            MOVE IV-VIDA-MESES         TO TAC-VIDA(WS-TOTAL-ACTIVOS).
            MOVE IV-MESES-AMORT        TO TAC-MESES(WS-TOTAL-ACTIVOS).
            MOVE IV-COSTE              TO TAC-COSTE(WS-TOTAL-ACTIVOS).
            MOVE WS-AMORT-ASIENTO      TO
                 TAC-AMORT-MES(WS-TOTAL-ACTIVOS).
            MOVE IV-AMORT-ACUM         TO
                 TAC-ACUMULADA(WS-TOTAL-ACTIVOS).
            MOVE IV-ESTADO             TO TAC-ESTADO(WS-TOTAL-ACTIVOS).

      *    Hueco en WS-DA-POS (o al final) para un departamento nuevo.
       INSERTA-DEPARTAMENTO.
            IF WS-TOTAL-DEPARTAMENTOS >= 200
                MOVE ZEROES            TO WS-DA-POS
                EXIT PARAGRAPH
            END-IF.
            IF WS-DA-POS = 0
                COMPUTE WS-DA-POS = WS-TOTAL-DEPARTAMENTOS + 1
            ELSE
                PERFORM VARYING WS-DA-MOVER
                        FROM WS-TOTAL-DEPARTAMENTOS BY -1
                        UNTIL WS-DA-MOVER < WS-DA-POS
                    MOVE TDA-FILA(WS-DA-MOVER) TO
                         TDA-FILA(WS-DA-MOVER + 1)
                END-PERFORM
            END-IF.
            ADD 1                      TO WS-TOTAL-DEPARTAMENTOS.
            MOVE IV-DEPARTAMENTO       TO TDA-CODIGO(WS-DA-POS).
            MOVE ZEROES                TO TDA-ACTIVOS(WS-DA-POS)
                                          TDA-COSTE(WS-DA-POS)
                                          TDA-AMORT-MES(WS-DA-POS)
                                          TDA-ACUMULADA(WS-DA-POS).

       IMPRIME-CABECERA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'INMOVILIZADO - AMORTIZACION Y BAJAS DEL MES '
                   WS-PERIODO ' - POSTEO ' WS-FECHA-CARGO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CUENTAS DE BAJA  COBRO: ' WS-CTA-COBRO
                   '  BENEFICIO: ' WS-CTA-BENEFICIO
                   '  PERDIDA: ' WS-CTA-PERDIDA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       IMPRIME-RECHAZO.
            ADD 1                      TO WS-TOTAL-RECHAZADOS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '*** ACTIVO ' IV-ACTIVO ' DEPARTAMENTO '
                   IV-DEPARTAMENTO ': ' WS-MOTIVO ' ***'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Registro de activos en uso por departamento: coste,
      *    amortizacion del mes, acumulada y valor neto contable.
       IMPRIME-REGISTRO.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'REGISTRO DE INMOVILIZADO AL CIERRE DE '
                   WS-PERIODO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ACTIVO   DESCRIPCION               ADQUISIC'
                   ' M VID MES       COSTE  AMORT. MES'
                   ' AMORT. ACUM  VALOR NETO E'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                    UNTIL WS-DA-IDX > WS-TOTAL-DEPARTAMENTOS
                PERFORM IMPRIME-DEPARTAMENTO
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-GRAN-COSTE         TO WS-ED-TOTAL-1.
            MOVE WS-GRAN-AMORT-MES     TO WS-ED-TOTAL-2.
            MOVE WS-GRAN-ACUMULADA     TO WS-ED-TOTAL-3.
            COMPUTE WS-ED-TOTAL-4 = WS-GRAN-COSTE - WS-GRAN-ACUMULADA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TOTAL GENERAL  ACTIVOS ' WS-GRAN-ACTIVOS
                   '  COSTE ' WS-ED-TOTAL-1
                   '  AMORT. MES ' WS-ED-TOTAL-2
                   '  ACUMULADA ' WS-ED-TOTAL-3
                   '  NETO ' WS-ED-TOTAL-4
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-FUERA > 0
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** ' WS-TOTAL-FUERA ' ACTIVOS SIN LINEA DE'
                       ' DETALLE (TABLA LLENA) ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-DEPARTAMENTO.
            MOVE '(NO ESTA EN DEPTOS)' TO WS-NOMBRE-DEPTO.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-DE-IDX) = TDA-CODIGO(WS-DA-IDX)
                    MOVE TDE-NOMBRE(WS-DE-IDX) TO WS-NOMBRE-DEPTO
                END-IF
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DEPARTAMENTO ' TDA-CODIGO(WS-DA-IDX) ' '
                   WS-NOMBRE-DEPTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-TOTAL-ACTIVOS
                IF TAC-DEPARTAMENTO(WS-AC-IDX) = TDA-CODIGO(WS-DA-IDX)
                    PERFORM IMPRIME-ACTIVO
                END-IF
            END-PERFORM.
            MOVE TDA-COSTE(WS-DA-IDX)  TO WS-ED-TOTAL-1.
            MOVE TDA-AMORT-MES(WS-DA-IDX) TO WS-ED-TOTAL-2.
            MOVE TDA-ACUMULADA(WS-DA-IDX) TO WS-ED-TOTAL-3.
            COMPUTE WS-ED-TOTAL-4 = TDA-COSTE(WS-DA-IDX)
                                  - TDA-ACUMULADA(WS-DA-IDX).
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  TOTAL DEPARTAMENTO  ACTIVOS '
                   TDA-ACTIVOS(WS-DA-IDX)
                   '  COSTE ' WS-ED-TOTAL-1
                   '  AMORT. MES ' WS-ED-TOTAL-2
                   '  ACUMULADA ' WS-ED-TOTAL-3
                   '  NETO ' WS-ED-TOTAL-4
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD TDA-ACTIVOS(WS-DA-IDX) TO WS-GRAN-ACTIVOS.
            ADD TDA-COSTE(WS-DA-IDX)   TO WS-GRAN-COSTE.
            ADD TDA-AMORT-MES(WS-DA-IDX) TO WS-GRAN-AMORT-MES.
            ADD TDA-ACUMULADA(WS-DA-IDX) TO WS-GRAN-ACUMULADA.

       IMPRIME-ACTIVO.
            MOVE TAC-COSTE(WS-AC-IDX)  TO WS-ED-IMPORTE.
            MOVE TAC-AMORT-MES(WS-AC-IDX) TO WS-ED-IMPORTE-2.
            MOVE TAC-ACUMULADA(WS-AC-IDX) TO WS-ED-IMPORTE-3.
            COMPUTE WS-ED-IMPORTE-4 = TAC-COSTE(WS-AC-IDX)
                                    - TAC-ACUMULADA(WS-AC-IDX).
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' TAC-ACTIVO(WS-AC-IDX) ' '
                   TAC-DESCRIPCION(WS-AC-IDX) ' '
                   TAC-FECHA(WS-AC-IDX) ' '
                   TAC-METODO(WS-AC-IDX) ' '
                   TAC-VIDA(WS-AC-IDX) ' '
                   TAC-MESES(WS-AC-IDX) ' '
                   WS-ED-IMPORTE ' ' WS-ED-IMPORTE-2 ' '
                   WS-ED-IMPORTE-3 ' ' WS-ED-IMPORTE-4 ' '
                   TAC-ESTADO(WS-AC-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-CUADRE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-TOTAL-DEBE         TO WS-ED-TOTAL-1.
            MOVE WS-TOTAL-HABER        TO WS-ED-TOTAL-2.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CUADRE DEL LOTE  DEBE: ' WS-ED-TOTAL-1
                   '  HABER: ' WS-ED-TOTAL-2
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE '*** EL LOTE NO CUADRA - NO LIBERAR ***'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'REGISTROS DEL LOTE: ' WS-LOTE-REGISTROS
                   '  AMORTIZADOS: ' WS-TOTAL-AMORTIZADOS
                   '  BAJAS: ' WS-TOTAL-BAJAS
                   '  RECHAZADOS: ' WS-TOTAL-RECHAZADOS
                   '  MES YA AMORTIZADO: ' WS-TOTAL-YA-HECHOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
