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
      * EXM125 - fixed-asset master maintenance, same card-deck style *
      * as EXM30 and EXM117 against INMOVIL.DAT                       *
      * (copybooks/inmovil.cpy, keyed on the asset id):  'A' alta     *
      * with description, department, acquisition date, cost, useful  *
      * life in months, method (L/D), residual value and the asset,   *
      * accumulated-depreciation and (optional) expense accounts;     *
      * 'C' cambio on the same columns, blank or zero keeping the     *
      * stored value;  'B' baja with the disposal date and the        *
      * proceeds (zero for scrapped equipment).  The department must  *
      * be active on DEPTOS.DAT, and with no expense account of its   *
      * own the asset needs the department's DEPCTA.DAT account;      *
      * every account named must exist on CUENTAS.DAT and not be      *
      * closed.  Cost and acquisition date are frozen once            *
      * depreciation has run.  An asset already being depreciated     *
      * offline is taken over with its accumulated depreciation in    *
      * the ALTA card, counted to the month before the ALTA.  A       *
      * disposal books its gain or loss to the results, so the 'B'    *
      * card needs an approver of level 'A' other than the keying     *
      * user, as the EXM30 reactivation does; the asset waits as 'P'  *
      * until EXM126 books the disposal at month-end.  Every change   *
      * writes before/after images to INMOVAUD.DAT with the keying    *
      * user from the PARM (and the approver on a disposal).          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT INMOVIL-FILE ASSIGN TO "INMOVIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-ACTIVO
               FILE STATUS IS WS-INMOVIL-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "INMOVAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-ACTIVO               PIC X(08).
           02 TX-DESCRIPCION          PIC X(30).
           02 TX-DEPARTAMENTO         PIC 9(03).
           02 TX-FECHA                PIC 9(08).
           02 TX-IMPORTE              PIC 9(09).
           02 TX-VIDA                 PIC 9(03).
           02 TX-METODO               PIC X(01).
           02 TX-RESIDUAL             PIC 9(09).
           02 TX-CUENTA-ACTIVO        PIC 9(06).
           02 TX-CUENTA-AMORT         PIC 9(06).
           02 TX-CUENTA-GASTO         PIC 9(06).
           02 TX-AMORT-INICIAL        PIC 9(09).
           02 TX-APRUEBA              PIC X(08).

       FD  INMOVIL-FILE.
           COPY "inmovil.cpy".

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  DEPCTA-FILE.
        01 DEPCTA-REC.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-FECHA                PIC 9(08).
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX              PIC X(01).
           02 AU-IMAGEN               PIC X(01).
           02 AU-INMOVIL              PIC X(160).
           02 AU-USUARIO              PIC X(08).
           02 AU-APRUEBA              PIC X(08).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-INMOVIL-STATUS          PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APLICADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Departamentos y su cuenta de gasto en DEPCTA.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 100 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-ACTIVO           PIC X(01).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPCTA.
           02 TDC-DEPARTAMENTO OCCURS 100 TIMES PIC 9(03).
        01 WS-DC-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DEPTO-OK-SW             PIC X(01) VALUE 'N'.
           88 DEPTO-OK                           VALUE 'Y'.
        01 WS-MAPEO-OK-SW             PIC X(01) VALUE 'N'.
           88 MAPEO-OK                           VALUE 'Y'.
      *    Validacion de fechas de la tarjeta.
        01 WS-FECHA-VALIDAR           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-VALIDAR.
           02 WS-FV-ANYO              PIC 9(04).
           02 WS-FV-MES               PIC 9(02).
           02 WS-FV-DIA               PIC 9(02).
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
        01 WS-FECHA-OK-SW             PIC X(01) VALUE 'N'.
           88 FECHA-OK                           VALUE 'Y'.
      *    Meses transcurridos entre la adquisicion y el periodo
      *    anterior a la alta (amortizacion ya hecha fuera).
        01 WS-MES-DESDE               PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-MES-DESDE.
           02 WS-MD-ANYO              PIC 9(04).
           02 WS-MD-MES               PIC 9(02).
        01 WS-MES-HASTA               PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-MES-HASTA.
           02 WS-MH-ANYO              PIC 9(04).
           02 WS-MH-MES               PIC 9(02).
        01 WS-MESES-CALC              PIC S9(06) VALUE ZEROES.
        01 WS-PERIODO-ANTERIOR        PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO-ANTERIOR.
           02 WS-PA-ANYO              PIC 9(04).
           02 WS-PA-MES               PIC 9(02).
        01 WS-CLAVE-TARJETA           PIC X(08) VALUE SPACES.
        01 WS-AMORTIZABLE             PIC S9(10) VALUE ZEROES.
      *    Imagen ANTES del cambio, que solo se audita si se aplica.
        01 WS-INMOVIL-ANTES           PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            MOVE WS-FECHA-HOY(1:6)     TO WS-PERIODO-ANTERIOR.
            IF WS-PA-MES = 1
                SUBTRACT 1             FROM WS-PA-ANYO
                MOVE 12                TO WS-PA-MES
            ELSE
                SUBTRACT 1             FROM WS-PA-MES
            END-IF.

            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-DEPCTA.
            OPEN I-O INMOVIL-FILE.
            IF WS-INMOVIL-STATUS = '35'
                OPEN OUTPUT INMOVIL-FILE
                CLOSE INMOVIL-FILE
                OPEN I-O INMOVIL-FILE
            END-IF.
            OPEN INPUT CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - '
                        'STATUS: ' WS-CUENTA-STATUS ' ***'
                CLOSE INMOVIL-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                OPEN OUTPUT AUDIT-FILE
            END-IF.

            PERFORM UNTIL FIN-ENTRADA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-ENTRADA TO TRUE
                    NOT AT END
                        PERFORM PROCESA-TARJETA
                END-READ
            END-PERFORM.

            CLOSE ENTRADA-FILE.
            CLOSE INMOVIL-FILE.
            CLOSE CUENTA-FILE.
            CLOSE AUDIT-FILE.

            DISPLAY 'TARJETAS LEIDAS: '   WS-TOTAL-LEIDAS.
            DISPLAY 'APLICADAS: '         WS-TOTAL-APLICADAS.
            DISPLAY 'RECHAZADAS: '        WS-TOTAL-RECHAZADAS.
            STOP RUN.

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
                                MOVE DM-ACTIVO TO
                                     TDE-ACTIVO(WS-TOTAL-DEPTOS)
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
                            IF WS-TOTAL-MAPEOS < 100
                                ADD 1    TO WS-TOTAL-MAPEOS
                                MOVE DC-DEPARTAMENTO TO
                                     TDC-DEPARTAMENTO(WS-TOTAL-MAPEOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPCTA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Los campos numericos en blanco valen cero: en el CAMBIO
      *    un campo a cero conserva el valor grabado.
       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE TX-ACTIVO             TO WS-CLAVE-TARJETA.
            IF TX-ACTIVO = SPACES
                MOVE 'ACTIVO EN BLANCO' TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            IF TX-DEPARTAMENTO IS NOT NUMERIC
                MOVE ZEROES            TO TX-DEPARTAMENTO
            END-IF.
            IF TX-FECHA IS NOT NUMERIC
                MOVE ZEROES            TO TX-FECHA
            END-IF.
            IF TX-IMPORTE IS NOT NUMERIC
                MOVE ZEROES            TO TX-IMPORTE
            END-IF.
            IF TX-VIDA IS NOT NUMERIC
                MOVE ZEROES            TO TX-VIDA
            END-IF.
            IF TX-RESIDUAL IS NOT NUMERIC
                MOVE ZEROES            TO TX-RESIDUAL
            END-IF.
            IF TX-CUENTA-ACTIVO IS NOT NUMERIC
                MOVE ZEROES            TO TX-CUENTA-ACTIVO
            END-IF.
            IF TX-CUENTA-AMORT IS NOT NUMERIC
                MOVE ZEROES            TO TX-CUENTA-AMORT
            END-IF.
            IF TX-CUENTA-GASTO IS NOT NUMERIC
                MOVE ZEROES            TO TX-CUENTA-GASTO
            END-IF.
            IF TX-AMORT-INICIAL IS NOT NUMERIC
                MOVE ZEROES            TO TX-AMORT-INICIAL
            END-IF.
            EVALUATE TX-TIPO
                WHEN 'A'
                    PERFORM PROCESA-ALTA
                WHEN 'C'
                    PERFORM PROCESA-CAMBIO
                WHEN 'B'
                    PERFORM PROCESA-BAJA
                WHEN OTHER
                    MOVE 'TIPO DE TRANSACCION INVALIDO'
                                       TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
            END-EVALUATE.

       PROCESA-ALTA.
            MOVE TX-ACTIVO             TO IV-ACTIVO.
            READ INMOVIL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'ALTA RECHAZADA, YA EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
                    EXIT PARAGRAPH
            END-READ.
            MOVE SPACES                TO INMOVIL-REC.
            MOVE TX-ACTIVO             TO IV-ACTIVO.
            MOVE TX-DESCRIPCION        TO IV-DESCRIPCION.
            MOVE TX-DEPARTAMENTO       TO IV-DEPARTAMENTO.
            MOVE TX-FECHA              TO IV-FECHA-ADQUISICION.
            MOVE TX-IMPORTE            TO IV-COSTE.
            MOVE TX-VIDA               TO IV-VIDA-MESES.
            MOVE TX-METODO             TO IV-METODO.
            MOVE TX-RESIDUAL           TO IV-RESIDUAL.
            MOVE TX-CUENTA-ACTIVO      TO IV-CUENTA-ACTIVO.
            MOVE TX-CUENTA-AMORT       TO IV-CUENTA-AMORT.
            MOVE TX-CUENTA-GASTO       TO IV-CUENTA-GASTO.
            MOVE ZEROES                TO IV-AMORT-ACUM
                                          IV-MESES-AMORT
                                          IV-ULTIMO-PERIODO
                                          IV-FECHA-BAJA
                                          IV-IMPORTE-BAJA
                                          IV-RESULTADO-BAJA.
            SET IV-EN-USO              TO TRUE.
            MOVE WS-FECHA-HOY          TO IV-FECHA-ALTA.
            MOVE WS-USUARIO-AUDIT      TO IV-USUARIO.
            IF TX-DESCRIPCION = SPACES
                MOVE 'DESCRIPCION EN BLANCO' TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            IF TX-AMORT-INICIAL > 0
                PERFORM CALCULA-AMORT-INICIAL
            END-IF.
            PERFORM VALIDA-ACTIVO.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            WRITE INMOVIL-REC.
            MOVE 'A'                   TO AU-IMAGEN.
            MOVE INMOVIL-REC           TO AU-INMOVIL.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-APLICADAS.

      *    Activo que ya venia amortizandose fuera del sistema: la
      *    amortizacion acumulada de la tarjeta cubre hasta el mes
      *    anterior a la alta y EXM126 sigue desde ahi.
       CALCULA-AMORT-INICIAL.
            MOVE TX-AMORT-INICIAL      TO IV-AMORT-ACUM.
            MOVE WS-PERIODO-ANTERIOR   TO IV-ULTIMO-PERIODO.
            MOVE TX-FECHA(1:6)         TO WS-MES-DESDE.
            MOVE WS-PERIODO-ANTERIOR   TO WS-MES-HASTA.
            COMPUTE WS-MESES-CALC =
                    (WS-MH-ANYO - WS-MD-ANYO) * 12
                  + WS-MH-MES - WS-MD-MES + 1.
            IF WS-MESES-CALC < 0
                MOVE ZEROES            TO WS-MESES-CALC
            END-IF.
            IF WS-MESES-CALC > TX-VIDA
                MOVE TX-VIDA           TO WS-MESES-CALC
            END-IF.
            MOVE WS-MESES-CALC         TO IV-MESES-AMORT.

       PROCESA-CAMBIO.
            MOVE TX-ACTIVO             TO IV-ACTIVO.
            READ INMOVIL-FILE
                INVALID KEY
                    MOVE 'CAMBIO RECHAZADO, NO EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
                    EXIT PARAGRAPH
            END-READ.
            IF NOT IV-EN-USO
                MOVE 'CAMBIO RECHAZADO, ACTIVO EN BAJA' TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
      *    Coste y fecha de adquisicion solo mientras no haya
      *    amortizacion: despues el historial posteado ya los usa.
            IF (TX-IMPORTE > 0 OR TX-FECHA > 0)
               AND (IV-AMORT-ACUM > 0 OR IV-MESES-AMORT > 0)
                MOVE 'COSTE/FECHA FIJOS, YA HAY AMORTIZACION'
                                       TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            IF TX-AMORT-INICIAL > 0
                MOVE 'AMORTIZACION INICIAL SOLO EN LA ALTA'
                                       TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            MOVE INMOVIL-REC           TO WS-INMOVIL-ANTES.
            IF TX-DESCRIPCION NOT = SPACES
                MOVE TX-DESCRIPCION    TO IV-DESCRIPCION
            END-IF.
            IF TX-DEPARTAMENTO > 0
                MOVE TX-DEPARTAMENTO   TO IV-DEPARTAMENTO
            END-IF.
            IF TX-FECHA > 0
                MOVE TX-FECHA          TO IV-FECHA-ADQUISICION
            END-IF.
            IF TX-IMPORTE > 0
                MOVE TX-IMPORTE        TO IV-COSTE
            END-IF.
            IF TX-VIDA > 0
                MOVE TX-VIDA           TO IV-VIDA-MESES
            END-IF.
            IF TX-METODO NOT = SPACE
                MOVE TX-METODO         TO IV-METODO
            END-IF.
            IF TX-RESIDUAL > 0
                MOVE TX-RESIDUAL       TO IV-RESIDUAL
            END-IF.
            IF TX-CUENTA-ACTIVO > 0
                MOVE TX-CUENTA-ACTIVO  TO IV-CUENTA-ACTIVO
            END-IF.
            IF TX-CUENTA-AMORT > 0
                MOVE TX-CUENTA-AMORT   TO IV-CUENTA-AMORT
            END-IF.
            IF TX-CUENTA-GASTO > 0
                MOVE TX-CUENTA-GASTO   TO IV-CUENTA-GASTO
            END-IF.
            MOVE WS-USUARIO-AUDIT      TO IV-USUARIO.
            PERFORM VALIDA-ACTIVO.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            REWRITE INMOVIL-REC.
            MOVE 'B'                   TO AU-IMAGEN.
            MOVE WS-INMOVIL-ANTES      TO AU-INMOVIL.
            PERFORM ESCRIBE-AUDITORIA.
            MOVE 'A'                   TO AU-IMAGEN.
            MOVE INMOVIL-REC           TO AU-INMOVIL.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-APLICADAS.

      *    Baja (venta o desguace): control dual como la reactivacion
      *    de EXM30 -- el resultado de la baja va a resultados.  El
      *    activo queda 'P' y EXM126 contabiliza la baja al cierre
      *    del mes de la fecha de baja.
       PROCESA-BAJA.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING TX-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR TX-APRUEBA = SPACES
               OR TX-APRUEBA = WS-USUARIO-AUDIT
                MOVE 'BAJA SIN APROBADOR A DISTINTO' TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ACTIVO             TO IV-ACTIVO.
            READ INMOVIL-FILE
                INVALID KEY
                    MOVE 'BAJA RECHAZADA, NO EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
                    EXIT PARAGRAPH
            END-READ.
            IF NOT IV-EN-USO
                MOVE 'BAJA RECHAZADA, YA ESTA EN BAJA' TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA              TO WS-FECHA-VALIDAR.
            PERFORM VALIDA-FECHA.
            IF NOT FECHA-OK
               OR TX-FECHA > WS-FECHA-HOY
               OR TX-FECHA < IV-FECHA-ADQUISICION
                MOVE 'FECHA DE BAJA INVALIDA' TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA(1:6) < IV-ULTIMO-PERIODO
                MOVE 'FECHA DE BAJA EN MES YA AMORTIZADO'
                                       TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                   TO AU-IMAGEN.
            MOVE INMOVIL-REC           TO AU-INMOVIL.
            PERFORM ESCRIBE-AUDITORIA.
            SET IV-BAJA-PENDIENTE      TO TRUE.
            MOVE TX-FECHA              TO IV-FECHA-BAJA.
            MOVE TX-IMPORTE            TO IV-IMPORTE-BAJA.
            MOVE WS-USUARIO-AUDIT      TO IV-USUARIO.
            REWRITE INMOVIL-REC.
            MOVE 'A'                   TO AU-IMAGEN.
            MOVE INMOVIL-REC           TO AU-INMOVIL.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-APLICADAS.

      *    Reglas del activo sobre la imagen ya montada.  Deja
      *    WS-MOTIVO en blanco si el activo vale.
       VALIDA-ACTIVO.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE IV-FECHA-ADQUISICION  TO WS-FECHA-VALIDAR.
            PERFORM VALIDA-FECHA.
            IF NOT FECHA-OK OR IV-FECHA-ADQUISICION > WS-FECHA-HOY
                MOVE 'FECHA DE ADQUISICION INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF IV-COSTE = 0
                MOVE 'COSTE A CERO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF IV-VIDA-MESES = 0 OR IV-VIDA-MESES > 600
                MOVE 'VIDA UTIL FUERA DE 1-600 MESES' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT IV-METODO-VALIDO
                MOVE 'METODO INVALIDO (L/D)' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF IV-RESIDUAL NOT < IV-COSTE
                MOVE 'RESIDUAL NO MENOR QUE EL COSTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-AMORTIZABLE = IV-COSTE - IV-RESIDUAL.
            IF IV-AMORT-ACUM > WS-AMORTIZABLE
                MOVE 'AMORTIZACION ACUMULADA EXCEDE LO AMORTIZABLE'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF IV-VIDA-MESES < IV-MESES-AMORT
                MOVE 'VIDA MENOR QUE LOS MESES YA AMORTIZADOS'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDA-DEPARTAMENTO.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF IV-CUENTA-ACTIVO = 0 OR IV-CUENTA-AMORT = 0
                MOVE 'FALTA CUENTA DE ACTIVO O DE AMORTIZACION'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE IV-CUENTA-ACTIVO      TO CU-CUENTA.
            PERFORM VALIDA-CUENTA.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE IV-CUENTA-AMORT       TO CU-CUENTA.
            PERFORM VALIDA-CUENTA.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF IV-CUENTA-GASTO > 0
                MOVE IV-CUENTA-GASTO   TO CU-CUENTA
                PERFORM VALIDA-CUENTA
            ELSE
                IF NOT MAPEO-OK
                    MOVE 'DEPARTAMENTO SIN CUENTA DE GASTO (DEPCTA)'
                                       TO WS-MOTIVO
                END-IF
            END-IF.

       VALIDA-DEPARTAMENTO.
            MOVE 'N'                   TO WS-DEPTO-OK-SW.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-DE-IDX) = IV-DEPARTAMENTO
                   AND TDE-ACTIVO(WS-DE-IDX) = 'A'
                    SET DEPTO-OK       TO TRUE
                END-IF
            END-PERFORM.
            IF NOT DEPTO-OK
                MOVE 'DEPARTAMENTO INEXISTENTE O INACTIVO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-MAPEO-OK-SW.
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-TOTAL-MAPEOS
                IF TDC-DEPARTAMENTO(WS-DC-IDX) = IV-DEPARTAMENTO
                    SET MAPEO-OK       TO TRUE
                END-IF
            END-PERFORM.

       VALIDA-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE SPACES        TO WS-MOTIVO
                    STRING 'CUENTA ' CU-CUENTA ' INEXISTENTE'
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                    EXIT PARAGRAPH
            END-READ.
            IF CU-CERRADA
                MOVE SPACES            TO WS-MOTIVO
                STRING 'CUENTA ' CU-CUENTA ' CERRADA'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
            END-IF.

       VALIDA-FECHA.
            MOVE 'N'                   TO WS-FECHA-OK-SW.
            IF WS-FV-ANYO < 1900 OR WS-FV-MES < 1 OR WS-FV-MES > 12
               OR WS-FV-DIA < 1
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-FV-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                WHEN 10 WHEN 12
                    MOVE 31            TO DIAS-EN-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30            TO DIAS-EN-MES
                WHEN 2
                    IF FUNCTION MOD(WS-FV-ANYO, 400) = 0
                       OR (FUNCTION MOD(WS-FV-ANYO, 4) = 0 AND
                           FUNCTION MOD(WS-FV-ANYO, 100) NOT = 0)
                        MOVE 29        TO DIAS-EN-MES
                    ELSE
                        MOVE 28        TO DIAS-EN-MES
                    END-IF
            END-EVALUATE.
            IF WS-FV-DIA NOT > DIAS-EN-MES
                SET FECHA-OK           TO TRUE
            END-IF.

       RECHAZA-TARJETA.
            DISPLAY '  *** ' WS-MOTIVO ': ' TX-TIPO ' '
                    WS-CLAVE-TARJETA ' ***'.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AU-HORA             FROM TIME.
            MOVE TX-TIPO               TO AU-TIPO-TX.
            MOVE WS-USUARIO-AUDIT      TO AU-USUARIO.
            MOVE SPACES                TO AU-APRUEBA.
            IF TX-TIPO = 'B'
                MOVE TX-APRUEBA        TO AU-APRUEBA
            END-IF.
            WRITE AUDIT-REC.
