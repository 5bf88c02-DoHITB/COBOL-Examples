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
      * EXM135 - employee loans and salary advances, same card-deck   *
      * style as EXM134 against PRESTAMO.DAT (copybooks/prestamo.cpy) *
      * with the keying user in the PARM.  Every card names an        *
      * approver who must hold level 'A' (EXMSIGN), not be the keying *
      * user of the deck and not be linked in USUARIOS.DAT to the     *
      * borrower.  'N' + employee + type ('P' loan, 'A' salary        *
      * advance) + principal + first period + instalments + annual    *
      * rate + delivery + balance + account + approver keys a loan    *
      * with the next loan number.  The employee must be on           *
      * PERSONA.DAT and not terminated; an advance carries no         *
      * interest and at most twelve instalments.  The fixed monthly   *
      * instalment follows the French system on the principal, or     *
      * principal over the instalments when the rate is zero.         *
      * Delivery 'N' (or blank) leaves the loan 'P' for the next      *
      * EXM29 run to pay out with the transfer and needs a first      *
      * period not before the current one.  Delivery 'E' takes over a *
      * loan already paid out outside the system with its outstanding *
      * balance and the instalments still to go: it starts 'V' and    *
      * the batch books the balance with code 06 to the loans         *
      * receivable account 999984 against code 10 on the account      *
      * given.  'C' + loan + mode + amount + account + approver pays  *
      * a loan off early.  Mode 'N' asks the next EXM29 run to take   *
      * the whole balance with the month's instalment; mode 'D'       *
      * records money paid in directly, up to the balance, booked     *
      * with code 09 on the account given against code 07 on 999984,  *
      * and the loan is left 'C' when nothing is owed.  A loan still  *
      * waiting to be paid out is withdrawn instead, whatever the     *
      * mode.  'R' + loan + first period + instalments + approver     *
      * reschedules a live loan: a new plan on the outstanding        *
      * balance from that period, the instalment worked out again.    *
      * Every card accepted clears PR-EJECUCION, so an EXM133 void of *
      * an earlier run leaves the loan alone.  The batch EXM135LDG    *
      * (43-byte images, HDR/TRL) goes to the EXM57 slot 'NOM'.       *
      * EXM135.PRT logs every card.  RC 4 when a card is refused, RC  *
      * 16 when PRESTAMO.DAT is larger than its table.                *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM135.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTAMO-STATUS.
           SELECT USUARIO-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM135LDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM135.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'N' alta de un prestamo o anticipo; 'C' cancelacion
      *    anticipada; 'R' reprogramacion.  El usuario que aprueba
      *    va al final de cada tarjeta.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-ALTA REDEFINES TX-DATOS.
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-CLASE             PIC X(01).
              03 TX-PRINCIPAL         PIC 9(07)V99.
              03 TX-INICIO            PIC 9(06).
              03 TX-CUOTAS            PIC 9(03).
              03 TX-TASA              PIC 9(02)V9(04).
              03 TX-ENTREGA           PIC X(01).
              03 TX-SALDO             PIC 9(07)V99.
              03 TX-CUENTA            PIC 9(06).
              03 TX-APRUEBA           PIC X(08).
              03 FILLER               PIC X(23).
           02 TX-CANCELA REDEFINES TX-DATOS.
              03 TX-NUMERO            PIC 9(07).
              03 TX-MODO              PIC X(01).
              03 TX-IMPORTE           PIC 9(07)V99.
              03 TX-CUENTA-PAGO       PIC 9(06).
              03 TX-APRUEBA-CANCELA   PIC X(08).
              03 FILLER               PIC X(48).
           02 TX-REPROGRAMA REDEFINES TX-DATOS.
              03 TX-NUMERO-PLAN       PIC 9(07).
              03 TX-INICIO-PLAN       PIC 9(06).
              03 TX-CUOTAS-PLAN       PIC 9(03).
              03 TX-APRUEBA-PLAN      PIC X(08).
              03 FILLER               PIC X(55).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  PRESTAMO-FILE.
           COPY "prestamo.cpy".

       FD  USUARIO-FILE.
           COPY "usuario.cpy".

      *    Lote de posteos en forma de feed de sucursal (43 bytes;
      *    la sucursal la estampa EXM57).
       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PRESTAMO-STATUS         PIC X(02) VALUE '00'.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ALTAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CANCELADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-REPROGRAMADAS     PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Prestamos (PRESTAMO.DAT completo, se reescribe si cambia).
        01 WS-TOTAL-PRESTAMOS         PIC 9(04) VALUE ZEROES.
        01 TABLA-PRESTAMOS.
           02 TPR-FILA OCCURS 2000 TIMES.
              03 TPR-REGISTRO         PIC X(144).
        01 WS-PR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PR-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-NUMERO-BUSCA            PIC 9(07) VALUE ZEROES.
        01 WS-ULTIMO-NUMERO           PIC 9(07) VALUE ZEROES.
        01 WS-PRESTAMOS-LLENO-SW      PIC X(01) VALUE 'N'.
           88 PRESTAMOS-LLENO                    VALUE 'Y'.
        01 WS-PRESTAMOS-CAMBIO-SW     PIC X(01) VALUE 'N'.
           88 PRESTAMOS-CAMBIADOS                VALUE 'Y'.
      *    Empleado enlazado a cada operador (USUARIOS.DAT).
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TUS-FILA OCCURS 500 TIMES.
              03 TUS-USUARIO          PIC X(08).
              03 TUS-ID-EMPLEADO      PIC 9(07).
        01 WS-US-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-APRUEBA                 PIC X(08) VALUE SPACES.
        01 WS-APRUEBA-EMPLEADO        PIC 9(07) VALUE ZEROES.
        01 WS-PRESTATARIO             PIC 9(07) VALUE ZEROES.
      *    Periodo AAAAMM de la tarjeta.
        01 WS-PERIODO-VALIDAR         PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO-VALIDAR.
           02 WS-PV-ANYO              PIC 9(04).
           02 WS-PV-MES               PIC 9(02).
      *    Cuota fija del plan (sistema frances): base, numero de
      *    cuotas y tipo anual en porcentaje.
        01 WS-BASE-CUOTA              PIC 9(07)V99 VALUE ZEROES.
        01 WS-NUM-CUOTAS              PIC 9(03) VALUE ZEROES.
        01 WS-TASA-ANUAL              PIC 9(02)V9(04) VALUE ZEROES.
        01 WS-TASA-MES                PIC 9(01)V9(12) VALUE ZEROES.
        01 WS-FACTOR                  PIC 9(05)V9(12) VALUE ZEROES.
        01 WS-CUOTA                   PIC 9(07)V99 VALUE ZEROES.
      *    Lote de posteos.
        01 WS-CUENTA-PRESTAMOS        PIC 9(06) VALUE 999984.
        01 WS-CODIGO-PRESTAMO         PIC 9(02) VALUE 06.
        01 WS-CODIGO-AMORTIZA         PIC 9(02) VALUE 07.
        01 WS-CODIGO-COBRO            PIC 9(02) VALUE 09.
        01 WS-CODIGO-TRASPASO         PIC 9(02) VALUE 10.
        01 WS-POSTEO-CENT             PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-DEBE              PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(13) VALUE ZEROES.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(06)9.99.
        01 WS-ED-CUOTA                PIC Z(06)9.99.
        01 WS-ED-TASA                 PIC Z9.9999.
           COPY "hdrtrl.cpy".
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO.

            PERFORM CARGA-PRESTAMOS.
            IF PRESTAMOS-LLENO
                DISPLAY '*** PRESTAMO.DAT MAYOR QUE LA TABLA (2000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-USUARIOS.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM135  '            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM135 - PRESTAMOS Y ANTICIPOS AL PERSONAL  FECHA '
                   'PROCESO: ' WS-FECHA-PROCESO
                   '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

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
            CLOSE PERSONA-FILE.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.
            IF PRESTAMOS-CAMBIADOS
                PERFORM GRABA-PRESTAMOS
            END-IF.

            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '     WS-TOTAL-LEIDAS.
            DISPLAY 'PRESTAMOS DADOS DE ALTA: ' WS-TOTAL-ALTAS.
            DISPLAY 'CANCELACIONES: '       WS-TOTAL-CANCELADAS.
            DISPLAY 'REPROGRAMACIONES: '    WS-TOTAL-REPROGRAMADAS.
            DISPLAY 'TARJETAS RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM135.PRT'.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            EVALUATE TX-TIPO
                WHEN 'N'
                    PERFORM ALTA-PRESTAMO
                WHEN 'C'
                    PERFORM CANCELA-PRESTAMO
                WHEN 'R'
                    PERFORM REPROGRAMA-PRESTAMO
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    Alta: empleado vivo, clase conocida, plan valido y
      *    aprobador.  El traspaso de un prestamo ya entregado
      *    entra vivo con su saldo y se postea.
       ALTA-PRESTAMO.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
                MOVE 'EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF P-TERMINADO
                MOVE 'EMPLEADO DADO DE BAJA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO PRESTAMO-REC.
            MOVE TX-CLASE              TO PR-TIPO.
            IF NOT PR-TIPO-VALIDO
                MOVE 'CLASE INVALIDA (P PRESTAMO/A ANTICIPO)'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-PRINCIPAL IS NOT NUMERIC OR TX-PRINCIPAL = ZEROES
                MOVE 'PRINCIPAL A CERO O NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-TASA IS NOT NUMERIC
               OR (PR-ANTICIPO AND TX-TASA NOT = ZEROES)
                MOVE 'TIPO DE INTERES INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-CUOTAS IS NOT NUMERIC OR TX-CUOTAS = ZEROES
               OR TX-CUOTAS > 360
               OR (PR-ANTICIPO AND TX-CUOTAS > 12)
                MOVE 'NUMERO DE CUOTAS INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-ENTREGA = SPACE
                MOVE 'N'               TO TX-ENTREGA
            END-IF.
            IF TX-ENTREGA NOT = 'N' AND TX-ENTREGA NOT = 'E'
                MOVE 'ENTREGA INVALIDA (N NOMINA/E TRASPASO)'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-INICIO IS NOT NUMERIC
                MOVE ZEROES            TO WS-PERIODO-VALIDAR
            ELSE
                MOVE TX-INICIO         TO WS-PERIODO-VALIDAR
            END-IF.
            IF WS-PV-ANYO < 1900 OR WS-PV-MES < 1 OR WS-PV-MES > 12
               OR (TX-ENTREGA = 'N'
                   AND WS-PERIODO-VALIDAR < WS-PERIODO-PROCESO)
                MOVE 'PRIMER PERIODO INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-ENTREGA = 'E'
                IF TX-SALDO IS NOT NUMERIC OR TX-SALDO = ZEROES
                   OR TX-SALDO > TX-PRINCIPAL
                    MOVE 'SALDO DEL TRASPASO INVALIDO' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                IF TX-CUENTA IS NOT NUMERIC OR TX-CUENTA = ZEROES
                   OR TX-CUENTA = WS-CUENTA-PRESTAMOS
                    MOVE 'CUENTA DEL TRASPASO INVALIDA' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE TX-APRUEBA            TO WS-APRUEBA.
            MOVE TX-ID-EMPLEADO        TO WS-PRESTATARIO.
            PERFORM VALIDA-APROBADOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PRESTAMOS >= 2000
                MOVE 'TABLA DE PRESTAMOS LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-ULTIMO-NUMERO.
            MOVE WS-ULTIMO-NUMERO      TO PR-NUMERO.
            MOVE TX-ID-EMPLEADO        TO PR-ID-EMPLEADO.
            MOVE TX-PRINCIPAL          TO PR-PRINCIPAL.
            MOVE TX-TASA               TO PR-TASA.
            MOVE WS-FECHA-PROCESO      TO PR-FECHA-ALTA.
            MOVE WS-USUARIO-AUDIT      TO PR-USUARIO.
            MOVE WS-APRUEBA            TO PR-APRUEBA.
            MOVE TX-INICIO             TO PR-PERIODO-INICIO.
            MOVE TX-CUOTAS             TO PR-CUOTAS.
            MOVE ZEROES                TO PR-CUOTAS-PAGADAS
                                          PR-REPROGRAMACIONES
                                          PR-INTERESES
                                          PR-ULTIMO-PERIODO
                                          PR-FECHA-ABONO
                                          PR-FECHA-CANCELACION
                                          PR-EJECUCION.
            MOVE SPACE                 TO PR-CANCELAR-SW.
            IF TX-ENTREGA = 'E'
                MOVE 'V'               TO PR-ESTADO
                MOVE TX-SALDO          TO PR-SALDO
                COMPUTE PR-AMORTIZADO = TX-PRINCIPAL - TX-SALDO
                MOVE WS-FECHA-PROCESO  TO PR-FECHA-ABONO
            ELSE
                MOVE 'P'               TO PR-ESTADO
                MOVE TX-PRINCIPAL      TO PR-SALDO
                MOVE ZEROES            TO PR-AMORTIZADO
            END-IF.
            MOVE PR-SALDO              TO WS-BASE-CUOTA.
            MOVE PR-CUOTAS             TO WS-NUM-CUOTAS.
            MOVE PR-TASA               TO WS-TASA-ANUAL.
            PERFORM CALCULA-CUOTA.
            MOVE WS-CUOTA              TO PR-CUOTA.
            ADD 1                      TO WS-TOTAL-PRESTAMOS.
            MOVE PRESTAMO-REC          TO
                 TPR-REGISTRO(WS-TOTAL-PRESTAMOS).
            SET PRESTAMOS-CAMBIADOS    TO TRUE.
            ADD 1                      TO WS-TOTAL-ALTAS.
            MOVE PR-SALDO              TO WS-ED-IMPORTE.
            MOVE PR-CUOTA              TO WS-ED-CUOTA.
            MOVE PR-TASA               TO WS-ED-TASA.
            MOVE SPACES                TO LINEA-REPORTE.
            IF PR-VIVO
                COMPUTE WS-POSTEO-CENT = PR-SALDO * 100
                MOVE WS-CUENTA-PRESTAMOS TO TL-CUENTA
                MOVE WS-CODIGO-PRESTAMO  TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-DEBE
                MOVE TX-CUENTA         TO TL-CUENTA
                MOVE WS-CODIGO-TRASPASO TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-HABER
                STRING '  PRESTAMO ' PR-NUMERO ' (' PR-TIPO ') DE '
                       PR-ID-EMPLEADO ' TRASPASADO - SALDO '
                       WS-ED-IMPORTE ' - ' PR-CUOTAS ' CUOTAS DE '
                       WS-ED-CUOTA ' AL ' WS-ED-TASA '% DESDE '
                       PR-PERIODO-INICIO ' CONTRA ' TX-CUENTA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '  PRESTAMO ' PR-NUMERO ' (' PR-TIPO ') DE '
                       PR-ID-EMPLEADO ' POR ' WS-ED-IMPORTE
                       ' - ' PR-CUOTAS ' CUOTAS DE ' WS-ED-CUOTA
                       ' AL ' WS-ED-TASA '% DESDE ' PR-PERIODO-INICIO
                       ' - SE ABONA EN LA PROXIMA NOMINA'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.

      *    Cancelacion anticipada.  Pendiente de abono: se retira.
      *    Vivo: 'N' pide todo el saldo a la nomina siguiente, 'D'
      *    anota el pago directo del empleado.
       CANCELA-PRESTAMO.
            MOVE TX-NUMERO             TO WS-NUMERO-BUSCA.
            PERFORM BUSCA-PRESTAMO.
            IF WS-PR-FILA = ZEROES
                MOVE 'PRESTAMO INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF PR-CANCELADO
                MOVE 'PRESTAMO YA CANCELADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF PR-VIVO
                EVALUATE TX-MODO
                    WHEN 'N'
                        IF PR-CANCELAR-EN-NOMINA
                            MOVE 'CANCELACION YA PEDIDA A LA NOMINA'
                                       TO WS-MOTIVO
                            EXIT PARAGRAPH
                        END-IF
                    WHEN 'D'
                        IF TX-IMPORTE IS NOT NUMERIC
                           OR TX-IMPORTE = ZEROES
                           OR TX-IMPORTE > PR-SALDO
                            MOVE 'IMPORTE A CERO O MAYOR QUE EL SALDO'
                                       TO WS-MOTIVO
                            EXIT PARAGRAPH
                        END-IF
                        IF TX-CUENTA-PAGO IS NOT NUMERIC
                           OR TX-CUENTA-PAGO = ZEROES
                           OR TX-CUENTA-PAGO = WS-CUENTA-PRESTAMOS
                            MOVE 'CUENTA DEL COBRO INVALIDA'
                                       TO WS-MOTIVO
                            EXIT PARAGRAPH
                        END-IF
                    WHEN OTHER
                        MOVE 'MODO INVALIDO (N NOMINA/D DIRECTO)'
                                       TO WS-MOTIVO
                        EXIT PARAGRAPH
                END-EVALUATE
            END-IF.
            MOVE TX-APRUEBA-CANCELA    TO WS-APRUEBA.
            MOVE PR-ID-EMPLEADO        TO WS-PRESTATARIO.
            PERFORM VALIDA-APROBADOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            EVALUATE TRUE
                WHEN PR-PENDIENTE-ABONO
                    MOVE 'C'           TO PR-ESTADO
                    MOVE ZEROES        TO PR-SALDO
                    MOVE WS-FECHA-PROCESO TO PR-FECHA-CANCELACION
                    STRING '  PRESTAMO ' PR-NUMERO ' DE '
                           PR-ID-EMPLEADO ' RETIRADO ANTES DEL ABONO'
                           ' - APRUEBA ' WS-APRUEBA
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                WHEN TX-MODO = 'N'
                    MOVE 'S'           TO PR-CANCELAR-SW
                    MOVE PR-SALDO      TO WS-ED-IMPORTE
                    STRING '  PRESTAMO ' PR-NUMERO ' DE '
                           PR-ID-EMPLEADO ' SE CANCELA EN LA PROXIMA '
                           'NOMINA - SALDO ' WS-ED-IMPORTE
                           ' - APRUEBA ' WS-APRUEBA
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                WHEN OTHER
                    PERFORM COBRA-DIRECTO
            END-EVALUATE.
            MOVE ZEROES                TO PR-EJECUCION.
            MOVE PRESTAMO-REC          TO TPR-REGISTRO(WS-PR-FILA).
            SET PRESTAMOS-CAMBIADOS    TO TRUE.
            ADD 1                      TO WS-TOTAL-CANCELADAS.
            WRITE LINEA-REPORTE.

      *    Pago directo del empleado: todo a principal.  Debe en la
      *    cuenta del cobro, haber en prestamos al personal.
       COBRA-DIRECTO.
            SUBTRACT TX-IMPORTE        FROM PR-SALDO.
            ADD TX-IMPORTE             TO PR-AMORTIZADO.
            COMPUTE WS-POSTEO-CENT = TX-IMPORTE * 100.
            MOVE TX-CUENTA-PAGO        TO TL-CUENTA.
            MOVE WS-CODIGO-COBRO       TO TL-CODIGO.
            PERFORM GRABA-POSTEO.
            ADD WS-POSTEO-CENT         TO WS-TOTAL-DEBE.
            MOVE WS-CUENTA-PRESTAMOS   TO TL-CUENTA.
            MOVE WS-CODIGO-AMORTIZA    TO TL-CODIGO.
            PERFORM GRABA-POSTEO.
            ADD WS-POSTEO-CENT         TO WS-TOTAL-HABER.
            MOVE TX-IMPORTE            TO WS-ED-IMPORTE.
            MOVE PR-SALDO              TO WS-ED-CUOTA.
            IF PR-SALDO = ZEROES
                MOVE 'C'               TO PR-ESTADO
                MOVE SPACE             TO PR-CANCELAR-SW
                MOVE WS-FECHA-PROCESO  TO PR-FECHA-CANCELACION
                STRING '  PRESTAMO ' PR-NUMERO ' DE ' PR-ID-EMPLEADO
                       ' PAGO DIRECTO ' WS-ED-IMPORTE
                       ' - CANCELADO - APRUEBA ' WS-APRUEBA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '  PRESTAMO ' PR-NUMERO ' DE ' PR-ID-EMPLEADO
                       ' PAGO DIRECTO ' WS-ED-IMPORTE
                       ' - QUEDA ' WS-ED-CUOTA
                       ' - APRUEBA ' WS-APRUEBA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.

      *    Reprogramacion: plan nuevo sobre el saldo vivo.
       REPROGRAMA-PRESTAMO.
            MOVE TX-NUMERO-PLAN        TO WS-NUMERO-BUSCA.
            PERFORM BUSCA-PRESTAMO.
            IF WS-PR-FILA = ZEROES
                MOVE 'PRESTAMO INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT PR-VIVO
                MOVE 'PRESTAMO NO VIVO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-INICIO-PLAN IS NOT NUMERIC
                MOVE ZEROES            TO WS-PERIODO-VALIDAR
            ELSE
                MOVE TX-INICIO-PLAN    TO WS-PERIODO-VALIDAR
            END-IF.
            IF WS-PV-ANYO < 1900 OR WS-PV-MES < 1 OR WS-PV-MES > 12
               OR WS-PERIODO-VALIDAR < WS-PERIODO-PROCESO
                MOVE 'PRIMER PERIODO INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-CUOTAS-PLAN IS NOT NUMERIC
               OR TX-CUOTAS-PLAN = ZEROES
               OR TX-CUOTAS-PLAN > 360
               OR (PR-ANTICIPO AND TX-CUOTAS-PLAN > 12)
                MOVE 'NUMERO DE CUOTAS INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-APRUEBA-PLAN       TO WS-APRUEBA.
            MOVE PR-ID-EMPLEADO        TO WS-PRESTATARIO.
            PERFORM VALIDA-APROBADOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-INICIO-PLAN        TO PR-PERIODO-INICIO.
            MOVE TX-CUOTAS-PLAN        TO PR-CUOTAS.
            MOVE ZEROES                TO PR-CUOTAS-PAGADAS
                                          PR-EJECUCION.
            MOVE SPACE                 TO PR-CANCELAR-SW.
            IF PR-REPROGRAMACIONES < 99
                ADD 1                  TO PR-REPROGRAMACIONES
            END-IF.
            MOVE PR-SALDO              TO WS-BASE-CUOTA.
            MOVE PR-CUOTAS             TO WS-NUM-CUOTAS.
            MOVE PR-TASA               TO WS-TASA-ANUAL.
            PERFORM CALCULA-CUOTA.
            MOVE WS-CUOTA              TO PR-CUOTA.
            MOVE PRESTAMO-REC          TO TPR-REGISTRO(WS-PR-FILA).
            SET PRESTAMOS-CAMBIADOS    TO TRUE.
            ADD 1                      TO WS-TOTAL-REPROGRAMADAS.
            MOVE PR-SALDO              TO WS-ED-IMPORTE.
            MOVE PR-CUOTA              TO WS-ED-CUOTA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  PRESTAMO ' PR-NUMERO ' DE ' PR-ID-EMPLEADO
                   ' REPROGRAMADO - SALDO ' WS-ED-IMPORTE ' EN '
                   PR-CUOTAS ' CUOTAS DE ' WS-ED-CUOTA ' DESDE '
                   PR-PERIODO-INICIO ' - APRUEBA ' WS-APRUEBA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Fila del prestamo cuyo numero viene en WS-NUMERO-BUSCA;
      *    lo deja en PRESTAMO-REC.  Cero = no esta.
       BUSCA-PRESTAMO.
            MOVE ZEROES                TO WS-PR-FILA.
            IF TX-DATOS(1:7) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS
                       OR WS-PR-FILA NOT = ZEROES
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                IF PR-NUMERO = WS-NUMERO-BUSCA
                    MOVE WS-PR-IDX     TO WS-PR-FILA
                END-IF
            END-PERFORM.

      *    Aprobador de nivel 'A', distinto de quien teclea la
      *    baraja y no enlazado al empleado del prestamo.
       VALIDA-APROBADOR.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR WS-APRUEBA = SPACES
               OR WS-APRUEBA = WS-USUARIO-AUDIT
                MOVE 'SIN APROBADOR A DISTINTO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-APRUEBA-EMPLEADO.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                IF TUS-USUARIO(WS-US-IDX) = WS-APRUEBA
                    MOVE TUS-ID-EMPLEADO(WS-US-IDX)
                                       TO WS-APRUEBA-EMPLEADO
                END-IF
            END-PERFORM.
            IF WS-APRUEBA-EMPLEADO = WS-PRESTATARIO
                MOVE 'APROBADOR ES EL PROPIO EMPLEADO' TO WS-MOTIVO
            END-IF.

      *    Cuota fija: sistema frances con el tipo mensual, o la
      *    base entre las cuotas sin interes.  La ultima cuota se
      *    lleva lo que quede.
       CALCULA-CUOTA.
            IF WS-TASA-ANUAL = ZEROES
                COMPUTE WS-CUOTA ROUNDED =
                        WS-BASE-CUOTA / WS-NUM-CUOTAS
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-TASA-MES = WS-TASA-ANUAL / 1200.
            COMPUTE WS-FACTOR = (1 + WS-TASA-MES) ** WS-NUM-CUOTAS.
            COMPUTE WS-CUOTA ROUNDED =
                    WS-BASE-CUOTA * WS-TASA-MES * WS-FACTOR
                    / (WS-FACTOR - 1).

       GRABA-POSTEO.
            MOVE WS-FECHA-PROCESO      TO TL-FECHA.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE WS-POSTEO-CENT        TO SUM3 OF TRANLEDG-REC.
            MOVE 'P'                   TO TL-TIPO.
            MOVE 'EUR'                 TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)    TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA              TO WS-LOTE-HASH.

       RECHAZA-TARJETA.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:16) ' ***'.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS LEIDAS: ' WS-TOTAL-LEIDAS
                   '  ALTAS: ' WS-TOTAL-ALTAS
                   '  CANCELACIONES: ' WS-TOTAL-CANCELADAS
                   '  REPROGRAMACIONES: ' WS-TOTAL-REPROGRAMADAS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF WS-TOTAL-DEBE = WS-TOTAL-HABER
                STRING 'LOTE EXM135LDG: ' WS-LOTE-REGISTROS
                       ' POSTEOS - DEBE = HABER = ' WS-TOTAL-DEBE
                       ' CENTIMOS'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '*** LOTE EXM135LDG NO CUADRA: DEBE '
                       WS-TOTAL-DEBE ' HABER ' WS-TOTAL-HABER
                       ' - NO LIBERAR ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.

       CARGA-PRESTAMOS.
            OPEN INPUT PRESTAMO-FILE.
            IF WS-PRESTAMO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PRESTAMO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PRESTAMOS < 2000
                                ADD 1     TO WS-TOTAL-PRESTAMOS
                                MOVE PRESTAMO-REC TO
                                     TPR-REGISTRO(WS-TOTAL-PRESTAMOS)
                                IF PR-NUMERO > WS-ULTIMO-NUMERO
                                    MOVE PR-NUMERO
                                         TO WS-ULTIMO-NUMERO
                                END-IF
                            ELSE
                                SET PRESTAMOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESTAMO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PRESTAMOS.
            OPEN OUTPUT PRESTAMO-FILE.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                WRITE PRESTAMO-REC
            END-PERFORM.
            CLOSE PRESTAMO-FILE.

      *    Ceros o espacios en US-ID-EMPLEADO = operador sin enlazar.
       CARGA-USUARIOS.
            OPEN INPUT USUARIO-FILE.
            IF WS-USUARIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ USUARIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-USUARIOS < 500
                                ADD 1     TO WS-TOTAL-USUARIOS
                                MOVE US-USUARIO TO
                                     TUS-USUARIO(WS-TOTAL-USUARIOS)
                                IF US-ID-EMPLEADO IS NUMERIC
                                    MOVE US-ID-EMPLEADO TO
                                      TUS-ID-EMPLEADO(WS-TOTAL-USUARIOS)
                                ELSE
                                    MOVE ZEROES TO
                                      TUS-ID-EMPLEADO(WS-TOTAL-USUARIOS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE USUARIO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
