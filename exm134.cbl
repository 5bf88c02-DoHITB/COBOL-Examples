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
      * EXM134 - employee expense claims, same card-deck style as     *
      * EXM125 against GASTOS.DAT (copybooks/gasto.cpy), with the     *
      * keying user in the PARM.  'N' + employee + expense date +     *
      * category (VI travel, AL lodging, DI allowances, KM mileage,   *
      * OT other) + amount + currency + description keys a claim      *
      * with the next claim number, left 'P' with the employee's      *
      * department.  The employee must be on PERSONA.DAT and not      *
      * terminated, the date valid and not in the future, and a       *
      * currency other than EUR must have a CAMBIOS.DAT rate on or    *
      * before the expense date.  'A' + claim number + approver       *
      * approves it and 'R' + claim number + approver rejects it:     *
      * the approver must hold level 'A' (EXMSIGN), be neither the    *
      * keying user of the deck nor of the claim, and not be linked   *
      * in USUARIOS.DAT to the claimant.  EXM29 reimburses the        *
      * approved claims with the next payroll.  EXM134.PRT logs every *
      * card and closes with the claims by department and category:   *
      * pending and approved ones still outstanding, valued at the    *
      * rate of the expense date, and those paid or rejected in the   *
      * year of the processing date, with department subtotals.  RC 4 *
      * when a card is refused, RC 16 when GASTOS.DAT is larger than  *
      * its table.                                                    *
      * When the claimant has a line manager on PERSONA.DAT           *
      * (P-RESPONSABLE, EXM22 'J' card), the approver must also be    *
      * linked to an active employee in the claimant's reporting line *
      * above them (EXMJEFE).                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM134.

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
           SELECT GASTO-FILE ASSIGN TO "GASTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASTO-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT USUARIO-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM134.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'N' alta de un gasto; 'A' aprobacion y 'R' rechazo con el
      *    numero del gasto y el usuario que aprueba.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(60).
           02 TX-ALTA REDEFINES TX-DATOS.
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-FECHA             PIC 9(08).
              03 TX-CATEGORIA         PIC X(02).
              03 TX-IMPORTE           PIC 9(07)V99.
              03 TX-MONEDA            PIC X(03).
              03 TX-DESCRIPCION       PIC X(30).
              03 FILLER               PIC X(01).
           02 TX-DECISION REDEFINES TX-DATOS.
              03 TX-NUMERO            PIC 9(07).
              03 TX-APRUEBA           PIC X(08).
              03 FILLER               PIC X(45).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  GASTO-FILE.
           COPY "gasto.cpy".

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  USUARIO-FILE.
           COPY "usuario.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-GASTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-ANYO-PROCESO            PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ALTAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APROBADOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADOS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Gastos (GASTOS.DAT completo, se reescribe si cambia).
        01 WS-TOTAL-GASTOS            PIC 9(04) VALUE ZEROES.
        01 TABLA-GASTOS.
           02 TGA-FILA OCCURS 3000 TIMES.
              03 TGA-REGISTRO         PIC X(144).
        01 WS-GA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-GA-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-ULTIMO-NUMERO           PIC 9(07) VALUE ZEROES.
        01 WS-GASTOS-LLENO-SW         PIC X(01) VALUE 'N'.
           88 GASTOS-LLENO                       VALUE 'Y'.
        01 WS-GASTOS-CAMBIO-SW        PIC X(01) VALUE 'N'.
           88 GASTOS-CAMBIADOS                   VALUE 'Y'.
      *    Cambios por moneda y fecha de efecto.
        01 WS-TOTAL-CAMBIOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 500 TIMES.
              03 TCA-MONEDA           PIC X(03).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-TASA             PIC 9(03)V9(06).
        01 WS-CA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-CAMBIO-FECHA            PIC 9(08) VALUE ZEROES.
        01 WS-CAMBIO-TASA             PIC 9(03)V9(06) VALUE ZEROES.
      *    Empleado enlazado a cada operador (USUARIOS.DAT).
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TUS-FILA OCCURS 500 TIMES.
              03 TUS-USUARIO          PIC X(08).
              03 TUS-ID-EMPLEADO      PIC 9(07).
        01 WS-US-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-APRUEBA-EMPLEADO        PIC 9(07) VALUE ZEROES.
      *    Linea de mando del empleado (EXMJEFE).
        01 WS-JEFE-RESPONSABLE        PIC 9(07) VALUE ZEROES.
        01 WS-JEFE-RESULTADO          PIC X(01) VALUE SPACES.
      *    Validacion de fechas de la tarjeta.
        01 WS-FECHA-VALIDAR           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-VALIDAR.
           02 WS-FV-ANYO              PIC 9(04).
           02 WS-FV-MES               PIC 9(02).
           02 WS-FV-DIA               PIC 9(02).
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
        01 WS-FECHA-OK-SW             PIC X(01) VALUE 'N'.
           88 FECHA-OK                           VALUE 'Y'.
      *    Resumen por departamento y categoria, en orden de clave.
        01 WS-TOTAL-RESUMEN           PIC 9(03) VALUE ZEROES.
        01 TABLA-RESUMEN.
           02 TRS-FILA OCCURS 500 TIMES.
              03 TRS-CLAVE.
                 04 TRS-DEPARTAMENTO  PIC 9(03).
                 04 TRS-CATEGORIA     PIC X(02).
              03 TRS-PEND-NUM         PIC 9(05).
              03 TRS-PEND-CENT        PIC 9(11).
              03 TRS-APROB-NUM        PIC 9(05).
              03 TRS-APROB-CENT       PIC 9(11).
              03 TRS-ABON-NUM         PIC 9(05).
              03 TRS-ABON-CENT        PIC 9(11).
              03 TRS-RECH-NUM         PIC 9(05).
        01 WS-RS-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-RS-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-RESUMEN-LLENO-SW        PIC X(01) VALUE 'N'.
           88 RESUMEN-LLENO                      VALUE 'Y'.
        01 WS-CLAVE-GASTO.
           02 WS-CG-DEPARTAMENTO      PIC 9(03).
           02 WS-CG-CATEGORIA         PIC X(02).
        01 WS-DEPTO-ACTUAL            PIC 9(03) VALUE ZEROES.
        01 WS-IMPORTE-CENT            PIC 9(11) VALUE ZEROES.
        01 TABLA-SUBTOTAL.
           02 TST-FILA OCCURS 2 TIMES.
              03 TST-PEND-NUM         PIC 9(05).
              03 TST-PEND-CENT        PIC 9(11).
              03 TST-APROB-NUM        PIC 9(05).
              03 TST-APROB-CENT       PIC 9(11).
              03 TST-ABON-NUM         PIC 9(05).
              03 TST-ABON-CENT        PIC 9(11).
              03 TST-RECH-NUM         PIC 9(05).
        01 WS-ST-IDX                  PIC 9(01) VALUE ZEROES.
        01 WS-IMPORTE                 PIC 9(09)V99 VALUE ZEROES.
        01 WS-ED-PEND                 PIC Z(08)9.99.
        01 WS-ED-APROB                PIC Z(08)9.99.
        01 WS-ED-ABON                 PIC Z(08)9.99.
        01 WS-ED-IMPORTE              PIC Z(06)9.99.
        01 WS-ETIQUETA                PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO(1:4) TO WS-ANYO-PROCESO.

            PERFORM CARGA-GASTOS.
            IF GASTOS-LLENO
                DISPLAY '*** GASTOS.DAT MAYOR QUE LA TABLA (3000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-CAMBIOS.
            PERFORM CARGA-USUARIOS.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM134 - GASTOS DE EMPLEADOS  FECHA PROCESO: '
                   WS-FECHA-PROCESO '  USUARIO: ' WS-USUARIO-AUDIT
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
            IF GASTOS-CAMBIADOS
                PERFORM GRABA-GASTOS
            END-IF.

            PERFORM IMPRIME-RESUMEN.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '   WS-TOTAL-LEIDAS.
            DISPLAY 'GASTOS DADOS DE ALTA: ' WS-TOTAL-ALTAS.
            DISPLAY 'GASTOS APROBADOS: '  WS-TOTAL-APROBADOS.
            DISPLAY 'GASTOS RECHAZADOS: ' WS-TOTAL-RECHAZADOS.
            DISPLAY 'TARJETAS RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM134.PRT'.
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
                    PERFORM ALTA-GASTO
                WHEN 'A'
                WHEN 'R'
                    PERFORM DECIDE-GASTO
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    Alta: empleado vivo, fecha valida no futura, categoria
      *    conocida, importe y moneda con cambio a la fecha.
       ALTA-GASTO.
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
            IF TX-FECHA IS NOT NUMERIC
                MOVE ZEROES            TO WS-FECHA-VALIDAR
            ELSE
                MOVE TX-FECHA          TO WS-FECHA-VALIDAR
            END-IF.
            PERFORM VALIDA-FECHA.
            IF NOT FECHA-OK OR WS-FECHA-VALIDAR > WS-FECHA-PROCESO
                MOVE 'FECHA DEL GASTO INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO GASTO-REC.
            MOVE TX-CATEGORIA          TO GA-CATEGORIA.
            IF NOT GA-CATEGORIA-VALIDA
                MOVE 'CATEGORIA INVALIDA (VI/AL/DI/KM/OT)'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-IMPORTE IS NOT NUMERIC OR TX-IMPORTE = ZEROES
                MOVE 'IMPORTE A CERO O NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DESCRIPCION = SPACES
                MOVE 'GASTO SIN DESCRIPCION' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-MONEDA = SPACES
                MOVE 'EUR'             TO TX-MONEDA
            END-IF.
            MOVE TX-MONEDA             TO GA-MONEDA.
            MOVE TX-FECHA              TO GA-FECHA.
            PERFORM BUSCA-CAMBIO.
            IF WS-CAMBIO-TASA = ZEROES
                MOVE 'MONEDA SIN CAMBIO A LA FECHA DEL GASTO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-GASTOS >= 3000
                MOVE 'TABLA DE GASTOS LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-ULTIMO-NUMERO.
            MOVE WS-ULTIMO-NUMERO      TO GA-NUMERO.
            MOVE TX-ID-EMPLEADO        TO GA-ID-EMPLEADO.
            MOVE P-DEPARTAMENTO        TO GA-DEPARTAMENTO.
            MOVE TX-IMPORTE            TO GA-IMPORTE.
            MOVE TX-DESCRIPCION        TO GA-DESCRIPCION.
            MOVE 'P'                   TO GA-ESTADO.
            MOVE WS-FECHA-PROCESO      TO GA-FECHA-ALTA.
            MOVE WS-USUARIO-AUDIT      TO GA-USUARIO.
            MOVE SPACES                TO GA-APRUEBA.
            MOVE ZEROES                TO GA-FECHA-APROBACION
                                          GA-TASA
                                          GA-IMPORTE-EUR-CENT
                                          GA-FECHA-PAGO
                                          GA-EJECUCION.
            ADD 1                      TO WS-TOTAL-GASTOS.
            MOVE GASTO-REC             TO TGA-REGISTRO(WS-TOTAL-GASTOS).
            SET GASTOS-CAMBIADOS       TO TRUE.
            ADD 1                      TO WS-TOTAL-ALTAS.
            MOVE GA-IMPORTE            TO WS-ED-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  GASTO ' GA-NUMERO ' DADO DE ALTA - EMPLEADO '
                   GA-ID-EMPLEADO ' DEPARTAMENTO ' GA-DEPARTAMENTO
                   ' ' GA-CATEGORIA ' ' WS-ED-IMPORTE ' ' GA-MONEDA
                   ' - PENDIENTE DE APROBAR'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Aprobacion o rechazo: nivel 'A', y ni quien teclea la
      *    baraja, ni quien tecleo el gasto, ni el propio empleado.
      *    Con responsable de linea en el maestro, el aprobador ha de
      *    estar en la linea de mando del empleado.
       DECIDE-GASTO.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING TX-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR TX-APRUEBA = SPACES
               OR TX-APRUEBA = WS-USUARIO-AUDIT
                MOVE 'SIN APROBADOR A DISTINTO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-GA-FILA.
            IF TX-NUMERO IS NUMERIC
                PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                        UNTIL WS-GA-IDX > WS-TOTAL-GASTOS
                    MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                    IF GA-NUMERO = TX-NUMERO
                        MOVE WS-GA-IDX TO WS-GA-FILA
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-GA-FILA = ZEROES
                MOVE 'GASTO INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TGA-REGISTRO(WS-GA-FILA) TO GASTO-REC.
            IF NOT GA-PENDIENTE
                MOVE 'GASTO YA DECIDIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-APRUEBA-EMPLEADO.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                IF TUS-USUARIO(WS-US-IDX) = TX-APRUEBA
                    MOVE TUS-ID-EMPLEADO(WS-US-IDX)
                                       TO WS-APRUEBA-EMPLEADO
                END-IF
            END-PERFORM.
            IF TX-APRUEBA = GA-USUARIO
               OR WS-APRUEBA-EMPLEADO = GA-ID-EMPLEADO
                MOVE 'APROBADOR ES EL EMPLEADO O QUIEN GRABO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            CALL 'EXMJEFE' USING GA-ID-EMPLEADO WS-APRUEBA-EMPLEADO
                                  WS-JEFE-RESPONSABLE
                                  WS-JEFE-RESULTADO.
            IF WS-JEFE-RESULTADO = 'N'
                MOVE 'APROBADOR FUERA DE LA LINEA DE MANDO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-TIPO               TO GA-ESTADO.
            MOVE TX-APRUEBA            TO GA-APRUEBA.
            MOVE WS-FECHA-PROCESO      TO GA-FECHA-APROBACION.
            MOVE GASTO-REC             TO TGA-REGISTRO(WS-GA-FILA).
            SET GASTOS-CAMBIADOS       TO TRUE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF GA-APROBADO
                ADD 1                  TO WS-TOTAL-APROBADOS
                STRING '  GASTO ' GA-NUMERO ' DE ' GA-ID-EMPLEADO
                       ' APROBADO POR ' GA-APRUEBA
                       ' - SE ABONA EN LA PROXIMA NOMINA'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                ADD 1                  TO WS-TOTAL-RECHAZADOS
                STRING '  GASTO ' GA-NUMERO ' DE ' GA-ID-EMPLEADO
                       ' RECHAZADO POR ' GA-APRUEBA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.

      *    Cambio de la moneda del gasto: la fila mas reciente con
      *    fecha no posterior a la del gasto.  Cero = sin cambio.
       BUSCA-CAMBIO.
            MOVE ZEROES                TO WS-CAMBIO-TASA
                                          WS-CAMBIO-FECHA.
            IF GA-MONEDA = 'EUR' OR GA-MONEDA = SPACES
                MOVE 1                 TO WS-CAMBIO-TASA
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                IF TCA-MONEDA(WS-CA-IDX) = GA-MONEDA
                   AND TCA-FECHA(WS-CA-IDX) NOT > GA-FECHA
                   AND TCA-FECHA(WS-CA-IDX) NOT < WS-CAMBIO-FECHA
                    MOVE TCA-FECHA(WS-CA-IDX) TO WS-CAMBIO-FECHA
                    MOVE TCA-TASA(WS-CA-IDX)  TO WS-CAMBIO-TASA
                END-IF
            END-PERFORM.

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
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:16) ' ***'.

      *    Resumen por departamento y categoria: pendientes y
      *    aprobados vivos al cambio del dia del gasto; abonados
      *    (por su importe en euros) y rechazados del anyo.
       IMPRIME-RESUMEN.
            PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-TOTAL-GASTOS
                MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                EVALUATE TRUE
                    WHEN GA-PENDIENTE
                    WHEN GA-APROBADO
                        PERFORM ACUMULA-RESUMEN
                    WHEN GA-ABONADO
                        IF GA-FECHA-PAGO(1:4) = WS-ANYO-PROCESO
                            PERFORM ACUMULA-RESUMEN
                        END-IF
                    WHEN GA-RECHAZADO
                        IF GA-FECHA-APROBACION(1:4) = WS-ANYO-PROCESO
                            PERFORM ACUMULA-RESUMEN
                        END-IF
                END-EVALUATE
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'GASTOS POR DEPARTAMENTO Y CATEGORIA - PENDIENTES '
                   'Y APROBADOS VIVOS, ABONADOS Y RECHAZADOS EN '
                   WS-ANYO-PROCESO ' (IMPORTES EN EUR)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DEPTO CAT PEND       IMPORTE  APROB      IMPORTE'
                   '  ABON       IMPORTE  RECH'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            INITIALIZE TABLA-SUBTOTAL.
            IF WS-TOTAL-RESUMEN > ZEROES
                MOVE TRS-DEPARTAMENTO(1) TO WS-DEPTO-ACTUAL
            END-IF.
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                    UNTIL WS-RS-IDX > WS-TOTAL-RESUMEN
                IF TRS-DEPARTAMENTO(WS-RS-IDX) NOT = WS-DEPTO-ACTUAL
                    PERFORM IMPRIME-SUBTOTAL
                    MOVE TRS-DEPARTAMENTO(WS-RS-IDX)
                                       TO WS-DEPTO-ACTUAL
                END-IF
                PERFORM IMPRIME-LINEA-RESUMEN
            END-PERFORM.
            IF WS-TOTAL-RESUMEN > ZEROES
                PERFORM IMPRIME-SUBTOTAL
            END-IF.
            MOVE 2                     TO WS-ST-IDX.
            MOVE 'TOTAL     '          TO WS-ETIQUETA.
            PERFORM IMPRIME-LINEA-TOTAL.
            IF RESUMEN-LLENO
                MOVE '*** MAS DE 500 PARES DEPARTAMENTO/CATEGORIA - '
                     & 'RESUMEN INCOMPLETO ***' TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

      *    Fila del par departamento/categoria, insertada en orden.
       ACUMULA-RESUMEN.
            MOVE GA-DEPARTAMENTO       TO WS-CG-DEPARTAMENTO.
            MOVE GA-CATEGORIA          TO WS-CG-CATEGORIA.
            MOVE ZEROES                TO WS-RS-FILA.
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                    UNTIL WS-RS-IDX > WS-TOTAL-RESUMEN
                       OR WS-RS-FILA NOT = ZEROES
                IF TRS-CLAVE(WS-RS-IDX) = WS-CLAVE-GASTO
                    MOVE WS-RS-IDX     TO WS-RS-FILA
                END-IF
            END-PERFORM.
            IF WS-RS-FILA = ZEROES
                IF WS-TOTAL-RESUMEN >= 500
                    SET RESUMEN-LLENO  TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-RESUMEN
                MOVE WS-TOTAL-RESUMEN  TO WS-RS-FILA
                PERFORM UNTIL WS-RS-FILA = 1
                    IF TRS-CLAVE(WS-RS-FILA - 1) > WS-CLAVE-GASTO
                        MOVE TRS-FILA(WS-RS-FILA - 1)
                                       TO TRS-FILA(WS-RS-FILA)
                        SUBTRACT 1     FROM WS-RS-FILA
                    ELSE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                INITIALIZE TRS-FILA(WS-RS-FILA)
                MOVE WS-CLAVE-GASTO    TO TRS-CLAVE(WS-RS-FILA)
            END-IF.
            EVALUATE TRUE
                WHEN GA-PENDIENTE
                    PERFORM BUSCA-CAMBIO
                    COMPUTE WS-IMPORTE-CENT ROUNDED =
                            GA-IMPORTE * WS-CAMBIO-TASA * 100
                    ADD 1              TO TRS-PEND-NUM(WS-RS-FILA)
                    ADD WS-IMPORTE-CENT TO TRS-PEND-CENT(WS-RS-FILA)
                WHEN GA-APROBADO
                    PERFORM BUSCA-CAMBIO
                    COMPUTE WS-IMPORTE-CENT ROUNDED =
                            GA-IMPORTE * WS-CAMBIO-TASA * 100
                    ADD 1              TO TRS-APROB-NUM(WS-RS-FILA)
                    ADD WS-IMPORTE-CENT TO TRS-APROB-CENT(WS-RS-FILA)
                WHEN GA-ABONADO
                    ADD 1              TO TRS-ABON-NUM(WS-RS-FILA)
                    ADD GA-IMPORTE-EUR-CENT
                                       TO TRS-ABON-CENT(WS-RS-FILA)
                WHEN GA-RECHAZADO
                    ADD 1              TO TRS-RECH-NUM(WS-RS-FILA)
            END-EVALUATE.

       IMPRIME-LINEA-RESUMEN.
            MOVE TRS-PEND-CENT(WS-RS-IDX) TO WS-IMPORTE-CENT.
            COMPUTE WS-IMPORTE = WS-IMPORTE-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-PEND.
            MOVE TRS-APROB-CENT(WS-RS-IDX) TO WS-IMPORTE-CENT.
            COMPUTE WS-IMPORTE = WS-IMPORTE-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-APROB.
            MOVE TRS-ABON-CENT(WS-RS-IDX) TO WS-IMPORTE-CENT.
            COMPUTE WS-IMPORTE = WS-IMPORTE-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-ABON.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING TRS-DEPARTAMENTO(WS-RS-IDX) '   '
                   TRS-CATEGORIA(WS-RS-IDX) '  '
                   TRS-PEND-NUM(WS-RS-IDX) ' ' WS-ED-PEND '  '
                   TRS-APROB-NUM(WS-RS-IDX) ' ' WS-ED-APROB '  '
                   TRS-ABON-NUM(WS-RS-IDX) ' ' WS-ED-ABON '  '
                   TRS-RECH-NUM(WS-RS-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1 UNTIL WS-ST-IDX > 2
                ADD TRS-PEND-NUM(WS-RS-IDX)  TO TST-PEND-NUM(WS-ST-IDX)
                ADD TRS-PEND-CENT(WS-RS-IDX) TO
                    TST-PEND-CENT(WS-ST-IDX)
                ADD TRS-APROB-NUM(WS-RS-IDX) TO
                    TST-APROB-NUM(WS-ST-IDX)
                ADD TRS-APROB-CENT(WS-RS-IDX) TO
                    TST-APROB-CENT(WS-ST-IDX)
                ADD TRS-ABON-NUM(WS-RS-IDX)  TO TST-ABON-NUM(WS-ST-IDX)
                ADD TRS-ABON-CENT(WS-RS-IDX) TO
                    TST-ABON-CENT(WS-ST-IDX)
                ADD TRS-RECH-NUM(WS-RS-IDX)  TO TST-RECH-NUM(WS-ST-IDX)
            END-PERFORM.

      *    Subtotal del departamento (fila 1); la fila 2 acumula el
      *    total general.
       IMPRIME-SUBTOTAL.
            MOVE 1                     TO WS-ST-IDX.
            MOVE 'SUBTOTAL  '          TO WS-ETIQUETA.
            PERFORM IMPRIME-LINEA-TOTAL.
            INITIALIZE TST-FILA(1).
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       IMPRIME-LINEA-TOTAL.
            MOVE TST-PEND-CENT(WS-ST-IDX) TO WS-IMPORTE-CENT.
            COMPUTE WS-IMPORTE = WS-IMPORTE-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-PEND.
            MOVE TST-APROB-CENT(WS-ST-IDX) TO WS-IMPORTE-CENT.
            COMPUTE WS-IMPORTE = WS-IMPORTE-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-APROB.
            MOVE TST-ABON-CENT(WS-ST-IDX) TO WS-IMPORTE-CENT.
            COMPUTE WS-IMPORTE = WS-IMPORTE-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-ABON.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING WS-ETIQUETA
                   TST-PEND-NUM(WS-ST-IDX) ' ' WS-ED-PEND '  '
                   TST-APROB-NUM(WS-ST-IDX) ' ' WS-ED-APROB '  '
                   TST-ABON-NUM(WS-ST-IDX) ' ' WS-ED-ABON '  '
                   TST-RECH-NUM(WS-ST-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CARGA-GASTOS.
            OPEN INPUT GASTO-FILE.
            IF WS-GASTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ GASTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-GASTOS < 3000
                                ADD 1     TO WS-TOTAL-GASTOS
                                MOVE GASTO-REC TO
                                     TGA-REGISTRO(WS-TOTAL-GASTOS)
                                IF GA-NUMERO > WS-ULTIMO-NUMERO
                                    MOVE GA-NUMERO
                                         TO WS-ULTIMO-NUMERO
                                END-IF
                            ELSE
                                SET GASTOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GASTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-GASTOS.
            OPEN OUTPUT GASTO-FILE.
            PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-TOTAL-GASTOS
                MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                WRITE GASTO-REC
            END-PERFORM.
            CLOSE GASTO-FILE.

       CARGA-CAMBIOS.
            OPEN INPUT CAMBIO-FILE.
            IF WS-CAMBIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CAMBIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-CAMBIOS < 500
                                ADD 1     TO WS-TOTAL-CAMBIOS
                                MOVE CA-MONEDA TO
                                     TCA-MONEDA(WS-TOTAL-CAMBIOS)
                                MOVE CA-FECHA TO
                                     TCA-FECHA(WS-TOTAL-CAMBIOS)
                                MOVE CA-TASA TO
                                     TCA-TASA(WS-TOTAL-CAMBIOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAMBIO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

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
