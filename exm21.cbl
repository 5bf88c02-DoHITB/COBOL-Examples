      * fingerprints (WS-REG-RETENCION-DIAS) drop off at start-up so    *
      * the registry does not grow forever.  Reversals are exempt: a    *
      * legitimate reversal repeats its original's key and amounts.     *
      * A posting in a foreign TL-MONEDA also rolls into SALDODIV.DAT *
      * (copybooks/saldodiv.cpy) under its account and currency: the  *
      * holding in the original units and its base value at the rate  *
      * it was converted at.  SALDOS.DAT only sees base currency,     *
      * and the month-end revaluation (EXM107) needs the exposure.    *
      * An account EXM109 has marked inactiva (CU-ESTADO 'D') no      *
      * longer posts: the transaction goes to the suspense with       *
      * motivo CUENTA INACTIVA until an approved EXM30 reactivation.  *
      * A reversal is the one movement that lowers a balance, and it  *
      * is now checked against the account's authorized overdraft     *
      * CU-LIMITE: if SD-ACTUAL-SUM3 less the converted SUM3 would    *
      * fall below minus the limit, it goes to the suspense with      *
      * motivo LIMITE EXCEDIDO and EXM71 resubmits it once the        *
      * balance has room.  Accounts with no limit recorded are not    *
      * checked, and neither is the EDIT pass (no balances open).     *
      * A TL-TIPO 'A' accrual posts as a normal posting and, once     *
      * posted, parks its mirror-image reversal in POSTPEND.DAT       *
      * (origin DEVENGO, same TL-REFERENCIA, base-currency amounts as *
      * booked) dated the first business day of the next period       *
      * (EXMBDAY); EXM108 releases it once EXM47 has opened that      *
      * period, so nobody has to remember the new-month reversal.     *
      * GL codes finance holds to their budget (PB-CONTROL 'S' on     *
      * PRESUPUE.DAT) are checked at posting time: the code's actuals *
      * for the processing period (EXM21MTG rows of earlier runs plus *
      * this run's GL detail) plus the converted SUM3 of a normal or  *
      * accrual posting may not pass PB-MONTO.  A posting that would  *
      * goes to the suspense with motivo PRESUPUESTO EXCEDIDO; EXM121 *
      * records an approved overrun in PRESAUT.DAT, EXM71 releases    *
      * the item and its reference then posts past the check.         *
      * Reversals lower the actuals and are never held.  A partition  *
      * run sees earlier nights and its own postings only.            *
      * Neither check, nor the dormant-account one, touches the legs  *
      * of the system's own balanced batches (88 TL-ORIGEN-INTERNO on *
      * the pseudo-branch: interest, revaluation, allocation,         *
      * depreciation, payroll, returns, approved manual journals,     *
      * held reversals, year-end): holding one leg while its contra   *
      * posted left the ledger out of balance, so only                *
      * branch-originated movements are refused for dormancy, limit   *
      * or budget.                                                    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM21.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT SALDODIV-FILE ASSIGN TO "SALDODIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CLAVE
               FILE STATUS IS WS-SALDODIV-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT UMBRAL-FILE ASSIGN TO "UMBRALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRAL-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "POSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT REVISION-FILE ASSIGN TO "EXM21REV.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.
           SELECT PRESUP-FILE ASSIGN TO "PRESUPUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUP-STATUS.
           SELECT AUTORIZA-FILE ASSIGN TO "PRESAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  SALDODIV-FILE.
           COPY "saldodiv.cpy".

      *    Historial permanente de posteos: la imagen ORIGINAL (sin
      *    convertir, con su sucursal) de cada transaccion posteada o
      *    reversada, anyadida cada noche -- TRANLEDG.DAT se rehace y
       FD  REVISION-FILE.
        01 LINEA-REVISION             PIC X(100).

      *    Presupuesto por codigo GL y sobregiros aprobados (EXM121).
       FD  PRESUP-FILE.
           COPY "presup.cpy".

       FD  AUTORIZA-FILE.
           COPY "presaut.cpy".

      *    Reversos de devengos aparcados para el mes siguiente.
       FD  PENDIENTE-FILE.
           COPY "postpend.cpy".

       FD  CHECKPOINT-FILE.
      *    CHECKPOINT-REC moved to copybooks/ckp21.cpy so the
      *    trial-balance proof (EXM65) reads the same layout.
           88 WS-CODIGO-PROHIBIDO                 VALUE 'Y'.
        01 WS-CUENTA-STATUS            PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS             PIC X(02) VALUE '00'.
        01 WS-SALDODIV-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS          PIC X(02) VALUE '00'.
        01 WS-REGISTRO-STATUS          PIC X(02) VALUE '00'.
        01 WS-CATALOGO-STATUS          PIC X(02) VALUE '00'.
        01 WS-MEJOR-FECHA              PIC 9(08) VALUE ZEROES.
        01 WS-SUM3-ORIGINAL            PIC 9(09) VALUE ZEROES.
        01 WS-SUM4-ORIGINAL            PIC 9(09) VALUE ZEROES.
      *    Saldo proyectado de la cuenta tras un reverso, contra el
      *    limite de descubierto autorizado (CU-LIMITE).
        01 WS-SALDO-PROYECTADO         PIC S9(13) VALUE ZEROES.
        01 WS-LIMITE-NEGATIVO          PIC S9(13) VALUE ZEROES.
        01 WS-LIMITE-SW                PIC X(01) VALUE 'N'.
           88 LIMITE-EXCEDIDO                     VALUE 'Y'.
      *    Tope presupuestario: filas controladas del periodo de
      *    proceso con su real acumulado de runs anteriores, y las
      *    referencias con sobregiro aprobado.
        01 WS-PRESUP-STATUS            PIC X(02) VALUE '00'.
        01 WS-PRESUP-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-PRESUP                          VALUE 'Y'.
        01 WS-MTG-EOF-SW               PIC X(01) VALUE 'N'.
           88 FIN-MTG                             VALUE 'Y'.
        01 WS-AUTORIZA-STATUS          PIC X(02) VALUE '00'.
        01 WS-AUTORIZA-EOF-SW          PIC X(01) VALUE 'N'.
           88 FIN-AUTORIZA                        VALUE 'Y'.
        01 WS-PERIODO-PRESUP           PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PRESUP             PIC 9(03) VALUE ZEROES.
        01 TABLA-PRESUP.
           02 TPR-FILA OCCURS 100 TIMES.
              03 TPR-CUENTA-GL         PIC X(10).
              03 TPR-MONTO             PIC S9(13).
              03 TPR-REAL              PIC S9(14).
        01 WS-PR-IDX                   PIC 9(03) VALUE ZEROES.
        01 WS-PR-ENCONTRADO-SW         PIC X(01) VALUE 'N'.
           88 PR-ENCONTRADO                       VALUE 'Y'.
        01 WS-TOTAL-AUTORIZADOS        PIC 9(04) VALUE ZEROES.
        01 TABLA-AUTORIZADOS.
           02 TAU-REFERENCIA OCCURS 2000 TIMES PIC 9(09).
        01 WS-AU-IDX                   PIC 9(04) VALUE ZEROES.
        01 WS-SOBREGIRO-SW             PIC X(01) VALUE 'N'.
           88 SOBREGIRO-AUTORIZADO                VALUE 'Y'.
        01 WS-GL-PRESUP                PIC X(10) VALUE SPACES.
        01 WS-REAL-PROYECTADO          PIC S9(14) VALUE ZEROES.
        01 WS-PRESUP-SW                PIC X(01) VALUE 'N'.
           88 PRESUPUESTO-EXCEDIDO                VALUE 'Y'.
      *    La pasada independiente convierte igual pero sin repetir
      *    el informe de conversion por consola.
        01 WS-CONV-SILENCIO-SW         PIC X(01) VALUE 'N'.
      *    madrugada en que corre.
        01 WS-FECHA-PROCESO            PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA             PIC X(01) VALUE SPACES.
      *    Devengos: el reverso sale con fecha del primer laborable
      *    del periodo siguiente (EXMBDAY).
        01 WS-PENDIENTE-STATUS         PIC X(02) VALUE '00'.
        01 WS-IMAGEN-DEVENGO           PIC X(55) VALUE SPACES.
        01 WS-FECHA-DEVENGO            PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-DEVENGO.
           02 WS-DEV-ANYO              PIC 9(04).
           02 WS-DEV-MES               PIC 9(02).
           02 WS-DEV-DIA               PIC 9(02).
        01 WS-FECHA-REVERSO-DEV        PIC 9(08) VALUE ZEROES.
        01 WS-BD-FUNCION               PIC X(01) VALUE 'S'.
        01 WS-BD-DIA                   PIC 9(02) VALUE ZEROES.
        01 WS-BD-MES                   PIC 9(02) VALUE ZEROES.
        01 WS-BD-ANYO                  PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE             PIC X(01) VALUE SPACES.
        01 CONTADOR-DEVENGOS           PIC 9(06) VALUE ZEROES.
      *    Cerrojos nominales (EXMLOCK) de la ventana de posteo: las
      *    pantallas EXM30/EXM43/EXM62 y EXM59 ya no pueden pisar
      *    CUENTAS, SALDOS o SUSPENSO con el posteo en marcha.
            PERFORM CARGA-PERIODOS.
            PERFORM CARGA-CTAGLMAP.
            PERFORM CARGA-REGISTRO-HUELLAS.
            PERFORM CARGA-PRESUPUESTO.
            IF NOT MODO-EDICION
                PERFORM REESCRIBE-REGISTRO-HUELLAS
                OPEN EXTEND REGISTRO-FILE
                   OR WS-HISTORIA-STATUS = '35'
                    OPEN OUTPUT HISTORIA-FILE
                END-IF
                OPEN EXTEND PENDIENTE-FILE
                IF WS-PENDIENTE-STATUS = '05'
                   OR WS-PENDIENTE-STATUS = '35'
                    OPEN OUTPUT PENDIENTE-FILE
                END-IF
                CALL 'EXMFECHA' USING WS-FECHA-PROCESO
                                       WS-ORIGEN-FECHA
                MOVE WS-FECHA-PROCESO   TO WS-FECHA-SUSPENSO
                                          WS-SALDO-STATUS
                                          WS-ERR-SEVERIDAD
                END-IF
                OPEN I-O SALDODIV-FILE
                IF WS-SALDODIV-STATUS = '35'
                    OPEN OUTPUT SALDODIV-FILE
                    CLOSE SALDODIV-FILE
                    OPEN I-O SALDODIV-FILE
                END-IF
                IF WS-SALDODIV-STATUS NOT = '00'
                    PERFORM LIBERA-CERROJOS
                    MOVE 'OPEN SALDODIV-FILE' TO WS-ERR-PARRAFO
                    MOVE 'F'               TO WS-ERR-SEVERIDAD
                    CALL 'EXMERRH' USING WS-ERR-PROGRAMA
                                          WS-ERR-PARRAFO
                                          WS-SALDODIV-STATUS
                                          WS-ERR-SEVERIDAD
                END-IF
            END-IF.

            OPEN INPUT TRANLEDG-FILE.
            IF NOT MODO-EDICION
                CLOSE RECHAZO-FILE
                CLOSE SALDO-FILE
                CLOSE SALDODIV-FILE
                CLOSE SUSPENSO-FILE
                CLOSE HISTORIA-FILE
                CLOSE PENDIENTE-FILE
                CLOSE REGISTRO-FILE
                IF WS-TOTAL-UMBRALES > 0
                    CLOSE REVISION-FILE
                        MOVE 'CUENTA CERRADA' TO WS-MOTIVO-RECHAZO
                        MOVE 'N'            TO WS-TRAN-VALIDA-SW
                    END-IF
      *    Cuenta inactiva (EXM109): nada entra sin reactivacion
      *    aprobada en EXM30; el movimiento espera en el suspenso.
      *    Los lotes internos postean (TL-ORIGEN-INTERNO).
                    IF CU-INACTIVA AND NOT TL-ORIGEN-INTERNO
                        MOVE 'CUENTA INACTIVA' TO WS-MOTIVO-RECHAZO
                        MOVE 'N'            TO WS-TRAN-VALIDA-SW
                    END-IF
            END-READ.

            IF WS-TRAN-VALIDA
                END-IF
            END-IF.

      *    Tope presupuestario: un posteo normal o devengo contra un
      *    codigo GL controlado no puede llevar el real del periodo
      *    por encima del presupuesto sin sobregiro aprobado.  Los
      *    lotes internos no se controlan (TL-ORIGEN-INTERNO).
            IF WS-TRAN-VALIDA AND NOT TL-REVERSO
               AND WS-TOTAL-PRESUP > 0 AND NOT TL-ORIGEN-INTERNO
                PERFORM VERIFICA-PRESUPUESTO
                IF PRESUPUESTO-EXCEDIDO
                    MOVE 'PRESUPUESTO EXCEDIDO' TO WS-MOTIVO-RECHAZO
                    MOVE 'N'                TO WS-TRAN-VALIDA-SW
                END-IF
            END-IF.

      *    Limite de descubierto: solo un reverso baja el saldo.  Si
      *    lo dejaria por debajo de menos CU-LIMITE, el movimiento
      *    espera en el suspenso hasta que el saldo lo permita
      *    (EXM71).  Cuentas sin limite grabado no se controlan; en
      *    modo EDIT no hay saldos abiertos y no se comprueba.  Solo
      *    se rechazan cargos de clientes: las patas de los lotes
      *    internos (interes deudor, perdida de cambio...) postean.
            IF WS-TRAN-VALIDA AND TL-REVERSO AND NOT MODO-EDICION
               AND CU-LIMITE NUMERIC AND NOT TL-ORIGEN-INTERNO
                PERFORM VERIFICA-LIMITE
                IF LIMITE-EXCEDIDO
                    MOVE 'LIMITE EXCEDIDO'  TO WS-MOTIVO-RECHAZO
                    MOVE 'N'                TO WS-TRAN-VALIDA-SW
                END-IF
            END-IF.

       VERIFICA-LIMITE.
            MOVE 'N'                       TO WS-LIMITE-SW.
            MOVE TL-CUENTA                 TO SD-CUENTA.
            READ SALDO-FILE
                INVALID KEY
                    MOVE ZEROES             TO SD-ACTUAL-SUM3
            END-READ.
            COMPUTE WS-SALDO-PROYECTADO =
                    SD-ACTUAL-SUM3 - SUM3 OF TRANLEDG-REC.
            COMPUTE WS-LIMITE-NEGATIVO = 0 - CU-LIMITE.
            IF WS-SALDO-PROYECTADO < WS-LIMITE-NEGATIVO
                SET LIMITE-EXCEDIDO         TO TRUE
            END-IF.

      *    Real proyectado del codigo GL de la cuenta: runs anteriores
      *    del periodo (EXM21MTG) mas el detalle GL de este run mas
      *    el SUM3 ya convertido.  Una referencia con sobregiro
      *    aprobado en PRESAUT pasa aunque exceda.
       VERIFICA-PRESUPUESTO.
            MOVE 'N'                       TO WS-PRESUP-SW.
            MOVE SPACES                    TO WS-GL-PRESUP.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-TOTAL-MAPEOS
                       OR WS-GL-PRESUP NOT = SPACES
                IF TL-CUENTA >= TM-DESDE(WS-MAP-IDX)
                   AND TL-CUENTA <= TM-HASTA(WS-MAP-IDX)
                    MOVE TM-CUENTA-GL(WS-MAP-IDX) TO WS-GL-PRESUP
                END-IF
            END-PERFORM.
            IF WS-GL-PRESUP = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                       TO WS-PR-ENCONTRADO-SW.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                       OR PR-ENCONTRADO
                IF TPR-CUENTA-GL(WS-PR-IDX) = WS-GL-PRESUP
                    SET PR-ENCONTRADO       TO TRUE
                END-IF
            END-PERFORM.
            IF NOT PR-ENCONTRADO
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1                     FROM WS-PR-IDX.
            MOVE TPR-REAL(WS-PR-IDX)       TO WS-REAL-PROYECTADO.
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-TOTAL-GL
                IF TG-CODIGO(WS-GL-IDX) = WS-GL-PRESUP
                    ADD TG-SUM3(WS-GL-IDX)  TO WS-REAL-PROYECTADO
                END-IF
            END-PERFORM.
            ADD SUM3 OF TRANLEDG-REC       TO WS-REAL-PROYECTADO.
            IF WS-REAL-PROYECTADO <= TPR-MONTO(WS-PR-IDX)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                       TO WS-SOBREGIRO-SW.
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                    UNTIL WS-AU-IDX > WS-TOTAL-AUTORIZADOS
                       OR SOBREGIRO-AUTORIZADO
                IF TAU-REFERENCIA(WS-AU-IDX) = TL-REFERENCIA
                    SET SOBREGIRO-AUTORIZADO TO TRUE
                END-IF
            END-PERFORM.
            IF SOBREGIRO-AUTORIZADO
                DISPLAY '  SOBREGIRO AUTORIZADO: ' WS-GL-PRESUP
                        ' REF ' TL-REFERENCIA
            ELSE
                SET PRESUPUESTO-EXCEDIDO   TO TRUE
            END-IF.

      *    Tasa aplicable: la fila mas reciente de la divisa cuya
      *    fecha no pasa de TL-FECHA.  Moneda base: tasa 1.
       BUSCA-TASA.
            END-PERFORM.

       CONVIERTE-MONEDA.
            MOVE SUM3 OF TRANLEDG-REC   TO WS-SUM3-ORIGINAL.
            MOVE SUM4 OF TRANLEDG-REC   TO WS-SUM4-ORIGINAL.
            IF WS-TASA = 1
                EXIT PARAGRAPH
            END-IF.
            COMPUTE SUM3 OF TRANLEDG-REC ROUNDED =
                    SUM3 OF TRANLEDG-REC * WS-TASA
                ON SIZE ERROR
                PERFORM ACTUALIZA-SALDO
                PERFORM GRABA-HISTORIA
                PERFORM GRABA-HUELLA
                IF TL-DEVENGO
                    PERFORM APARCA-REVERSO-DEVENGO
                END-IF
            END-IF.
            MOVE TL-CUENTA                 TO WS-ULTIMA-CUENTA-CKP.
            MOVE TL-FECHA                  TO WS-ULTIMA-FECHA-CKP.

      *    Devengo posteado: su reverso espejo (misma cuenta, codigo,
      *    importes en base tal como se postearon y la misma
      *    TL-REFERENCIA en PP-REFERENCIA) queda en POSTPEND para el
      *    primer laborable del periodo siguiente.  EXM108 lo suelta
      *    cuando EXM47 ha abierto ese periodo.
       APARCA-REVERSO-DEVENGO.
            MOVE TRANLEDG-REC              TO WS-IMAGEN-DEVENGO.
            MOVE TL-FECHA                  TO WS-FECHA-DEVENGO.
            MOVE 1                         TO WS-BD-DIA.
            IF WS-DEV-MES = 12
                MOVE 1                     TO WS-BD-MES
                COMPUTE WS-BD-ANYO = WS-DEV-ANYO + 1
            ELSE
                COMPUTE WS-BD-MES = WS-DEV-MES + 1
                MOVE WS-DEV-ANYO           TO WS-BD-ANYO
            END-IF.
            MOVE 'S'                       TO WS-BD-FUNCION.
            CALL 'EXMBDAY' USING WS-BD-FUNCION WS-BD-DIA WS-BD-MES
                                  WS-BD-ANYO WS-BD-LABORABLE.
            COMPUTE WS-FECHA-REVERSO-DEV = WS-BD-ANYO * 10000
                                         + WS-BD-MES * 100 + WS-BD-DIA.
            MOVE SPACES                    TO POSTPEND-REC.
            MOVE WS-FECHA-REVERSO-DEV      TO PP-FECHA-LIBERA.
            MOVE 'DEVENGO '                TO PP-ORIGEN.
            MOVE TL-REFERENCIA             TO PP-REFERENCIA.
            MOVE WS-FECHA-REVERSO-DEV      TO TL-FECHA.
            MOVE 'R'                       TO TL-TIPO.
      *    Los importes ya estan convertidos: el reverso va en moneda
      *    base para que EXM21 no lo convierta otra vez al soltarlo.
            MOVE 'EUR'                     TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)        TO PP-REGISTRO.
            WRITE POSTPEND-REC.
            ADD 1                          TO CONTADOR-DEVENGOS.
            MOVE WS-IMAGEN-DEVENGO         TO TRANLEDG-REC.

      *    Reverso: respalda la transaccion original (misma cuenta y
      *    fecha en sus claves) acumulando en bruto aparte -- los
      *    totales posteados nunca se tocan, el neto se informa al
                    PERFORM SUMA-MOVIMIENTO-SALDO
                    REWRITE SALDO-REG
            END-READ.
            IF NOT TL-MONEDA-BASE
                PERFORM ACTUALIZA-SALDO-DIVISA
            END-IF.

      *    Posicion en divisa de la cuenta: la tenencia en unidades
      *    de la moneda original y su valor en base a la tasa de
      *    posteo, para la revaluacion de fin de mes (EXM107).
       ACTUALIZA-SALDO-DIVISA.
            MOVE TL-CUENTA                 TO SV-CUENTA.
            MOVE TL-MONEDA                 TO SV-MONEDA.
            READ SALDODIV-FILE
                INVALID KEY
                    INITIALIZE SALDODIV-REG
                    MOVE TL-CUENTA          TO SV-CUENTA
                    MOVE TL-MONEDA          TO SV-MONEDA
                    PERFORM SUMA-MOVIMIENTO-DIVISA
                    WRITE SALDODIV-REG
                NOT INVALID KEY
                    PERFORM SUMA-MOVIMIENTO-DIVISA
                    REWRITE SALDODIV-REG
            END-READ.

       SUMA-MOVIMIENTO-DIVISA.
            IF TL-REVERSO
                SUBTRACT WS-SUM3-ORIGINAL  FROM SV-DIVISA-SUM3
                SUBTRACT WS-SUM4-ORIGINAL  FROM SV-DIVISA-SUM4
                SUBTRACT SUM3 OF TRANLEDG-REC FROM SV-BASE-SUM3
                SUBTRACT SUM4 OF TRANLEDG-REC FROM SV-BASE-SUM4
            ELSE
                ADD WS-SUM3-ORIGINAL       TO SV-DIVISA-SUM3
                ADD WS-SUM4-ORIGINAL       TO SV-DIVISA-SUM4
                ADD SUM3 OF TRANLEDG-REC   TO SV-BASE-SUM3
                ADD SUM4 OF TRANLEDG-REC   TO SV-BASE-SUM4
            END-IF.
            MOVE TL-FECHA                  TO SV-FECHA-ULTIMO.

       SUMA-MOVIMIENTO-SALDO.
            IF TL-REVERSO
                CLOSE CTAGLMAP-FILE
            END-IF.

      *    Filas controladas del periodo de proceso (la fecha que
      *    sella EXM21MTG, la misma que usa EXM80) con el real de los
      *    runs anteriores, y las referencias de sobregiro aprobado.
      *    Sin presupuesto controlado no se lee nada mas.
       CARGA-PRESUPUESTO.
            MOVE ZEROES                 TO WS-TOTAL-PRESUP
                                           WS-TOTAL-AUTORIZADOS.
            MOVE WS-FECHA-PROCESO(1:6)  TO WS-PERIODO-PRESUP.
            OPEN INPUT PRESUP-FILE.
            IF WS-PRESUP-STATUS = '00'
                PERFORM UNTIL FIN-PRESUP
                    READ PRESUP-FILE
                        AT END
                            SET FIN-PRESUP TO TRUE
                        NOT AT END
                            IF PB-CONTROLADA
                               AND PB-PERIODO = WS-PERIODO-PRESUP
                               AND WS-TOTAL-PRESUP < 100
                                ADD 1     TO WS-TOTAL-PRESUP
                                MOVE PB-CUENTA-GL TO
                                     TPR-CUENTA-GL(WS-TOTAL-PRESUP)
                                MOVE PB-MONTO TO
                                     TPR-MONTO(WS-TOTAL-PRESUP)
                                MOVE ZEROES TO
                                     TPR-REAL(WS-TOTAL-PRESUP)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESUP-FILE
            END-IF.
            IF WS-TOTAL-PRESUP = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT MTG-FILE.
            IF WS-MTG-STATUS = '00'
                PERFORM UNTIL FIN-MTG
                    READ MTG-FILE
                        AT END
                            SET FIN-MTG TO TRUE
                        NOT AT END
                            IF MTG-FECHA(1:6) = WS-PERIODO-PRESUP
                                PERFORM SUMA-REAL-PRESUPUESTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MTG-FILE
            END-IF.
            OPEN INPUT AUTORIZA-FILE.
            IF WS-AUTORIZA-STATUS = '00'
                PERFORM UNTIL FIN-AUTORIZA
                    READ AUTORIZA-FILE
                        AT END
                            SET FIN-AUTORIZA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-AUTORIZADOS < 2000
                                ADD 1     TO WS-TOTAL-AUTORIZADOS
                                MOVE SG-REFERENCIA TO
                                     TAU-REFERENCIA
                                         (WS-TOTAL-AUTORIZADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUTORIZA-FILE
            END-IF.
            DISPLAY 'CODIGOS GL CON TOPE PRESUPUESTARIO: '
                    WS-TOTAL-PRESUP ' (PERIODO ' WS-PERIODO-PRESUP ')'.

       SUMA-REAL-PRESUPUESTO.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                IF TPR-CUENTA-GL(WS-PR-IDX) = MTG-CUENTA-GL
                    ADD MTG-SUM3        TO TPR-REAL(WS-PR-IDX)
                END-IF
            END-PERFORM.

       CUENTA-SUCURSAL.
            MOVE 'N'                       TO WS-SU-ENCONTRADA-SW.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
            DISPLAY 'SUM4  TOTAL: ' SUM4 OF WS-TOTALES.
            DISPLAY 'TRANSACCIONES RECHAZADAS: ' CONTADOR-RECHAZOS.
            DISPLAY 'IMPORTES GRANDES EN REVISION: ' CONTADOR-GRANDES.
            DISPLAY 'DEVENGOS CON REVERSO APARCADO: '
                    CONTADOR-DEVENGOS.
            DISPLAY 'SUM3 RECHAZADO: ' SUM3 OF WS-RECHAZO-TOTALES
                    ' / SUM4 RECHAZADO: ' SUM4 OF WS-RECHAZO-TOTALES.
            DISPLAY 'REVERSOS APLICADOS: ' CONTADOR-REVERSOS.
