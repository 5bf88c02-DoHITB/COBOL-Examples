      *   SIN TASA DE CAMBIO      : CAMBIOS.DAT now has a usable rate *
      *   CUENTA INEXISTENTE      : CUENTAS.DAT now has the account,  *
      *   CUENTA CERRADA            open                              *
      *   CUENTA INACTIVA         : the account has been reactivated  *
      *   PERIODO CONTABLE CERRADO: the period is open again          *
      *   CODIGO SIN CATALOGO     : TRANCODC.DAT now has the code     *
      *   LIMITE EXCEDIDO         : SALDOS.DAT balance less the       *
      *                             reversal stays within CU-LIMITE   *
      * -- and a cleared item's stored SP-REGISTRO image goes to      *
      * EXM71OUT.DAT (operations feeds it into the next posting       *
      * stream, same as EXM59OUT) while the item flips to resuelto.   *
      * Items whose motivo needs a human (codigo prohibido, posible   *
      * duplicado, repairs) are left alone and reported as such.      *
      * A limit item is judged on its own against tonight's balance;  *
      * if several on one account are released together, EXM21 checks *
      * each again as it posts and returns any excess to the suspense.*
      * PRESUPUESTO EXCEDIDO items go back when EXM121 has recorded   *
      * an approved overrun for the suspense number in PRESAUT.DAT,   *
      * when finance no longer holds the GL code to a budget for the  *
      * processing period, or when the budget (raised since) now has  *
      * room for the item over the period actuals in EXM21MTG.DAT.    *
      * Items released on room are added to the actuals as they go,   *
      * so one sweep does not release the same headroom twice.        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM71.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM71.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT PRESUP-FILE ASSIGN TO "PRESUPUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUP-STATUS.
           SELECT MTG-FILE ASSIGN TO "EXM21MTG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTG-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT AUTORIZA-FILE ASSIGN TO "PRESAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       FD  PRESUP-FILE.
           COPY "presup.cpy".

       FD  MTG-FILE.
        01 MTG-REC.
           02 MTG-FECHA               PIC 9(08).
           02 MTG-CUENTA-GL           PIC X(10).
           02 MTG-SUM3                PIC S9(14)
                                       SIGN LEADING SEPARATE.
           02 MTG-SUM4                PIC S9(14)
                                       SIGN LEADING SEPARATE.

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  AUTORIZA-FILE.
           COPY "presaut.cpy".

       WORKING-STORAGE SECTION.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-PERIODO-STATUS          PIC X(02) VALUE '00'.
        01 WS-CATALOGO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TASA-SW                 PIC X(01) VALUE 'N'.
           88 WS-TASA-ENCONTRADA                 VALUE 'Y'.
        01 WS-TASA                    PIC 9(03)V9(06) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-IMPORTE-BASE            PIC 9(13) VALUE ZEROES.
        01 WS-SALDO-PROYECTADO        PIC S9(13) VALUE ZEROES.
        01 WS-LIMITE-NEGATIVO         PIC S9(13) VALUE ZEROES.
        01 WS-TOTAL-PERIODOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-PERIODOS.
           02 TPE-FILA OCCURS 100 TIMES.
        01 WS-CD-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-CODIGO-CATALOGADO-SW    PIC X(01) VALUE 'N'.
           88 CODIGO-CATALOGADO                  VALUE 'Y'.
      *    Tope presupuestario: filas controladas del periodo de
      *    proceso con su real (EXM21MTG), mapeo de cuentas y
      *    numeros de suspenso con sobregiro aprobado (EXM121).
        01 WS-PRESUP-STATUS           PIC X(02) VALUE '00'.
        01 WS-MTG-STATUS              PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-AUTORIZA-STATUS         PIC X(02) VALUE '00'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO-PRESUP          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PRESUP            PIC 9(03) VALUE ZEROES.
        01 TABLA-PRESUP.
           02 TPR-FILA OCCURS 100 TIMES.
              03 TPR-CUENTA-GL        PIC X(10).
              03 TPR-MONTO            PIC S9(13).
              03 TPR-REAL             PIC S9(14).
        01 WS-PR-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PR-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 PR-ENCONTRADO                      VALUE 'Y'.
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-MAPEOS.
           02 TM-FILA OCCURS 100 TIMES.
              03 TM-DESDE             PIC 9(06).
              03 TM-HASTA             PIC 9(06).
              03 TM-CUENTA-GL         PIC X(10).
        01 WS-MAP-IDX                 PIC 9(03) VALUE ZEROES.
        01 WS-GL-PRESUP               PIC X(10) VALUE SPACES.
        01 WS-TOTAL-AUTORIZADOS       PIC 9(04) VALUE ZEROES.
        01 TABLA-AUTORIZADOS.
           02 TAU-NUMERO OCCURS 2000 TIMES PIC 9(09).
        01 WS-AU-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-SOBREGIRO-SW            PIC X(01) VALUE 'N'.
           88 SOBREGIRO-AUTORIZADO               VALUE 'Y'.
        01 WS-REAL-PROYECTADO         PIC S9(14) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            PERFORM CARGA-CAMBIOS.
            PERFORM CARGA-PERIODOS.
            PERFORM CARGA-CATALOGO.
            PERFORM CARGA-PRESUPUESTO.

            OPEN I-O SUSPENSO-FILE.
            IF WS-SUSPENSO-STATUS NOT = '00'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
      *    Sin saldos no se puede juzgar un limite: esos items se
      *    quedan retenidos (la cuenta sigue sin fila de saldo).
            OPEN INPUT SALDO-FILE.
            OPEN OUTPUT SALIDA-FILE.
            OPEN OUTPUT REPORTE-FILE.


            CLOSE SUSPENSO-FILE.
            CLOSE CUENTA-FILE.
            IF WS-SALDO-STATUS = '00'
                CLOSE SALDO-FILE
            END-IF.
            CLOSE SALIDA-FILE.

            MOVE SPACES                TO LINEA-REPORTE.
                    END-IF
                WHEN SP-MOTIVO = 'CUENTA INEXISTENTE'
                     OR SP-MOTIVO = 'CUENTA CERRADA'
                     OR SP-MOTIVO = 'CUENTA INACTIVA'
                    PERFORM VERIFICA-CUENTA
                WHEN SP-MOTIVO = 'PERIODO CONTABLE CERRADO'
                    PERFORM VALIDA-PERIODO
                    ELSE
                        MOVE 'CODIGO SIGUE SIN CATALOGO' TO WS-NOTA
                    END-IF
                WHEN SP-MOTIVO = 'LIMITE EXCEDIDO'
                    PERFORM VERIFICA-LIMITE
                WHEN SP-MOTIVO = 'PRESUPUESTO EXCEDIDO'
                    PERFORM VERIFICA-PRESUPUESTO
                WHEN OTHER
                    MOVE 'REQUIERE REPARACION MANUAL' TO WS-NOTA
            END-EVALUATE.
                INVALID KEY
                    MOVE 'CUENTA SIGUE INEXISTENTE' TO WS-NOTA
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN CU-ABIERTA
                            SET CONDICION-RESUELTA TO TRUE
                            MOVE 'CUENTA ABIERTA' TO WS-NOTA
                        WHEN CU-INACTIVA
                            MOVE 'CUENTA SIGUE INACTIVA' TO WS-NOTA
                        WHEN OTHER
                            MOVE 'CUENTA SIGUE CERRADA' TO WS-NOTA
                    END-EVALUATE
            END-READ.

      *    El reverso cabe si el saldo actual menos su importe en
      *    base (misma tasa que aplicara EXM21) no baja de menos el
      *    limite.  Limite retirado: la cuenta ya no se controla.
       VERIFICA-LIMITE.
            MOVE TL-CUENTA             TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE 'CUENTA INEXISTENTE' TO WS-NOTA
                    EXIT PARAGRAPH
            END-READ.
            IF NOT CU-LIMITE NUMERIC
                SET CONDICION-RESUELTA TO TRUE
                MOVE 'CUENTA SIN LIMITE GRABADO' TO WS-NOTA
                EXIT PARAGRAPH
            END-IF.
            IF WS-SALDO-STATUS NOT = '00'
                MOVE 'SIN SALDOS PARA EVALUAR' TO WS-NOTA
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONVIERTE-IMPORTE.
            IF NOT WS-TASA-ENCONTRADA
                MOVE 'SIN TASA PARA EVALUAR LIMITE' TO WS-NOTA
                EXIT PARAGRAPH
            END-IF.
            MOVE TL-CUENTA             TO SD-CUENTA.
            READ SALDO-FILE
                INVALID KEY
                    MOVE ZEROES        TO SD-ACTUAL-SUM3
            END-READ.
            COMPUTE WS-SALDO-PROYECTADO =
                    SD-ACTUAL-SUM3 - WS-IMPORTE-BASE.
            COMPUTE WS-LIMITE-NEGATIVO = 0 - CU-LIMITE.
            IF WS-SALDO-PROYECTADO < WS-LIMITE-NEGATIVO
                MOVE 'SALDO SIGUE SIN MARGEN' TO WS-NOTA
            ELSE
                SET CONDICION-RESUELTA TO TRUE
                MOVE 'SALDO YA CUBRE EL REVERSO' TO WS-NOTA
            END-IF.

      *    Sobregiro aprobado por numero de suspenso; si no, el codigo
      *    GL ya sin tope, o un presupuesto con margen para el item
      *    sobre el real del periodo.  Lo liberado por margen se suma
      *    al real para que el barrido no reparta dos veces el hueco.
       VERIFICA-PRESUPUESTO.
            MOVE 'N'                   TO WS-SOBREGIRO-SW.
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                    UNTIL WS-AU-IDX > WS-TOTAL-AUTORIZADOS
                       OR SOBREGIRO-AUTORIZADO
                IF TAU-NUMERO(WS-AU-IDX) = SP-NUMERO
                    SET SOBREGIRO-AUTORIZADO TO TRUE
                END-IF
            END-PERFORM.
            IF SOBREGIRO-AUTORIZADO
                SET CONDICION-RESUELTA TO TRUE
                MOVE 'SOBREGIRO AUTORIZADO' TO WS-NOTA
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-GL-PRESUP.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-TOTAL-MAPEOS
                       OR WS-GL-PRESUP NOT = SPACES
                IF TL-CUENTA >= TM-DESDE(WS-MAP-IDX)
                   AND TL-CUENTA <= TM-HASTA(WS-MAP-IDX)
                    MOVE TM-CUENTA-GL(WS-MAP-IDX) TO WS-GL-PRESUP
                END-IF
            END-PERFORM.
            MOVE 'N'                   TO WS-PR-ENCONTRADO-SW.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                       OR PR-ENCONTRADO
                IF TPR-CUENTA-GL(WS-PR-IDX) = WS-GL-PRESUP
                    SET PR-ENCONTRADO  TO TRUE
                END-IF
            END-PERFORM.
            IF WS-GL-PRESUP = SPACES OR NOT PR-ENCONTRADO
                SET CONDICION-RESUELTA TO TRUE
                MOVE 'CODIGO GL SIN TOPE EN EL PERIODO' TO WS-NOTA
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1                 FROM WS-PR-IDX.
            PERFORM CONVIERTE-IMPORTE.
            IF NOT WS-TASA-ENCONTRADA
                MOVE 'SIN TASA PARA EVALUAR PRESUPUESTO' TO WS-NOTA
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-REAL-PROYECTADO =
                    TPR-REAL(WS-PR-IDX) + WS-IMPORTE-BASE.
            IF WS-REAL-PROYECTADO > TPR-MONTO(WS-PR-IDX)
                MOVE 'SIN SOBREGIRO APROBADO' TO WS-NOTA
            ELSE
                MOVE WS-REAL-PROYECTADO TO TPR-REAL(WS-PR-IDX)
                SET CONDICION-RESUELTA TO TRUE
                MOVE 'PRESUPUESTO YA CUBRE EL POSTEO' TO WS-NOTA
            END-IF.

      *    Tasa mas reciente no posterior a TL-FECHA, como EXM21.
       CONVIERTE-IMPORTE.
            IF TL-MONEDA-BASE
                MOVE 1                 TO WS-TASA
                SET WS-TASA-ENCONTRADA TO TRUE
            ELSE
                MOVE 'N'               TO WS-TASA-SW
                MOVE ZEROES            TO WS-MEJOR-FECHA
                PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                        UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                    IF TCA-MONEDA(WS-CA-IDX) = TL-MONEDA
                       AND TCA-FECHA(WS-CA-IDX) <= TL-FECHA
                       AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA
                        MOVE TCA-FECHA(WS-CA-IDX) TO WS-MEJOR-FECHA
                        MOVE TCA-TASA(WS-CA-IDX)  TO WS-TASA
                        SET WS-TASA-ENCONTRADA    TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            COMPUTE WS-IMPORTE-BASE ROUNDED =
                    SUM3 OF TRANLEDG-REC * WS-TASA.

      *    Tasa aplicable hoy para la moneda y fecha del movimiento,
      *    misma regla que el posteo.
                CLOSE CATALOGO-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Mismo periodo que EXM21: la fecha de proceso del taller.
       CARGA-PRESUPUESTO.
            MOVE ZEROES                TO WS-TOTAL-PRESUP
                                          WS-TOTAL-MAPEOS
                                          WS-TOTAL-AUTORIZADOS.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PRESUP.
            OPEN INPUT PRESUP-FILE.
            IF WS-PRESUP-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ PRESUP-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF PB-CONTROLADA
                               AND PB-PERIODO = WS-PERIODO-PRESUP
                               AND WS-TOTAL-PRESUP < 100
                                ADD 1    TO WS-TOTAL-PRESUP
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
            MOVE 'N'                   TO WS-EOF-SW.
            OPEN INPUT MTG-FILE.
            IF WS-MTG-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ MTG-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF MTG-FECHA(1:6) = WS-PERIODO-PRESUP
                                PERFORM SUMA-REAL-PRESUPUESTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MTG-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPEOS < 100
                                ADD 1    TO WS-TOTAL-MAPEOS
                                MOVE CM-DESDE TO
                                     TM-DESDE(WS-TOTAL-MAPEOS)
                                MOVE CM-HASTA TO
                                     TM-HASTA(WS-TOTAL-MAPEOS)
                                MOVE CM-CUENTA-GL TO
                                     TM-CUENTA-GL(WS-TOTAL-MAPEOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            OPEN INPUT AUTORIZA-FILE.
            IF WS-AUTORIZA-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ AUTORIZA-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-AUTORIZADOS < 2000
                                ADD 1    TO WS-TOTAL-AUTORIZADOS
                                MOVE SG-NUMERO TO
                                     TAU-NUMERO(WS-TOTAL-AUTORIZADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUTORIZA-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.

       SUMA-REAL-PRESUPUESTO.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                IF TPR-CUENTA-GL(WS-PR-IDX) = MTG-CUENTA-GL
                    ADD MTG-SUM3       TO TPR-REAL(WS-PR-IDX)
                END-IF
            END-PERFORM.
