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
      * EXM110 - nightly overdraft-limit watch.  EXM21 now diverts a  *
      * reversal that would take an account past its authorized       *
      * overdraft (CU-LIMITE) to the suspense; this report warns      *
      * before that happens.  The control card carries the warning    *
      * percentage.  For every open or inactiva account in the        *
      * CUENTAS.DAT master the overdraft in use is minus the          *
      * SD-ACTUAL-SUM3 balance from SALDOS.DAT                        *
      * (zero when the balance is positive), and the account is       *
      * listed when the use reaches that percentage of the limit --   *
      * EXCEDIDO when it is already past it, which a limit lowered    *
      * after the fact can leave behind.  An account with limit zero  *
      * lists as soon as it goes below zero.  Accounts with no limit  *
      * recorded are listed apart so one gets authorized (EXM30 'L'). *
      * EXM110.PRT; RC 4 when any account is past its limit.          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM110.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM110.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-PORCENTAJE           PIC 9(03).

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Sin tarjeta se avisa al 90% del limite.
        01 WS-PORCENTAJE              PIC 9(03) VALUE 90.
        01 WS-SALDO                   PIC S9(13) VALUE ZEROES.
        01 WS-USADO                   PIC 9(13) VALUE ZEROES.
        01 WS-UMBRAL                  PIC 9(13) VALUE ZEROES.
        01 WS-USO-PCT                 PIC 9(05) VALUE ZEROES.
        01 WS-SITUACION               PIC X(09) VALUE SPACES.
        01 WS-SALDO-ED                PIC -(13)9.
        01 WS-LIMITE-ED               PIC Z(12)9.
        01 WS-TOTAL-REVISADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-AVISO             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-EXCEDIDAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-LIMITE        PIC 9(06) VALUE ZEROES.
      *    Las cuentas sin limite se imprimen al final, en bloque.
        01 WS-MAX-SIN-LIMITE          PIC 9(04) VALUE 1000.
        01 TABLA-SIN-LIMITE.
           02 TSL-FILA OCCURS 1000 TIMES.
              03 TSL-CUENTA           PIC 9(06).
              03 TSL-DESCRIPCION      PIC X(30).
              03 TSL-SALDO            PIC S9(13).
        01 WS-SL-IDX                  PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS = '00'
                READ ENTRADA-FILE
                    NOT AT END
                        IF CC-PORCENTAJE NUMERIC
                           AND CC-PORCENTAJE > 0
                            MOVE CC-PORCENTAJE TO WS-PORCENTAJE
                        END-IF
                END-READ
                CLOSE ENTRADA-FILE
            END-IF.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            OPEN INPUT CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - STATUS: '
                        WS-CUENTA-STATUS ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT SALDO-FILE.
            IF WS-SALDO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SALDOS.DAT - STATUS: '
                        WS-SALDO-STATUS ' ***'
                CLOSE CUENTA-FILE
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORTE-FILE.

            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTAS CERCA DE SU LIMITE DE DESCUBIERTO AL '
                   WS-FECHA-PROCESO '  (AVISO AL ' WS-PORCENTAJE '%)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE '  SITUACION CUENTA  DESCRIPCION                    '
               & '          SALDO         LIMITE  USO%'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM UNTIL FIN-FICHERO
                READ CUENTA-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF CU-ABIERTA OR CU-INACTIVA
                            PERFORM EVALUA-CUENTA
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE CUENTA-FILE.
            CLOSE SALDO-FILE.

            IF WS-TOTAL-SIN-LIMITE > 0
                MOVE SPACES              TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                MOVE 'CUENTAS SIN LIMITE AUTORIZADO (NO CONTROLADAS):'
                                         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                        UNTIL WS-SL-IDX > WS-TOTAL-SIN-LIMITE
                           OR WS-SL-IDX > WS-MAX-SIN-LIMITE
                    MOVE TSL-SALDO(WS-SL-IDX) TO WS-SALDO-ED
                    MOVE SPACES          TO LINEA-REPORTE
                    STRING '  SIN LIMITE ' TSL-CUENTA(WS-SL-IDX) ' '
                           TSL-DESCRIPCION(WS-SL-IDX) ' ' WS-SALDO-ED
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-PERFORM
            END-IF.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'REVISADAS: ' WS-TOTAL-REVISADAS
                   '  EN AVISO: ' WS-TOTAL-AVISO
                   '  EXCEDIDAS: ' WS-TOTAL-EXCEDIDAS
                   '  SIN LIMITE: ' WS-TOTAL-SIN-LIMITE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-EXCEDIDAS > 0
                MOVE 4                   TO RETURN-CODE
            END-IF.
            DISPLAY 'CUENTAS EN AVISO: '    WS-TOTAL-AVISO.
            DISPLAY 'CUENTAS EXCEDIDAS: '   WS-TOTAL-EXCEDIDAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM110.PRT'.
            STOP RUN.

       EVALUA-CUENTA.
            ADD 1                        TO WS-TOTAL-REVISADAS.
            MOVE CU-CUENTA               TO SD-CUENTA.
            READ SALDO-FILE
                INVALID KEY
                    MOVE ZEROES          TO SD-ACTUAL-SUM3
            END-READ.
            MOVE SD-ACTUAL-SUM3          TO WS-SALDO.

            IF NOT CU-LIMITE NUMERIC
                ADD 1                    TO WS-TOTAL-SIN-LIMITE
                IF WS-TOTAL-SIN-LIMITE <= WS-MAX-SIN-LIMITE
                    MOVE CU-CUENTA       TO
                         TSL-CUENTA(WS-TOTAL-SIN-LIMITE)
                    MOVE CU-DESCRIPCION  TO
                         TSL-DESCRIPCION(WS-TOTAL-SIN-LIMITE)
                    MOVE WS-SALDO        TO
                         TSL-SALDO(WS-TOTAL-SIN-LIMITE)
                END-IF
                EXIT PARAGRAPH
            END-IF.

            IF WS-SALDO < 0
                COMPUTE WS-USADO = 0 - WS-SALDO
            ELSE
                MOVE ZEROES              TO WS-USADO
            END-IF.
            IF WS-USADO = 0
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES                  TO WS-SITUACION.
            IF WS-USADO > CU-LIMITE
                MOVE 'EXCEDIDO '         TO WS-SITUACION
                ADD 1                    TO WS-TOTAL-EXCEDIDAS
            ELSE
                COMPUTE WS-UMBRAL = CU-LIMITE * WS-PORCENTAJE / 100
                IF WS-USADO >= WS-UMBRAL
                    MOVE 'AVISO    '     TO WS-SITUACION
                    ADD 1                TO WS-TOTAL-AVISO
                END-IF
            END-IF.
            IF WS-SITUACION = SPACES
                EXIT PARAGRAPH
            END-IF.

            IF CU-LIMITE = 0
                MOVE 99999               TO WS-USO-PCT
            ELSE
                COMPUTE WS-USO-PCT = WS-USADO * 100 / CU-LIMITE
                    ON SIZE ERROR
                        MOVE 99999       TO WS-USO-PCT
                END-COMPUTE
            END-IF.
            MOVE WS-SALDO                TO WS-SALDO-ED.
            MOVE CU-LIMITE               TO WS-LIMITE-ED.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' WS-SITUACION ' ' CU-CUENTA ' ' CU-DESCRIPCION
                   ' ' WS-SALDO-ED ' ' WS-LIMITE-ED ' ' WS-USO-PCT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
