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
      * EXM121 - approved budget overrun.  A posting against a GL     *
      * code finance holds to its budget (PB-CONTROL on PRESUPUE.DAT) *
      * that would overrun the period waits in SUSPENSO.DAT with      *
      * motivo PRESUPUESTO EXCEDIDO.  A card names the suspense       *
      * number, the requesting user and the approving user: the       *
      * approver must hold US-APRUEBA authority (EXMSIGN) and be a    *
      * SECOND person, the dual control EXM72 applies to write-offs.  *
      * An approved card appends a row to PRESAUT.DAT (copybooks/     *
      * presaut.cpy) with the item's posting reference and amount;    *
      * the item itself stays pending -- EXM71 releases it on the     *
      * next sweep and EXM21 posts it past the budget check.  Images  *
      * with no posting reference cannot be matched when they come    *
      * back and are refused: those go through the EXM59 repair path. *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM121.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT AUTORIZA-FILE ASSIGN TO "PRESAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 AU-NUMERO               PIC 9(09).
           02 AU-SOLICITA             PIC X(08).
           02 AU-APRUEBA              PIC X(08).

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  AUTORIZA-FILE.
           COPY "presaut.cpy".

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-AUTORIZA-STATUS         PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
      *    Imagen almacenada del item, en la vista TRANLEDG.
        01 WS-IMAGEN.
           02 IM-CUENTA               PIC 9(06).
           02 IM-FECHA                PIC 9(08).
           02 IM-CODIGO               PIC 9(02).
           02 IM-OP-A.
              03 IM-BASE              PIC 9(01).
              03 IM-SUM1              PIC 9(02).
              03 IM-SUM2              PIC 9(02).
              03 IM-SUM3              PIC 9(09).
              03 IM-SUM4              PIC 9(09).
           02 IM-TIPO                 PIC X(01).
           02 IM-MONEDA               PIC X(03).
           02 IM-SUCURSAL             PIC X(03).
           02 IM-REFERENCIA           PIC 9(09).
      *    Items ya autorizados: una segunda tarjeta para el mismo
      *    numero no duplica la fila.
        01 WS-TOTAL-AUTORIZADOS       PIC 9(04) VALUE ZEROES.
        01 TABLA-AUTORIZADOS.
           02 TAU-NUMERO OCCURS 2000 TIMES PIC 9(09).
        01 WS-AU-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-YA-AUTORIZADO-SW        PIC X(01) VALUE 'N'.
           88 YA-AUTORIZADO                      VALUE 'Y'.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APROBADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            PERFORM CARGA-AUTORIZADOS.

            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT SUSPENSO-FILE.
            IF WS-SUSPENSO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SUSPENSO.DAT - '
                        'STATUS: ' WS-SUSPENSO-STATUS ' ***'
                CLOSE ENTRADA-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND AUTORIZA-FILE.
            IF WS-AUTORIZA-STATUS = '05' OR WS-AUTORIZA-STATUS = '35'
                OPEN OUTPUT AUTORIZA-FILE
            END-IF.

            PERFORM UNTIL FIN-ENTRADA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-ENTRADA TO TRUE
                    NOT AT END
                        PERFORM PROCESA-AUTORIZACION
                END-READ
            END-PERFORM.

            CLOSE ENTRADA-FILE.
            CLOSE SUSPENSO-FILE.
            CLOSE AUTORIZA-FILE.

            DISPLAY 'TARJETAS LEIDAS: '      WS-TOTAL-LEIDAS.
            DISPLAY 'SOBREGIROS AUTORIZADOS: ' WS-TOTAL-APROBADAS.
            DISPLAY 'TARJETAS RECHAZADAS: '  WS-TOTAL-RECHAZADAS.
            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'FIN DEL PROGRAMA'.
            STOP RUN.

       PROCESA-AUTORIZACION.
            ADD 1                      TO WS-TOTAL-LEIDAS.
      *    Doble control como en EXM72: aprobador con nivel A y
      *    distinto del solicitante.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING AU-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR AU-APRUEBA = AU-SOLICITA
               OR AU-APRUEBA = SPACES
                DISPLAY '  *** SOBREGIRO ' AU-NUMERO ' RECHAZADO: '
                        'APROBADOR SIN NIVEL A O ES EL MISMO ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-YA-AUTORIZADO-SW.
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                    UNTIL WS-AU-IDX > WS-TOTAL-AUTORIZADOS
                       OR YA-AUTORIZADO
                IF TAU-NUMERO(WS-AU-IDX) = AU-NUMERO
                    SET YA-AUTORIZADO  TO TRUE
                END-IF
            END-PERFORM.
            IF YA-AUTORIZADO
                DISPLAY '  *** SUSPENSO YA AUTORIZADO: '
                        AU-NUMERO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE AU-NUMERO             TO SP-NUMERO.
            READ SUSPENSO-FILE
                INVALID KEY
                    DISPLAY '  *** SUSPENSO INEXISTENTE: '
                            AU-NUMERO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                    EXIT PARAGRAPH
            END-READ.
            MOVE SP-REGISTRO           TO WS-IMAGEN.
            EVALUATE TRUE
                WHEN SP-RESUELTO
                    DISPLAY '  *** SUSPENSO YA RESUELTO: '
                            AU-NUMERO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                WHEN SP-MOTIVO NOT = 'PRESUPUESTO EXCEDIDO'
                    DISPLAY '  *** SUSPENSO ' AU-NUMERO
                            ' NO ES DE PRESUPUESTO: ' SP-MOTIVO
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                WHEN IM-REFERENCIA NOT NUMERIC
                     OR IM-REFERENCIA = ZEROES
                    DISPLAY '  *** SUSPENSO ' AU-NUMERO
                            ' SIN REFERENCIA DE POSTEO - USAR EXM59'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                WHEN OTHER
                    PERFORM GRABA-AUTORIZACION
            END-EVALUATE.

       GRABA-AUTORIZACION.
            MOVE AU-NUMERO             TO SG-NUMERO.
            MOVE IM-REFERENCIA         TO SG-REFERENCIA.
            MOVE IM-CUENTA             TO SG-CUENTA.
            MOVE IM-SUM3               TO SG-SUM3.
            MOVE IM-MONEDA             TO SG-MONEDA.
            MOVE WS-FECHA-HOY          TO SG-FECHA.
            ACCEPT SG-HORA             FROM TIME.
            MOVE AU-SOLICITA           TO SG-SOLICITA.
            MOVE AU-APRUEBA            TO SG-APRUEBA.
            WRITE PRESAUT-REC.
            IF WS-TOTAL-AUTORIZADOS < 2000
                ADD 1                  TO WS-TOTAL-AUTORIZADOS
                MOVE AU-NUMERO         TO
                     TAU-NUMERO(WS-TOTAL-AUTORIZADOS)
            END-IF.
            ADD 1                      TO WS-TOTAL-APROBADAS.
            DISPLAY '  SUSPENSO ' AU-NUMERO ' REF ' IM-REFERENCIA
                    ' SOBREGIRO AUTORIZADO (APROBO ' AU-APRUEBA ')'.

       CARGA-AUTORIZADOS.
            MOVE ZEROES                TO WS-TOTAL-AUTORIZADOS.
            OPEN INPUT AUTORIZA-FILE.
            IF WS-AUTORIZA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ AUTORIZA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-AUTORIZADOS < 2000
                                ADD 1  TO WS-TOTAL-AUTORIZADOS
                                MOVE SG-NUMERO TO
                                     TAU-NUMERO(WS-TOTAL-AUTORIZADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUTORIZA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
