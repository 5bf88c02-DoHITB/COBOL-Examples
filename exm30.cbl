      * which is exactly the state EXM21's posting validation         *
      * rejects.  A CAMBIO with ESTADO in blank keeps the stored      *
      * estado, same convention as EXM22's estado handling.           *
      * Tipo 'R' reactivates an account EXM109 marked inactiva (CU-   *
      * ESTADO 'D'): the card names the approver (TX-APRUEBA), who    *
      * must hold level 'A' in USUARIOS.DAT (EXMSIGN) and cannot be   *
      * the operator running the deck.  Both names go on the audit    *
      * images.  A CAMBIO can neither set 'D' nor move an inactiva    *
      * account out of it -- that would skip the approval -- and an   *
      * ALTA now stamps CU-FECHA-ALTA, which EXM109 uses as the last  *
      * activity of an account that has never posted.                 *
      * Tipo 'L' sets the authorized overdraft limit CU-LIMITE that   *
      * EXM21 checks at posting time (TX-LIMITE, whole units of       *
      * SUM3).  Same dual control as 'R': an approver of level 'A'    *
      * other than the operator, named on the audit images.  An ALTA  *
      * opens the account with limit zero -- no overdraft until one   *
      * is authorized -- and a CAMBIO leaves the limit alone.         *
      * An ALTA must now cite the EXM20 eligibility determination     *
      * behind the account (TX-DET-FECHA + TX-DET-ENTRADA, the        *
      * DL-FECHA and DL-ENTRADA of EXM20LOG.DAT).  The account is     *
      * refused unless the log shows that determination ELEGIBLE, or  *
      * the latest approved override for it on EXM20OVR.DAT (EXM104)  *
      * sets it to 'A', and unless the decision in force -- the       *
      * determination, or the override when there is one -- is no     *
      * older than the days in EXM30CTL.DAT (30 when the file is      *
      * absent).  A party EXM20 turned away last week used to get its *
      * account all the same.  The reference and whether it stood on  *
      * the log or on an override are kept in CU-DETERMINACION, so an *
      * auditor can go from any account back to the decision behind   *
      * it.                                                           *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM30.
           SELECT AUDIT-FILE ASSIGN TO "EXM30AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DETLOG-FILE ASSIGN TO "EXM20LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETLOG-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "EXM20OVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "EXM30CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 TX-CUENTA              PIC 9(06).
           02 TX-DESCRIPCION         PIC X(30).
           02 TX-ESTADO              PIC X(01).
           02 TX-APRUEBA             PIC X(08).
           02 TX-LIMITE              PIC 9(13).
      *    Referencia de la determinacion EXM20 (solo en la ALTA).
           02 TX-DET-FECHA           PIC 9(08).
           02 TX-DET-ENTRADA         PIC X(08).

       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX               PIC X(01).
           02 AU-IMAGEN                PIC X(01).
           02 AU-CUENTA                PIC X(87).
           02 AU-USUARIO               PIC X(08).
           02 AU-APRUEBA               PIC X(08).

       FD  DETLOG-FILE.
           COPY "detlog.cpy".

       FD  OVERRIDE-FILE.
        01 OVERRIDE-REC.
           02 OV-FECHA-ORIG           PIC 9(08).
           02 OV-ENTRADA              PIC X(08).
           02 OV-NUEVO-RESULTADO      PIC X(01).
           02 OV-JUSTIFICACION        PIC X(30).
           02 OV-SOLICITA             PIC X(08).
           02 OV-APRUEBA              PIC X(08).
           02 OV-FECHA-OVERRIDE       PIC 9(08).

      *    Dias de vigencia de una determinacion para abrir cuenta.
       FD  CONTROL-FILE.
        01 CONTROL-REC.
           02 CT-DIAS-VIGENCIA        PIC 9(03).

       WORKING-STORAGE SECTION.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-LOCK-RECURSO             PIC X(08) VALUE 'CUENTAS '.
        01 WS-LOCK-PROGRAMA            PIC X(08) VALUE 'EXM30   '.
        01 WS-LOCK-RESULTADO           PIC X(01) VALUE SPACES.
        01 WS-NIVEL-REQUERIDO          PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO               PIC X(01) VALUE 'N'.
        01 WS-FECHA-HOY                PIC 9(08) VALUE ZEROES.
        01 WS-DETLOG-STATUS            PIC X(02) VALUE '00'.
        01 WS-OVERRIDE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CONTROL-STATUS           PIC X(02) VALUE '00'.
        01 WS-BUSCA-EOF-SW             PIC X(01) VALUE 'N'.
           88 FIN-BUSQUEDA                       VALUE 'Y'.
        01 WS-DIAS-VIGENCIA            PIC 9(03) VALUE 30.
        01 WS-DIAS-ANTIGUEDAD          PIC S9(07) VALUE ZEROES.
      *    Resultado vigente de la determinacion citada en la ALTA.
        01 WS-DET-RESULTADO            PIC X(01) VALUE SPACES.
        01 WS-DET-ORIGEN               PIC X(01) VALUE SPACES.
        01 WS-DET-FECHA-VIGOR          PIC 9(08) VALUE ZEROES.
        01 WS-DET-MOTIVO               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            ACCEPT WS-PARM             FROM COMMAND-LINE.
            PERFORM LEE-CONTROL.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
                    PERFORM PROCESA-CAMBIO
                WHEN 'B'
                    PERFORM PROCESA-BAJA
                WHEN 'R'
                    PERFORM PROCESA-REACTIVACION
                WHEN 'L'
                    PERFORM PROCESA-LIMITE
                WHEN OTHER
                    DISPLAY '  *** TIPO DE TRANSACCION INVALIDO: '
                            TX-TIPO ' ***'
            END-EVALUATE.

       PROCESA-ALTA.
            IF TX-ESTADO = 'D'
                DISPLAY '  *** ALTA RECHAZADA, ESTADO INACTIVA SOLO '
                        'LO ASIGNA EXM109: ' TX-CUENTA ' ***'
                ADD 1                     TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDA-DETERMINACION.
            IF WS-DET-MOTIVO NOT = SPACES
                DISPLAY '  *** ALTA RECHAZADA, ' WS-DET-MOTIVO ': '
                        TX-CUENTA ' ***'
                ADD 1                     TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CUENTA               TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE TX-CUENTA        TO CU-CUENTA
                    MOVE TX-DESCRIPCION   TO CU-DESCRIPCION
                    SET CU-ABIERTA        TO TRUE
                    MOVE WS-FECHA-HOY     TO CU-FECHA-ALTA
                    MOVE ZEROES           TO CU-LIMITE
                    MOVE TX-DET-FECHA     TO CU-DET-FECHA
                    MOVE TX-DET-ENTRADA   TO CU-DET-ENTRADA
                    MOVE WS-DET-ORIGEN    TO CU-DET-ORIGEN
                    IF TX-ESTADO NOT = SPACE
                        MOVE TX-ESTADO    TO CU-ESTADO
                    END-IF
                            TX-CUENTA ' ***'
                    ADD 1                 TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    IF TX-ESTADO = 'D'
                       OR (CU-INACTIVA AND TX-ESTADO NOT = SPACE)
                        DISPLAY '  *** CAMBIO RECHAZADO, EL ESTADO '
                                'INACTIVA NO SE TOCA POR CAMBIO: '
                                TX-CUENTA ' ***'
                        ADD 1             TO WS-TOTAL-RECHAZADAS
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM GRABA-AUDIT-ANTES
                    MOVE TX-DESCRIPCION   TO CU-DESCRIPCION
                    IF TX-ESTADO NOT = SPACE
                    ADD 1                 TO WS-TOTAL-APLICADAS
            END-READ.

      *    Reactivacion de una cuenta inactiva: control dual, el
      *    aprobador con nivel 'A' y distinto de quien corre el lote.
       PROCESA-REACTIVACION.
            MOVE 'A'                     TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING TX-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR TX-APRUEBA = SPACES
               OR TX-APRUEBA = WS-USUARIO-AUDIT
                DISPLAY '  *** REACTIVACION RECHAZADA, APROBADOR SIN '
                        'NIVEL A O ES EL MISMO: ' TX-CUENTA ' ***'
                ADD 1                     TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CUENTA               TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    DISPLAY '  *** REACTIVACION RECHAZADA, NO EXISTE: '
                            TX-CUENTA ' ***'
                    ADD 1                 TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    IF NOT CU-INACTIVA
                        DISPLAY '  *** REACTIVACION RECHAZADA, LA '
                                'CUENTA NO ESTA INACTIVA: '
                                TX-CUENTA ' ***'
                        ADD 1             TO WS-TOTAL-RECHAZADAS
                    ELSE
                        PERFORM GRABA-AUDIT-ANTES
                        SET CU-ABIERTA    TO TRUE
                        REWRITE CUENTA-REG
                        PERFORM GRABA-AUDIT-DESPUES
                        ADD 1             TO WS-TOTAL-APLICADAS
                    END-IF
            END-READ.

      *    Limite de descubierto autorizado: mismo control dual que
      *    la reactivacion.  Cerrada no admite limite nuevo.
       PROCESA-LIMITE.
            IF TX-LIMITE NOT NUMERIC
                DISPLAY '  *** LIMITE RECHAZADO, IMPORTE NO NUMERICO: '
                        TX-CUENTA ' ***'
                ADD 1                     TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'A'                     TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING TX-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR TX-APRUEBA = SPACES
               OR TX-APRUEBA = WS-USUARIO-AUDIT
                DISPLAY '  *** LIMITE RECHAZADO, APROBADOR SIN '
                        'NIVEL A O ES EL MISMO: ' TX-CUENTA ' ***'
                ADD 1                     TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CUENTA               TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    DISPLAY '  *** LIMITE RECHAZADO, NO EXISTE: '
                            TX-CUENTA ' ***'
                    ADD 1                 TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    IF CU-CERRADA
                        DISPLAY '  *** LIMITE RECHAZADO, LA CUENTA '
                                'ESTA CERRADA: ' TX-CUENTA ' ***'
                        ADD 1             TO WS-TOTAL-RECHAZADAS
                    ELSE
                        PERFORM GRABA-AUDIT-ANTES
                        MOVE TX-LIMITE    TO CU-LIMITE
                        REWRITE CUENTA-REG
                        PERFORM GRABA-AUDIT-DESPUES
                        ADD 1             TO WS-TOTAL-APLICADAS
                    END-IF
            END-READ.

       GRABA-AUDIT-ANTES.
            MOVE 'B'                     TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            MOVE TX-TIPO                     TO AU-TIPO-TX.
            MOVE CUENTA-REG                  TO AU-CUENTA.
            MOVE WS-USUARIO-AUDIT            TO AU-USUARIO.
            MOVE SPACES                      TO AU-APRUEBA.
            IF TX-TIPO = 'R' OR TX-TIPO = 'L'
                MOVE TX-APRUEBA              TO AU-APRUEBA
            END-IF.
            WRITE AUDIT-REC.

       LEE-CONTROL.
            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = '00'
                READ CONTROL-FILE
                    NOT AT END
                        IF CT-DIAS-VIGENCIA IS NUMERIC
                           AND CT-DIAS-VIGENCIA > 0
                            MOVE CT-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
                        END-IF
                END-READ
                CLOSE CONTROL-FILE
            END-IF.

      *    La ALTA cita una determinacion de EXM20 (fecha + entrada
      *    del log).  Vale si el log la da por ELEGIBLE o si el
      *    ultimo override aprobado (EXM20OVR) la deja en 'A', y si
      *    la decision vigente -- la determinacion o su override --
      *    no tiene mas de WS-DIAS-VIGENCIA dias.  Deja WS-DET-MOTIVO
      *    en blanco si la alta puede seguir.
       VALIDA-DETERMINACION.
            MOVE SPACES                  TO WS-DET-MOTIVO
                                            WS-DET-RESULTADO
                                            WS-DET-ORIGEN.
            IF TX-DET-FECHA IS NOT NUMERIC
               OR TX-DET-FECHA = 0
               OR TX-DET-ENTRADA = SPACES
                MOVE 'SIN DETERMINACION DE ELEGIBILIDAD'
                                         TO WS-DET-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-BUSCA-EOF-SW.
            OPEN INPUT DETLOG-FILE.
            IF WS-DETLOG-STATUS = '00'
                PERFORM UNTIL FIN-BUSQUEDA
                    READ DETLOG-FILE
                        AT END
                            SET FIN-BUSQUEDA TO TRUE
                        NOT AT END
                            IF DL-FECHA = TX-DET-FECHA
                               AND DL-ENTRADA = TX-DET-ENTRADA
                                MOVE DL-RESULTADO TO WS-DET-RESULTADO
                                MOVE 'E'       TO WS-DET-ORIGEN
                                MOVE DL-FECHA  TO WS-DET-FECHA-VIGOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DETLOG-FILE
            END-IF.
            IF WS-DET-ORIGEN = SPACES
                MOVE 'DETERMINACION INEXISTENTE EN EXM20LOG'
                                         TO WS-DET-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-BUSCA-EOF-SW.
            OPEN INPUT OVERRIDE-FILE.
            IF WS-OVERRIDE-STATUS = '00'
                PERFORM UNTIL FIN-BUSQUEDA
                    READ OVERRIDE-FILE
                        AT END
                            SET FIN-BUSQUEDA TO TRUE
                        NOT AT END
                            IF OV-FECHA-ORIG = TX-DET-FECHA
                               AND OV-ENTRADA = TX-DET-ENTRADA
                                MOVE OV-NUEVO-RESULTADO TO
                                     WS-DET-RESULTADO
                                MOVE 'O'       TO WS-DET-ORIGEN
                                MOVE OV-FECHA-OVERRIDE TO
                                     WS-DET-FECHA-VIGOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OVERRIDE-FILE
            END-IF.
            IF WS-DET-RESULTADO NOT = 'A'
                MOVE 'DETERMINACION NO ELEGIBLE' TO WS-DET-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DIAS-ANTIGUEDAD =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                  - FUNCTION INTEGER-OF-DATE(WS-DET-FECHA-VIGOR).
            IF WS-DIAS-ANTIGUEDAD < 0
               OR WS-DIAS-ANTIGUEDAD > WS-DIAS-VIGENCIA
                MOVE 'DETERMINACION FUERA DE VIGENCIA'
                                         TO WS-DET-MOTIVO
            END-IF.
