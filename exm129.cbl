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
      * EXM129 - employee bank-account maintenance, the EXM87         *
      * card-deck style against CTABANCO.DAT (copybooks/ctabanco.cpy, *
      * keyed by employee).  Cards: 'A' alta id iban(34) bic(11)      *
      * effective date aaaammdd; 'C' cambio, same columns, blank      *
      * keeps what is stored; 'B' baja id.  The employee must exist   *
      * on PERSONA.DAT, every IBAN passes the ISO mod-97 check        *
      * through EXMIBAN before it is stored (compact, grouping spaces *
      * removed), the BIC is format-checked, and a blank effective    *
      * date means today.  A changed IBAN keeps the replaced account  *
      * as the previous one so EXM29 pays there until the new one     *
      * takes effect.  Before/after images go to BANCAUD.DAT with the *
      * keying user from the PARM.  RC 4 when any card is rejected.   *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM129.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT BANCO-FILE ASSIGN TO "CTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-ID-EMPLEADO
               FILE STATUS IS WS-BANCO-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "BANCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-ID-EMPLEADO          PIC 9(07).
           02 TX-IBAN                 PIC X(34).
           02 TX-BIC                  PIC X(11).
           02 TX-FECHA-EFECTO         PIC X(08).

       FD  BANCO-FILE.
           COPY "ctabanco.cpy".

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-FECHA                PIC 9(08).
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX              PIC X(01).
           02 AU-IMAGEN               PIC X(01).
           02 AU-CUENTA               PIC X(121).
           02 AU-USUARIO              PIC X(08).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-BANCO-STATUS            PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APLICADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
      *    Validacion de IBAN/BIC (EXMIBAN) y fecha de efecto.
        01 WS-IBAN-FUNCION            PIC X(01) VALUE SPACES.
        01 WS-IBAN-VALOR              PIC X(34) VALUE SPACES.
        01 WS-IBAN-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-IBAN-MOTIVO             PIC X(30) VALUE SPACES.
        01 WS-IBAN-NUEVO              PIC X(34) VALUE SPACES.
        01 WS-BIC-NUEVO               PIC X(11) VALUE SPACES.
        01 WS-EFECTO-NUEVO            PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-EFECTO-NUEVO.
           02 WS-EFECTO-ANYO          PIC 9(04).
           02 WS-EFECTO-MES           PIC 9(02).
           02 WS-EFECTO-DIA           PIC 9(02).
        01 WS-TARJETA-VALIDA-SW       PIC X(01) VALUE 'Y'.
           88 TARJETA-VALIDA                     VALUE 'Y'.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.

            OPEN I-O BANCO-FILE.
            IF WS-BANCO-STATUS = '35'
                OPEN OUTPUT BANCO-FILE
                CLOSE BANCO-FILE
                OPEN I-O BANCO-FILE
            END-IF.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - '
                        'STATUS: ' WS-PERSONA-STATUS ' ***'
                CLOSE BANCO-FILE
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
            CLOSE BANCO-FILE.
            CLOSE PERSONA-FILE.
            CLOSE AUDIT-FILE.

            DISPLAY 'TARJETAS LEIDAS: '   WS-TOTAL-LEIDAS.
            DISPLAY 'APLICADAS: '         WS-TOTAL-APLICADAS.
            DISPLAY 'RECHAZADAS: '        WS-TOTAL-RECHAZADAS.
            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE TX-ID-EMPLEADO        TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    DISPLAY '  *** EMPLEADO INEXISTENTE: '
                            TX-ID-EMPLEADO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                    EXIT PARAGRAPH
            END-READ.
            IF TX-TIPO = 'A' OR TX-TIPO = 'C'
                PERFORM VALIDA-TARJETA
                IF NOT TARJETA-VALIDA
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            EVALUATE TX-TIPO
                WHEN 'A'
                    PERFORM PROCESA-ALTA
                WHEN 'C'
                    PERFORM PROCESA-CAMBIO
                WHEN 'B'
                    PERFORM PROCESA-BAJA
                WHEN OTHER
                    DISPLAY '  *** TIPO DE TRANSACCION INVALIDO: '
                            TX-TIPO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
            END-EVALUATE.

       PROCESA-ALTA.
            IF TX-IBAN = SPACES OR TX-BIC = SPACES
                DISPLAY '  *** ALTA RECHAZADA, FALTA IBAN O BIC: '
                        TX-ID-EMPLEADO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO CB-ID-EMPLEADO.
            READ BANCO-FILE
                INVALID KEY
                    MOVE TX-ID-EMPLEADO  TO CB-ID-EMPLEADO
                    MOVE WS-IBAN-NUEVO   TO CB-IBAN
                    MOVE WS-BIC-NUEVO    TO CB-BIC
                    MOVE WS-EFECTO-NUEVO TO CB-FECHA-EFECTO
                    MOVE SPACES          TO CB-IBAN-ANT CB-BIC-ANT
                    MOVE WS-FECHA-HOY    TO CB-FECHA-CAMBIO
                    MOVE WS-USUARIO-AUDIT TO CB-USUARIO
                    WRITE CUENTA-BANCO-REG
                    MOVE 'A'             TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    ADD 1                TO WS-TOTAL-APLICADAS
                NOT INVALID KEY
                    DISPLAY '  *** ALTA RECHAZADA, YA EXISTE: '
                            TX-ID-EMPLEADO ' ***'
                    ADD 1                TO WS-TOTAL-RECHAZADAS
            END-READ.

      *    Un IBAN nuevo deja el vigente como anterior: EXM29 sigue
      *    pagando ahi hasta la fecha de efecto del nuevo.
       PROCESA-CAMBIO.
            MOVE TX-ID-EMPLEADO        TO CB-ID-EMPLEADO.
            READ BANCO-FILE
                INVALID KEY
                    DISPLAY '  *** CAMBIO RECHAZADO, NO EXISTE: '
                            TX-ID-EMPLEADO ' ***'
                    ADD 1                TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    MOVE 'B'             TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    IF TX-IBAN NOT = SPACES
                       AND WS-IBAN-NUEVO NOT = CB-IBAN
                        MOVE CB-IBAN     TO CB-IBAN-ANT
                        MOVE CB-BIC      TO CB-BIC-ANT
                        MOVE WS-IBAN-NUEVO TO CB-IBAN
                        MOVE WS-EFECTO-NUEVO TO CB-FECHA-EFECTO
                    END-IF
                    IF TX-BIC NOT = SPACES
                        MOVE WS-BIC-NUEVO TO CB-BIC
                    END-IF
                    IF TX-FECHA-EFECTO NOT = SPACES
                        MOVE WS-EFECTO-NUEVO TO CB-FECHA-EFECTO
                    END-IF
                    MOVE WS-FECHA-HOY    TO CB-FECHA-CAMBIO
                    MOVE WS-USUARIO-AUDIT TO CB-USUARIO
                    REWRITE CUENTA-BANCO-REG
                    MOVE 'A'             TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    ADD 1                TO WS-TOTAL-APLICADAS
            END-READ.

       PROCESA-BAJA.
            MOVE TX-ID-EMPLEADO        TO CB-ID-EMPLEADO.
            READ BANCO-FILE
                INVALID KEY
                    DISPLAY '  *** BAJA RECHAZADA, NO EXISTE: '
                            TX-ID-EMPLEADO ' ***'
                    ADD 1                TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    MOVE 'B'             TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    DELETE BANCO-FILE RECORD
                    ADD 1                TO WS-TOTAL-APLICADAS
            END-READ.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AU-HORA             FROM TIME.
            MOVE TX-TIPO               TO AU-TIPO-TX.
            MOVE CUENTA-BANCO-REG      TO AU-CUENTA.
            MOVE WS-USUARIO-AUDIT      TO AU-USUARIO.
            WRITE AUDIT-REC.

      *    IBAN y BIC por EXMIBAN (el IBAN vuelve compacto y asi se
      *    graba); la fecha de efecto en blanco es hoy y la que se
      *    teclea pasa la regla de calendario del taller (EXM5).
       VALIDA-TARJETA.
            MOVE 'Y'                   TO WS-TARJETA-VALIDA-SW.
            MOVE SPACES                TO WS-IBAN-NUEVO WS-BIC-NUEVO.
            IF TX-IBAN NOT = SPACES
                MOVE 'I'               TO WS-IBAN-FUNCION
                MOVE TX-IBAN           TO WS-IBAN-VALOR
                CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                      WS-IBAN-RESULTADO WS-IBAN-MOTIVO
                IF WS-IBAN-RESULTADO NOT = 'Y'
                    DISPLAY '  *** IBAN INVALIDO (' WS-IBAN-MOTIVO
                            '): ' TX-ID-EMPLEADO ' ' TX-IBAN
                    MOVE 'N'           TO WS-TARJETA-VALIDA-SW
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-IBAN-VALOR     TO WS-IBAN-NUEVO
            END-IF.
            IF TX-BIC NOT = SPACES
                MOVE 'B'               TO WS-IBAN-FUNCION
                MOVE TX-BIC            TO WS-IBAN-VALOR
                CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                      WS-IBAN-RESULTADO WS-IBAN-MOTIVO
                IF WS-IBAN-RESULTADO NOT = 'Y'
                    DISPLAY '  *** BIC INVALIDO (' WS-IBAN-MOTIVO
                            '): ' TX-ID-EMPLEADO ' ' TX-BIC
                    MOVE 'N'           TO WS-TARJETA-VALIDA-SW
                    EXIT PARAGRAPH
                END-IF
                MOVE TX-BIC            TO WS-BIC-NUEVO
            END-IF.
            IF TX-FECHA-EFECTO = SPACES
                MOVE WS-FECHA-HOY      TO WS-EFECTO-NUEVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA-EFECTO IS NOT NUMERIC
                DISPLAY '  *** FECHA DE EFECTO INVALIDA: '
                        TX-ID-EMPLEADO ' ' TX-FECHA-EFECTO
                MOVE 'N'               TO WS-TARJETA-VALIDA-SW
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA-EFECTO       TO WS-EFECTO-NUEVO.
            IF WS-EFECTO-MES < 1 OR WS-EFECTO-MES > 12
                MOVE 'N'               TO WS-TARJETA-VALIDA-SW
            ELSE
                EVALUATE WS-EFECTO-MES
                    WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                    WHEN 10 WHEN 12
                        MOVE 31        TO DIAS-EN-MES
                    WHEN 4 WHEN 6 WHEN 9 WHEN 11
                        MOVE 30        TO DIAS-EN-MES
                    WHEN 2
                        IF FUNCTION MOD(WS-EFECTO-ANYO, 400) = 0
                           OR (FUNCTION MOD(WS-EFECTO-ANYO, 4) = 0 AND
                               FUNCTION MOD(WS-EFECTO-ANYO, 100)
                                   NOT = 0)
                            MOVE 29    TO DIAS-EN-MES
                        ELSE
                            MOVE 28    TO DIAS-EN-MES
                        END-IF
                END-EVALUATE
                IF WS-EFECTO-DIA < 1 OR WS-EFECTO-DIA > DIAS-EN-MES
                    MOVE 'N'           TO WS-TARJETA-VALIDA-SW
                END-IF
            END-IF.
            IF NOT TARJETA-VALIDA
                DISPLAY '  *** FECHA DE EFECTO INVALIDA: '
                        TX-ID-EMPLEADO ' ' TX-FECHA-EFECTO
            END-IF.
