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
      * EXM146 - training and certification records maintenance, the  *
      * EXM87 card-deck style against CERTIFIC.DAT                    *
      * (copybooks/certif.cpy, keyed employee + course code):         *
      *   'A' alta    id curso descripcion realizado caducidad        *
      *               proveedor (dates AAAAMMDD)                      *
      *   'C' cambio  same columns, blank keeps stored; a caducidad   *
      *               of zeros removes the expiry                     *
      *   'B' baja    id curso                                        *
      * The employee must exist on PERSONA.DAT, dates run the shop's  *
      * EXM5 calendar rule, a course cannot be completed after        *
      * today nor expire before it was completed, and every change    *
      * writes before/after audit images to CERTAUD.DAT with the      *
      * keying user from the PARM.  Required courses and the expiry   *
      * alerts are EXM147's job.                                      *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM146.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               FILE STATUS IS WS-CERTIFICADO-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CERTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-ID-EMPLEADO          PIC 9(07).
           02 TX-CURSO                PIC X(06).
           02 TX-DESCRIPCION          PIC X(30).
           02 TX-REALIZADO            PIC 9(08).
           02 TX-REALIZADO-X REDEFINES TX-REALIZADO
                                      PIC X(08).
           02 TX-CADUCIDAD            PIC 9(08).
           02 TX-CADUCIDAD-X REDEFINES TX-CADUCIDAD
                                      PIC X(08).
           02 TX-PROVEEDOR            PIC X(20).

       FD  CERTIFICADO-FILE.
           COPY "certif.cpy".

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-FECHA                PIC 9(08).
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX              PIC X(01).
           02 AU-IMAGEN               PIC X(01).
           02 AU-CERTIFICADO          PIC X(88).
           02 AU-USUARIO              PIC X(08).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CERTIFICADO-STATUS      PIC X(02) VALUE '00'.
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
        01 WS-FECHA-VALIDA-SW         PIC X(01) VALUE 'Y'.
           88 FECHA-VALIDA                       VALUE 'Y'.
        01 WS-FECHA-TARJETA           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-TARJETA.
           02 WS-FT-ANYO              PIC 9(04).
           02 WS-FT-MES               PIC 9(02).
           02 WS-FT-DIA               PIC 9(02).
        01 WS-REALIZADO               PIC 9(08) VALUE ZEROES.
        01 WS-CADUCIDAD               PIC 9(08) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.

            OPEN I-O CERTIFICADO-FILE.
            IF WS-CERTIFICADO-STATUS = '35'
                OPEN OUTPUT CERTIFICADO-FILE
                CLOSE CERTIFICADO-FILE
                OPEN I-O CERTIFICADO-FILE
            END-IF.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - '
                        'STATUS: ' WS-PERSONA-STATUS ' ***'
                CLOSE CERTIFICADO-FILE
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
            CLOSE CERTIFICADO-FILE.
            CLOSE PERSONA-FILE.
            CLOSE AUDIT-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '   WS-TOTAL-LEIDAS.
            DISPLAY 'APLICADAS: '         WS-TOTAL-APLICADAS.
            DISPLAY 'RECHAZADAS: '        WS-TOTAL-RECHAZADAS.
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
            IF TX-CURSO = SPACES
                DISPLAY '  *** FALTA EL CODIGO DE CURSO: '
                        TX-ID-EMPLEADO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
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
            MOVE TX-ID-EMPLEADO        TO CE-ID-EMPLEADO.
            MOVE TX-CURSO              TO CE-CURSO.
            READ CERTIFICADO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY '  *** ALTA RECHAZADA, YA EXISTE: '
                            TX-ID-EMPLEADO '/' TX-CURSO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                    EXIT PARAGRAPH
            END-READ.
            IF TX-DESCRIPCION = SPACES
                DISPLAY '  *** ALTA SIN DESCRIPCION: '
                        TX-ID-EMPLEADO '/' TX-CURSO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            IF TX-REALIZADO-X = SPACES
                MOVE ZEROES            TO TX-REALIZADO
            END-IF.
            IF TX-CADUCIDAD-X = SPACES
                MOVE ZEROES            TO TX-CADUCIDAD
            END-IF.
            MOVE TX-REALIZADO          TO WS-REALIZADO.
            MOVE TX-CADUCIDAD          TO WS-CADUCIDAD.
            PERFORM VALIDA-FECHAS.
            IF WS-MOTIVO NOT = SPACES
                DISPLAY '  *** ' WS-MOTIVO ': '
                        TX-ID-EMPLEADO '/' TX-CURSO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO CERTIF-REC.
            MOVE TX-ID-EMPLEADO        TO CE-ID-EMPLEADO.
            MOVE TX-CURSO              TO CE-CURSO.
            MOVE TX-DESCRIPCION        TO CE-DESCRIPCION.
            MOVE WS-REALIZADO          TO CE-REALIZADO.
            MOVE WS-CADUCIDAD          TO CE-CADUCIDAD.
            MOVE TX-PROVEEDOR          TO CE-PROVEEDOR.
            WRITE CERTIF-REC.
            MOVE 'A'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-APLICADAS.

      *    Cambio: las columnas en blanco conservan lo grabado; una
      *    caducidad a ceros deja el curso sin caducidad.  Las fechas
      *    resultantes se validan juntas antes de tocar el registro.
       PROCESA-CAMBIO.
            MOVE TX-ID-EMPLEADO        TO CE-ID-EMPLEADO.
            MOVE TX-CURSO              TO CE-CURSO.
            READ CERTIFICADO-FILE
                INVALID KEY
                    DISPLAY '  *** CAMBIO RECHAZADO, NO EXISTE: '
                            TX-ID-EMPLEADO '/' TX-CURSO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                    EXIT PARAGRAPH
            END-READ.
            MOVE CE-REALIZADO          TO WS-REALIZADO.
            MOVE CE-CADUCIDAD          TO WS-CADUCIDAD.
            IF TX-REALIZADO-X NOT = SPACES
                MOVE TX-REALIZADO      TO WS-REALIZADO
            END-IF.
            IF TX-CADUCIDAD-X NOT = SPACES
                MOVE TX-CADUCIDAD      TO WS-CADUCIDAD
            END-IF.
            PERFORM VALIDA-FECHAS.
            IF WS-MOTIVO NOT = SPACES
                DISPLAY '  *** ' WS-MOTIVO ': '
                        TX-ID-EMPLEADO '/' TX-CURSO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            IF TX-DESCRIPCION NOT = SPACES
                MOVE TX-DESCRIPCION    TO CE-DESCRIPCION
            END-IF.
            IF TX-PROVEEDOR NOT = SPACES
                MOVE TX-PROVEEDOR      TO CE-PROVEEDOR
            END-IF.
            MOVE WS-REALIZADO          TO CE-REALIZADO.
            MOVE WS-CADUCIDAD          TO CE-CADUCIDAD.
            REWRITE CERTIF-REC.
            MOVE 'A'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-APLICADAS.

       PROCESA-BAJA.
            MOVE TX-ID-EMPLEADO        TO CE-ID-EMPLEADO.
            MOVE TX-CURSO              TO CE-CURSO.
            READ CERTIFICADO-FILE
                INVALID KEY
                    DISPLAY '  *** BAJA RECHAZADA, NO EXISTE: '
                            TX-ID-EMPLEADO '/' TX-CURSO ' ***'
                    ADD 1              TO WS-TOTAL-RECHAZADAS
                NOT INVALID KEY
                    MOVE 'B'           TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    DELETE CERTIFICADO-FILE RECORD
                    ADD 1              TO WS-TOTAL-APLICADAS
            END-READ.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AU-HORA             FROM TIME.
            MOVE TX-TIPO               TO AU-TIPO-TX.
            MOVE CERTIF-REC            TO AU-CERTIFICADO.
            MOVE WS-USUARIO-AUDIT      TO AU-USUARIO.
            WRITE AUDIT-REC.

      *    Fecha de realizacion obligatoria, valida y no posterior a
      *    hoy; caducidad a ceros (sin caducidad) o valida y
      *    posterior a la realizacion.  El motivo queda en WS-MOTIVO.
       VALIDA-FECHAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE WS-REALIZADO          TO WS-FECHA-TARJETA.
            PERFORM VALIDA-FECHA-TARJETA.
            IF NOT FECHA-VALIDA
                MOVE 'FECHA DE REALIZACION INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-REALIZADO > WS-FECHA-HOY
                MOVE 'FECHA DE REALIZACION FUTURA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-CADUCIDAD = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CADUCIDAD          TO WS-FECHA-TARJETA.
            PERFORM VALIDA-FECHA-TARJETA.
            IF NOT FECHA-VALIDA
                MOVE 'FECHA DE CADUCIDAD INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-CADUCIDAD NOT > WS-REALIZADO
                MOVE 'CADUCIDAD NO POSTERIOR A LA REALIZACION'
                                       TO WS-MOTIVO
            END-IF.

      *    Regla de fechas del taller (VALIDA-FECHA-NACIMIENTO de
      *    EXM5): rango de mes, dias del mes y anyo bisiesto.
       VALIDA-FECHA-TARJETA.
            MOVE 'Y'                   TO WS-FECHA-VALIDA-SW.
            IF WS-FECHA-TARJETA IS NOT NUMERIC
                MOVE 'N'               TO WS-FECHA-VALIDA-SW
                EXIT PARAGRAPH
            END-IF.
            IF WS-FT-MES < 1 OR WS-FT-MES > 12
                MOVE 'N'               TO WS-FECHA-VALIDA-SW
            END-IF.
            IF FECHA-VALIDA
                EVALUATE WS-FT-MES
                    WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                    WHEN 10 WHEN 12
                        MOVE 31        TO DIAS-EN-MES
                    WHEN 4 WHEN 6 WHEN 9 WHEN 11
                        MOVE 30        TO DIAS-EN-MES
                    WHEN 2
                        IF FUNCTION MOD(WS-FT-ANYO, 400) = 0
                           OR (FUNCTION MOD(WS-FT-ANYO, 4) = 0 AND
                               FUNCTION MOD(WS-FT-ANYO, 100) NOT = 0)
                            MOVE 29    TO DIAS-EN-MES
                        ELSE
                            MOVE 28    TO DIAS-EN-MES
                        END-IF
                END-EVALUATE
                IF WS-FT-DIA < 1 OR WS-FT-DIA > DIAS-EN-MES
                    MOVE 'N'           TO WS-FECHA-VALIDA-SW
                END-IF
            END-IF.
