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
      * EXM149 - data-subject access report.  Each SYSIN card names   *
      * an ID-EMPLEADO (check digit verified) and, from column 9, the *
      * reference of the employee's access request; the keying user   *
      * comes from the PARM and must hold level 'A' (EXMSIGN), since  *
      * the report shows everything.  EXM149.PRT gives one paginated  *
      * report per card, every page headed with the employee, the     *
      * reference and the page number: the master record today,       *
      * dependents (DEPENDTS.DAT), salary and department history      *
      * (SALHIST.DAT), every change to the master and who keyed it    *
      * (EXM22AUD.DAT and its EXM97 archive EXM22AUDH.DAT, paired     *
      * field by field the EXM91 way), the personnel inquiries on the *
      * employee's surname (EXM24AUD.DAT and EXM24AUDH.DAT), payroll  *
      * year-to-date (NOMYTD.DAT), absence balance (VACSALDO.DAT) and *
      * whether returned mail has suppressed the address.  An         *
      * employee no longer on the master still gets every section     *
      * that holds data, with the surname taken from the last audit   *
      * image.  Each report is itself logged as an access: one        *
      * EXM24AUD.DAT row under the PARM user, so it shows in the      *
      * EXM46 access review.  Return code 4 when a card is refused, 8 *
      * if the access could not be logged, 16 if the user lacks level *
      * 'A' or PERSONA.DAT cannot be read.                            *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM149.

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
           SELECT DEPENDIENTE-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CLAVE
               FILE STATUS IS WS-DEPENDIENTE-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXM22AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITH-FILE ASSIGN TO "EXM22AUDH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONSULTA-FILE ASSIGN TO "EXM24AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSULTA-STATUS.
           SELECT CONSULTAH-FILE ASSIGN TO "EXM24AUDH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSULTA-STATUS.
           SELECT YTD-FILE ASSIGN TO "NOMYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACACION-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM149.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta: el empleado y la referencia de la solicitud del
      *    interesado (registro de entrada), que sale en cada pagina.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-ID-EMPLEADO          PIC 9(07).
           02 FILLER REDEFINES TX-ID-EMPLEADO.
              03 TX-ID-BASE           PIC 9(06).
              03 TX-ID-DV             PIC 9(01).
           02 FILLER                  PIC X(01).
           02 TX-REFERENCIA           PIC X(20).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  DEPENDIENTE-FILE.
           COPY "depend.cpy".

       FD  SALHIST-FILE.
           COPY "salhist.cpy".

      *    Imagenes del maestro: las vivas y las que EXM97 archivo.
       FD  AUDIT-FILE.
        01 AUDIT-ENT                  PIC X(149).

       FD  AUDITH-FILE.
        01 AUDITH-ENT                 PIC X(149).

      *    Consultas de personal: las vivas y las archivadas.
       FD  CONSULTA-FILE.
        01 CONSULTA-ENT               PIC X(47).

       FD  CONSULTAH-FILE.
        01 CONSULTAH-ENT              PIC X(47).

      *    Acumulado del anyo por empleado: bruto, neto e IRP.
       FD  YTD-FILE.
        01 YTD-REC.
           02 NY-ID-EMPLEADO          PIC 9(07).
           02 NY-ANYO                 PIC 9(04).
           02 NY-BRUTO                PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-NETO                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-RETENIDO             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *    Saldo de ausencias: derecho anual y tomadas, en horas.
       FD  VACACION-FILE.
        01 VACACION-REC.
           02 VB-ID-EMPLEADO          PIC 9(07).
           02 VB-DERECHO              PIC 9(03).
           02 VB-TOMADAS              PIC 9(03).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "audper.cpy".
           COPY "audcons.cpy".
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPENDIENTE-STATUS      PIC X(02) VALUE '00'.
        01 WS-SALHIST-STATUS          PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-CONSULTA-STATUS         PIC X(02) VALUE '00'.
        01 WS-YTD-STATUS              PIC X(02) VALUE '00'.
        01 WS-VACACION-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-ENTRADA-EOF-SW          PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-PERSONA-SW              PIC X(01) VALUE 'N'.
           88 PERSONA-ABIERTO                    VALUE 'Y'.
        01 WS-DEPENDIENTE-SW          PIC X(01) VALUE 'N'.
           88 DEPENDIENTE-ABIERTO                VALUE 'Y'.
        01 WS-MAESTRO-SW              PIC X(01) VALUE 'N'.
           88 EN-EL-MAESTRO                      VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-CK-BASE                 PIC 9(09) VALUE ZEROES.
        01 WS-CK-DV                   PIC 9(01) VALUE ZEROES.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-ID-BUSCADO              PIC 9(07) VALUE ZEROES.
        01 WS-ID-BUSCADO-X REDEFINES WS-ID-BUSCADO
                                      PIC X(07).
      *    Apellido del interesado: del maestro o, si ya no esta, de
      *    su ultima imagen de auditoria.  Las consultas de EXM24 se
      *    registran por apellido buscado.
        01 WS-APELLIDO                PIC X(10) VALUE SPACES.
        01 WS-TOTAL-TARJETAS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-INFORMES          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(05) VALUE ZEROES.
        01 WS-SECCION-FILAS           PIC 9(05) VALUE ZEROES.
      *    Paginacion.
        01 WS-LINEAS-POR-PAGINA       PIC 9(02) VALUE 60.
        01 WS-LINEAS-EN-PAGINA        PIC 9(02) VALUE ZEROES.
        01 WS-NUMERO-PAGINA           PIC 9(04) VALUE ZEROES.
      *    Pares de imagenes: la 'B' espera a su 'A'.
        01 WS-ANTES-SW                PIC X(01) VALUE 'N'.
           88 HAY-ANTES-PENDIENTE                VALUE 'Y'.
        01 WS-IMAGEN-ANTES            PIC X(123) VALUE SPACES.
        01 WS-ANTES-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-ANTES-HORA              PIC 9(08) VALUE ZEROES.
        01 WS-ANTES-USUARIO           PIC X(08) VALUE SPACES.
      *    Mapa de campos de persona.cpy dentro de la imagen, el
      *    mismo de EXM91.
        01 TABLA-CAMPOS.
           02 FILLER                  PIC X(21)
              VALUE 'ID-EMPLEADO    001007'.
           02 FILLER                  PIC X(21)
              VALUE 'NOMBRE         008010'.
           02 FILLER                  PIC X(21)
              VALUE 'APELLIDO       018010'.
           02 FILLER                  PIC X(21)
              VALUE 'F-NACIMIENTO   028010'.
           02 FILLER                  PIC X(21)
              VALUE 'DEPARTAMENTO   038003'.
           02 FILLER                  PIC X(21)
              VALUE 'F-ALTA         041008'.
           02 FILLER                  PIC X(21)
              VALUE 'SALARIO        049009'.
           02 FILLER                  PIC X(21)
              VALUE 'ESTADO         058001'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-CALLE      059030'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-POBLACION  089020'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-CP         109005'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-RETORNO    114001'.
           02 FILLER                  PIC X(21)
              VALUE 'RESPONSABLE    115007'.
        01 FILLER REDEFINES TABLA-CAMPOS.
           02 TC-FILA OCCURS 13 TIMES.
              03 TC-NOMBRE            PIC X(15).
              03 TC-POS               PIC 9(03).
              03 TC-LON               PIC 9(03).
        01 WS-CP-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-SALARIO-ED              PIC -Z(6)9.99.
        01 WS-ED-ANT                  PIC Z(8)9.99.
        01 WS-ED-NUE                  PIC Z(8)9.99.
        01 WS-ED-BRUTO                PIC -Z(8)9.99.
        01 WS-ED-NETO                 PIC -Z(8)9.99.
        01 WS-ED-RETENIDO             PIC -Z(8)9.99.
        01 WS-ED-HORAS                PIC -ZZ9.
        01 WS-ED-DERECHO              PIC ZZ9.
        01 WS-ED-TOMADAS              PIC ZZ9.
        01 WS-SALDO-HORAS             PIC S9(04) VALUE ZEROES.
        01 WS-ED-DEP-ANT              PIC 9(03).
        01 WS-ED-DEP-NUE              PIC 9(03).
        01 WS-DIR-RETORNO             PIC X(01) VALUE SPACES.
           88 DIR-SUPRIMIDA                      VALUE 'S'.
        01 WS-CAMBIOS-PAR             PIC 9(02) VALUE ZEROES.
        01 WS-ANTES-TIPO              PIC X(01) VALUE SPACES.
        01 WS-TITULO                  PIC X(60) VALUE SPACES.
        01 WS-LINEA                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.

      *    El informe lo ve todo: solo lo pide un usuario de nivel
      *    'A', y queda registrado a su nombre.
            CALL 'EXMSIGN' USING WS-USUARIO-AUDIT WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                DISPLAY '*** USUARIO ' WS-USUARIO-AUDIT
                        ' SIN NIVEL A - INFORME NO EMITIDO ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - '
                        'STATUS: ' WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            SET PERSONA-ABIERTO        TO TRUE.
            OPEN INPUT DEPENDIENTE-FILE.
            IF WS-DEPENDIENTE-STATUS = '00'
                SET DEPENDIENTE-ABIERTO TO TRUE
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.

            PERFORM UNTIL FIN-ENTRADA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-ENTRADA TO TRUE
                    NOT AT END
                        PERFORM PROCESA-TARJETA
                END-READ
            END-PERFORM.

            CLOSE ENTRADA-FILE.
            CLOSE REPORTE-FILE.
            CLOSE PERSONA-FILE.
            IF DEPENDIENTE-ABIERTO
                CLOSE DEPENDIENTE-FILE
            END-IF.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '    WS-TOTAL-TARJETAS.
            DISPLAY 'INFORMES EMITIDOS: '  WS-TOTAL-INFORMES.
            DISPLAY 'RECHAZADAS: '         WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM149.PRT'.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-TARJETAS.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
                DISPLAY '  *** ID NO NUMERICO: ' ENTRADA-REC(1:7)
                        ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-BASE            TO WS-CK-BASE.
            CALL 'EXMCKDGR' USING WS-CK-BASE WS-CK-DV.
            IF TX-ID-DV NOT = WS-CK-DV
                DISPLAY '  *** DIGITO DE CONTROL INVALIDO: '
                        TX-ID-EMPLEADO ' ***'
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                EXIT PARAGRAPH
            END-IF.

            ADD 1                      TO WS-TOTAL-INFORMES.
            MOVE TX-ID-EMPLEADO        TO WS-ID-BUSCADO.
            MOVE SPACES                TO WS-APELLIDO WS-DIR-RETORNO.
            MOVE 'N'                   TO WS-MAESTRO-SW.
            MOVE ZEROES                TO WS-NUMERO-PAGINA
                                          WS-LINEAS-EN-PAGINA.

            PERFORM SECCION-MAESTRO.
            PERFORM SECCION-DEPENDIENTES.
            PERFORM SECCION-HISTORIA.
            PERFORM SECCION-CAMBIOS.
            PERFORM SECCION-CONSULTAS.
            PERFORM SECCION-NOMINA.
            PERFORM SECCION-AUSENCIAS.
            PERFORM SECCION-CORREO.
            PERFORM REGISTRA-ACCESO.

            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.
            MOVE SPACES                TO WS-LINEA.
            STRING 'FIN DEL INFORME DEL EMPLEADO ' WS-ID-BUSCADO
                   ' - ' WS-NUMERO-PAGINA ' PAGINAS'
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            DISPLAY '  INFORME EMITIDO: ' WS-ID-BUSCADO ' '
                    TX-REFERENCIA.

      *    Registro del maestro tal como esta hoy.
       SECCION-MAESTRO.
            MOVE 'DATOS DEL MAESTRO DE PERSONAL (PERSONA.DAT)'
                                       TO WS-TITULO.
            PERFORM ABRE-SECCION.
            MOVE WS-ID-BUSCADO         TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE SPACES        TO WS-LINEA
                    MOVE '  NO FIGURA EN EL MAESTRO (BAJA O ID '
                       & 'INEXISTENTE)'
                                       TO WS-LINEA
                    PERFORM ESCRIBE-LINEA
                    EXIT PARAGRAPH
            END-READ.
            SET EN-EL-MAESTRO          TO TRUE.
            MOVE P-APELLIDO            TO WS-APELLIDO.
            MOVE P-DIR-RETORNO         TO WS-DIR-RETORNO.
            MOVE SPACES                TO WS-LINEA.
            STRING '  NOMBRE: ' NOMBRE ' ' P-APELLIDO
                   '  NACIMIENTO: ' F-NACIMIENTO
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            MOVE SPACES                TO WS-LINEA.
            STRING '  DEPARTAMENTO: ' P-DEPARTAMENTO
                   '  ALTA: ' P-ALTA-DIA '/' P-ALTA-MES '/'
                   P-ALTA-ANYO '  ESTADO: ' P-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            MOVE P-SALARIO             TO WS-SALARIO-ED.
            MOVE SPACES                TO WS-LINEA.
            STRING '  SALARIO: ' WS-SALARIO-ED
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            MOVE SPACES                TO WS-LINEA.
            STRING '  DIRECCION: ' P-DIR-CALLE ' ' P-DIR-POBLACION
                   ' ' P-DIR-CP
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            MOVE SPACES                TO WS-LINEA.
            IF P-RESPONSABLE IS NUMERIC
               AND P-RESPONSABLE NOT = ZEROES
                STRING '  RESPONSABLE DE LINEA: ' P-RESPONSABLE
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            ELSE
                MOVE '  RESPONSABLE DE LINEA: NINGUNO' TO WS-LINEA
            END-IF.
            PERFORM ESCRIBE-LINEA.

       SECCION-DEPENDIENTES.
            MOVE 'DEPENDIENTES Y BENEFICIARIOS (DEPENDTS.DAT)'
                                       TO WS-TITULO.
            PERFORM ABRE-SECCION.
            IF NOT DEPENDIENTE-ABIERTO
                PERFORM FICHERO-NO-DISPONIBLE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            MOVE WS-ID-BUSCADO         TO DP-ID-EMPLEADO.
            MOVE ZEROES                TO DP-SECUENCIA.
            START DEPENDIENTE-FILE KEY IS NOT LESS THAN DP-CLAVE
                INVALID KEY
                    SET FIN-FICHERO    TO TRUE
            END-START.
            PERFORM UNTIL FIN-FICHERO
                READ DEPENDIENTE-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF DP-ID-EMPLEADO NOT = WS-ID-BUSCADO
                            SET FIN-FICHERO TO TRUE
                        ELSE
                            MOVE SPACES TO WS-LINEA
                            STRING '  ' DP-SECUENCIA ' ' DP-NOMBRE
                                   ' ' DP-PARENTESCO ' NACIDO EL '
                                   DP-NAC-DIA '/' DP-NAC-MES '/'
                                   DP-NAC-ANYO
                                   DELIMITED BY SIZE INTO WS-LINEA
                            END-STRING
                            PERFORM ESCRIBE-FILA
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM CIERRA-SECCION.

      *    Salario y puesto (departamento) a lo largo del tiempo.
       SECCION-HISTORIA.
            MOVE 'HISTORIA DE SALARIO Y PUESTO (SALHIST.DAT)'
                                       TO WS-TITULO.
            PERFORM ABRE-SECCION.
            OPEN INPUT SALHIST-FILE.
            IF WS-SALHIST-STATUS NOT = '00'
                PERFORM FICHERO-NO-DISPONIBLE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ SALHIST-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF SH-ID-EMPLEADO = WS-ID-BUSCADO
                            PERFORM LINEA-HISTORIA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SALHIST-FILE.
            PERFORM CIERRA-SECCION.

       LINEA-HISTORIA.
            MOVE SPACES                TO WS-LINEA.
            IF SH-ES-DEPARTAMENTO
                MOVE SH-VALOR-ANT      TO WS-ED-DEP-ANT
                MOVE SH-VALOR-NUE      TO WS-ED-DEP-NUE
                STRING '  ' SH-FECHA ' DEPARTAMENTO DE '
                       WS-ED-DEP-ANT ' A ' WS-ED-DEP-NUE
                       ' POR ' SH-USUARIO
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            ELSE
                MOVE SH-VALOR-ANT      TO WS-ED-ANT
                MOVE SH-VALOR-NUE      TO WS-ED-NUE
                STRING '  ' SH-FECHA ' SALARIO DE ' WS-ED-ANT
                       ' A ' WS-ED-NUE ' POR ' SH-USUARIO
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            END-IF.
            PERFORM ESCRIBE-FILA.

      *    Cambios del maestro y quien los hizo: cada imagen 'antes'
      *    se empareja con la 'despues' que la sigue, campo a campo
      *    como en EXM91; primero lo archivado por EXM97, despues lo
      *    vivo.
       SECCION-CAMBIOS.
            MOVE 'CAMBIOS DEL MAESTRO Y QUIEN LOS HIZO (EXM22AUD.DAT)'
                                       TO WS-TITULO.
            PERFORM ABRE-SECCION.
            MOVE 'N'                   TO WS-ANTES-SW.
            OPEN INPUT AUDITH-FILE.
            IF WS-AUDIT-STATUS = '00'
                MOVE 'N'               TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ AUDITH-FILE INTO AUDIT-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF AU-PERSONA(1:7) = WS-ID-BUSCADO-X
                                PERFORM TRATA-IMAGEN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDITH-FILE
            END-IF.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = '00'
                MOVE 'N'               TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ AUDIT-FILE INTO AUDIT-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF AU-PERSONA(1:7) = WS-ID-BUSCADO-X
                                PERFORM TRATA-IMAGEN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.
            IF HAY-ANTES-PENDIENTE
                PERFORM LINEA-BAJA
            END-IF.
            PERFORM CIERRA-SECCION.

       TRATA-IMAGEN.
            IF NOT EN-EL-MAESTRO
                MOVE AU-PERSONA(18:10) TO WS-APELLIDO
            END-IF.
            IF AU-IMAGEN = 'B'
                IF HAY-ANTES-PENDIENTE
                    PERFORM LINEA-BAJA
                END-IF
                MOVE AU-PERSONA        TO WS-IMAGEN-ANTES
                MOVE AU-FECHA          TO WS-ANTES-FECHA
                MOVE AU-HORA           TO WS-ANTES-HORA
                MOVE AU-TIPO-TX        TO WS-ANTES-TIPO
                MOVE AU-USUARIO        TO WS-ANTES-USUARIO
                SET HAY-ANTES-PENDIENTE TO TRUE
            ELSE
                IF HAY-ANTES-PENDIENTE
                    PERFORM COMPARA-IMAGENES
                    MOVE 'N'           TO WS-ANTES-SW
                ELSE
                    MOVE SPACES        TO WS-LINEA
                    STRING '  ' AU-FECHA '/' AU-HORA
                           ' ALTA DEL REGISTRO COMPLETO TX '
                           AU-TIPO-TX ' POR ' AU-USUARIO
                           DELIMITED BY SIZE INTO WS-LINEA
                    END-STRING
                    PERFORM ESCRIBE-FILA
                END-IF
            END-IF.

       COMPARA-IMAGENES.
            MOVE ZEROES                TO WS-CAMBIOS-PAR.
            PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                    UNTIL WS-CP-IDX > 13
                IF WS-IMAGEN-ANTES(TC-POS(WS-CP-IDX):
                                   TC-LON(WS-CP-IDX))
                   NOT = AU-PERSONA(TC-POS(WS-CP-IDX):
                                    TC-LON(WS-CP-IDX))
                    ADD 1              TO WS-CAMBIOS-PAR
                    MOVE SPACES        TO WS-LINEA
                    STRING '  ' AU-FECHA '/' AU-HORA
                           ' ' TC-NOMBRE(WS-CP-IDX)
                           ' >' WS-IMAGEN-ANTES(TC-POS(WS-CP-IDX):
                                                TC-LON(WS-CP-IDX))
                           '< -> >' AU-PERSONA(TC-POS(WS-CP-IDX):
                                               TC-LON(WS-CP-IDX))
                           '< TX ' AU-TIPO-TX ' POR ' AU-USUARIO
                           DELIMITED BY SIZE INTO WS-LINEA
                    END-STRING
                    PERFORM ESCRIBE-FILA
                END-IF
            END-PERFORM.
            IF WS-CAMBIOS-PAR = ZEROES
                MOVE SPACES            TO WS-LINEA
                STRING '  ' AU-FECHA '/' AU-HORA
                       ' REGRABADO SIN CAMBIO DE DATOS TX '
                       AU-TIPO-TX ' POR ' AU-USUARIO
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
                PERFORM ESCRIBE-FILA
            END-IF.

       LINEA-BAJA.
            MOVE SPACES                TO WS-LINEA.
            STRING '  ' WS-ANTES-FECHA '/' WS-ANTES-HORA
                   ' BAJA DEL REGISTRO TX ' WS-ANTES-TIPO
                   ' POR ' WS-ANTES-USUARIO
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-FILA.
            MOVE 'N'                   TO WS-ANTES-SW.

      *    EXM24 registra el apellido buscado, no el ID: salen las
      *    consultas por el apellido del interesado, que pudieron
      *    devolver tambien a otras personas con el mismo apellido.
       SECCION-CONSULTAS.
            MOVE SPACES                TO WS-TITULO.
            STRING 'CONSULTAS POR EL APELLIDO ' WS-APELLIDO
                   ' (EXM24AUD.DAT)'
                   DELIMITED BY SIZE INTO WS-TITULO
            END-STRING.
            PERFORM ABRE-SECCION.
            IF WS-APELLIDO = SPACES
                MOVE '  SIN APELLIDO CONOCIDO PARA BUSCAR'
                                       TO WS-LINEA
                PERFORM ESCRIBE-LINEA
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CONSULTAH-FILE.
            IF WS-CONSULTA-STATUS = '00'
                MOVE 'N'               TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ CONSULTAH-FILE INTO AUDCONS-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM LINEA-CONSULTA
                    END-READ
                END-PERFORM
                CLOSE CONSULTAH-FILE
            END-IF.
            OPEN INPUT CONSULTA-FILE.
            IF WS-CONSULTA-STATUS = '00'
                MOVE 'N'               TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ CONSULTA-FILE INTO AUDCONS-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM LINEA-CONSULTA
                    END-READ
                END-PERFORM
                CLOSE CONSULTA-FILE
            END-IF.
            PERFORM CIERRA-SECCION.

       LINEA-CONSULTA.
            IF AC-APELLIDO NOT = WS-APELLIDO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-LINEA.
            STRING '  ' AC-FECHA '/' AC-HORA ' USUARIO ' AC-USUARIO
                   ' NIVEL ' AC-NIVEL ' REGISTROS DEVUELTOS '
                   AC-ENCONTRADOS
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-FILA.

       SECCION-NOMINA.
            MOVE 'NOMINA ACUMULADA DEL ANYO (NOMYTD.DAT)' TO WS-TITULO.
            PERFORM ABRE-SECCION.
            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS NOT = '00'
                PERFORM FICHERO-NO-DISPONIBLE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ YTD-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF NY-ID-EMPLEADO = WS-ID-BUSCADO
                            MOVE NY-BRUTO     TO WS-ED-BRUTO
                            MOVE NY-NETO      TO WS-ED-NETO
                            MOVE NY-RETENIDO  TO WS-ED-RETENIDO
                            MOVE SPACES       TO WS-LINEA
                            STRING '  ANYO ' NY-ANYO
                                   '  BRUTO ' WS-ED-BRUTO
                                   '  NETO ' WS-ED-NETO
                                   '  IRP RETENIDO ' WS-ED-RETENIDO
                                   DELIMITED BY SIZE INTO WS-LINEA
                            END-STRING
                            PERFORM ESCRIBE-FILA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE YTD-FILE.
            PERFORM CIERRA-SECCION.

       SECCION-AUSENCIAS.
            MOVE 'SALDO DE AUSENCIAS EN HORAS (VACSALDO.DAT)'
                                       TO WS-TITULO.
            PERFORM ABRE-SECCION.
            OPEN INPUT VACACION-FILE.
            IF WS-VACACION-STATUS NOT = '00'
                PERFORM FICHERO-NO-DISPONIBLE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ VACACION-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF VB-ID-EMPLEADO = WS-ID-BUSCADO
                            PERFORM LINEA-AUSENCIAS
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE VACACION-FILE.
            PERFORM CIERRA-SECCION.

       LINEA-AUSENCIAS.
            COMPUTE WS-SALDO-HORAS = VB-DERECHO - VB-TOMADAS.
            MOVE VB-DERECHO            TO WS-ED-DERECHO.
            MOVE VB-TOMADAS            TO WS-ED-TOMADAS.
            MOVE WS-SALDO-HORAS        TO WS-ED-HORAS.
            MOVE SPACES                TO WS-LINEA.
            STRING '  DERECHO ' WS-ED-DERECHO
                   '  TOMADAS ' WS-ED-TOMADAS
                   '  SALDO ' WS-ED-HORAS
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-FILA.

       SECCION-CORREO.
            MOVE 'ENVIOS POSTALES (MARCA DE CORREO DEVUELTO)'
                                       TO WS-TITULO.
            PERFORM ABRE-SECCION.
            EVALUATE TRUE
                WHEN NOT EN-EL-MAESTRO
                    MOVE '  SIN DIRECCION EN EL MAESTRO' TO WS-LINEA
                WHEN DIR-SUPRIMIDA
                    MOVE '  DIRECCION SUPRIMIDA DE LOS ENVIOS POR '
                       & 'CORREO DEVUELTO'  TO WS-LINEA
                WHEN OTHER
                    MOVE '  DIRECCION ACTIVA PARA LOS ENVIOS '
                       & 'POSTALES (EXM41)' TO WS-LINEA
            END-EVALUATE.
            PERFORM ESCRIBE-LINEA.

      *    La emision del informe es en si un acceso a los datos de
      *    la persona: queda una fila en EXM24AUD.DAT a nombre del
      *    usuario del PARM, que EXM46 revisa con el resto.
       REGISTRA-ACCESO.
            OPEN EXTEND CONSULTA-FILE.
            IF WS-CONSULTA-STATUS = '05' OR WS-CONSULTA-STATUS = '35'
                OPEN OUTPUT CONSULTA-FILE
            END-IF.
            IF WS-CONSULTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO REGISTRAR EL ACCESO EN '
                        'EXM24AUD.DAT - STATUS: ' WS-CONSULTA-STATUS
                        ' ***'
                MOVE 8                 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            ACCEPT AC-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AC-HORA             FROM TIME.
            MOVE WS-USUARIO-AUDIT      TO AC-USUARIO.
            MOVE WS-APELLIDO           TO AC-APELLIDO.
            MOVE 1                     TO AC-ENCONTRADOS.
            MOVE ZEROES                TO AC-FONETICOS.
            MOVE WS-NIVEL-REQUERIDO    TO AC-NIVEL.
            WRITE CONSULTA-ENT         FROM AUDCONS-REC.
            CLOSE CONSULTA-FILE.
            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.
            MOVE SPACES                TO WS-LINEA.
            STRING 'ACCESO REGISTRADO EN EXM24AUD.DAT EL ' AC-FECHA
                   ' A LAS ' AC-HORA ' POR ' AC-USUARIO
                   DELIMITED BY SIZE INTO WS-LINEA
            END-STRING.
            PERFORM ESCRIBE-LINEA.

      *    Titulo de seccion; si no caben el titulo y un par de
      *    filas, la seccion empieza en pagina nueva.
       ABRE-SECCION.
            MOVE ZEROES                TO WS-SECCION-FILAS.
            IF WS-LINEAS-EN-PAGINA > WS-LINEAS-POR-PAGINA - 4
                MOVE WS-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA
            END-IF.
            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.
            MOVE WS-TITULO             TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.

       CIERRA-SECCION.
            IF WS-SECCION-FILAS = ZEROES
                MOVE '  SIN DATOS'     TO WS-LINEA
                PERFORM ESCRIBE-LINEA
            END-IF.

       FICHERO-NO-DISPONIBLE.
            MOVE '  FICHERO NO DISPONIBLE' TO WS-LINEA.
            PERFORM ESCRIBE-LINEA.

       ESCRIBE-FILA.
            ADD 1                      TO WS-SECCION-FILAS.
            PERFORM ESCRIBE-LINEA.

       ESCRIBE-LINEA.
            IF WS-NUMERO-PAGINA = ZEROES
               OR WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
                PERFORM IMPRIME-CABECERA
            END-IF.
            MOVE WS-LINEA              TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            ADD 1                      TO WS-LINEAS-EN-PAGINA.
            MOVE SPACES                TO WS-LINEA.

       IMPRIME-CABECERA.
            ADD 1                      TO WS-NUMERO-PAGINA.
            MOVE ZEROES                TO WS-LINEAS-EN-PAGINA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM149 - INFORME DE ACCESO A DATOS PERSONALES'
                   '   EMPLEADO ' WS-ID-BUSCADO
                   '   PAGINA: ' WS-NUMERO-PAGINA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'SOLICITUD ' TX-REFERENCIA
                   '   EMITIDO EL ' WS-FECHA-HOY
                   ' POR ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 2                      TO WS-LINEAS-EN-PAGINA.
