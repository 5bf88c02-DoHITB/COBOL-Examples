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
      * EXM112 - manual journal-entry screen with maker/checker.      *
      * Finance adjusting entries were typed straight into a branch   *
      * feed: one person could put an unbalanced or unapproved entry  *
      * into the night's posting.  Same sign-on and SCREEN SECTION    *
      * shape as EXM27: the operator signs on through EXMPASS and     *
      * needs level 'U' to enter.  CAPTURAR takes the accounting date *
      * and concept, then one line at a time (account open in         *
      * CUENTAS.DAT, code in the TRANCODC.DAT catalog, amount) until  *
      * an empty account; the journal is only saved, under a new      *
      * EXMSEQ reference (counter ASIENTO), when it has two lines or  *
      * more and its debe lines equal its haber lines by the code's   *
      * TD-NATURALEZA.  APROBAR needs the signed-on user at level 'A' *
      * and refuses the journal's own preparer, as the TRANCODP       *
      * workflow does; ANULAR withdraws a pending journal (preparer   *
      * or an approver).  ASIENTOS.DAT (copybooks/asiento.cpy) is     *
      * reloaded and rewritten under the EXMLOCK resource ASIENTOS on *
      * every change, and every action -- refused ones included --    *
      * goes to ASIENLOG.DAT with the signed-on user.  Approved       *
      * journals go to posting through the EXM113 release job.        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM112.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASIENTO-FILE ASSIGN TO "ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENTO-STATUS.
           SELECT BITACORA-FILE ASSIGN TO "ASIENLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "TRANCODC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASIENTO-FILE.
           COPY "asiento.cpy".

       FD  BITACORA-FILE.
           COPY "asienlog.cpy".

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  CATALOGO-FILE.
           COPY "trancodc.cpy".

       WORKING-STORAGE SECTION.
        01 WS-ASIENTO-STATUS          PIC X(02) VALUE '00'.
        01 WS-BITACORA-STATUS         PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-CATALOGO-STATUS         PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-USUARIO                 PIC X(08) VALUE SPACES.
        01 WS-CLAVE                   PIC X(08) VALUE SPACES.
        01 WS-PASS-FUNCION            PIC X(01) VALUE 'S'.
        01 WS-PASS-NUEVA              PIC X(08) VALUE SPACES.
        01 WS-PASS-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'U'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-OPCION                  PIC X(01) VALUE SPACES.
           88 OPCION-LISTAR                      VALUE 'L'.
           88 OPCION-CAPTURAR                    VALUE 'C'.
           88 OPCION-APROBAR                     VALUE 'V'.
           88 OPCION-ANULAR                      VALUE 'B'.
           88 OPCION-SALIR                       VALUE 'S'.
        01 WS-SALIR-SW                PIC X(01) VALUE 'N'.
           88 SALIR-DEL-PROGRAMA                 VALUE 'Y'.
        01 WS-MENSAJE                 PIC X(50) VALUE SPACES.
      *    Fichero de asientos completo en memoria (carga/regraba
      *    bajo cerrojo, forma EXM27/EXM62).
        01 WS-MAX-ASIENTOS            PIC 9(04) VALUE 2000.
        01 WS-TOTAL-ASIENTOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-ASIENTOS.
           02 TA-IMAGEN OCCURS 2000 TIMES PIC X(101).
        01 WS-AS-IDX                  PIC 9(04) VALUE ZEROES.
      *    Catalogo de codigos con su naturaleza.
        01 WS-TOTAL-CATALOGO          PIC 9(03) VALUE ZEROES.
        01 TABLA-CATALOGO.
           02 TCD-FILA OCCURS 100 TIMES.
              03 TCD-CODIGO           PIC 9(02).
              03 TCD-NATURALEZA       PIC X(01).
        01 WS-CD-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-NATURALEZA              PIC X(01) VALUE SPACES.
      *    Asiento en captura.
        01 WS-FECHA-CONTABLE          PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-CONTABLE.
           02 WS-FC-ANYO              PIC 9(04).
           02 WS-FC-MES               PIC 9(02).
           02 WS-FC-DIA               PIC 9(02).
        01 WS-CONCEPTO                PIC X(30) VALUE SPACES.
        01 WS-LIN-CUENTA              PIC 9(06) VALUE ZEROES.
        01 WS-LIN-CODIGO              PIC 9(02) VALUE ZEROES.
        01 WS-LIN-IMPORTE             PIC 9(09) VALUE ZEROES.
        01 WS-MAX-LINEAS              PIC 9(03) VALUE 20.
        01 WS-TOTAL-LINEAS            PIC 9(03) VALUE ZEROES.
        01 TABLA-CAPTURA.
           02 TC-FILA OCCURS 20 TIMES.
              03 TC-CUENTA            PIC 9(06).
              03 TC-CODIGO            PIC 9(02).
              03 TC-NATURALEZA        PIC X(01).
              03 TC-IMPORTE           PIC 9(09).
        01 WS-LN-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-FIN-CAPTURA-SW          PIC X(01) VALUE 'N'.
           88 FIN-CAPTURA                        VALUE 'Y'.
        01 WS-LINEA-VALIDA-SW         PIC X(01) VALUE 'N'.
           88 LINEA-VALIDA                       VALUE 'Y'.
        01 WS-TOTAL-DEBE              PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(11) VALUE ZEROES.
        01 WS-ED-DEBE                 PIC Z(10)9.
        01 WS-ED-HABER                PIC Z(10)9.
      *    Aprobacion / anulacion.
        01 WS-REFERENCIA              PIC 9(09) VALUE ZEROES.
        01 WS-FILAS-REF               PIC 9(03) VALUE ZEROES.
        01 WS-ESTADO-REF              PIC X(01) VALUE SPACES.
        01 WS-PREPARA-REF             PIC X(08) VALUE SPACES.
        01 WS-NUEVO-ESTADO            PIC X(01) VALUE SPACES.
        01 WS-ACCION                  PIC X(08) VALUE SPACES.
        01 WS-DETALLE                 PIC X(40) VALUE SPACES.
        01 WS-SEQ-CONTADOR            PIC X(08) VALUE 'ASIENTO '.
        01 WS-SEQ-VALOR               PIC 9(09) VALUE ZEROES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'ASIENTOS'.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM112  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 PANT-USUARIO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE 'IDENTIFICACION DE USUARIO'.
           05 LINE 3 COL 1 VALUE 'USUARIO: '.
           05 LINE 3 COL 10 PIC X(08) TO WS-USUARIO.
           05 LINE 4 COL 1 VALUE 'CLAVE:   '.
           05 LINE 4 COL 10 PIC X(08) TO WS-CLAVE SECURE.

       01 PANT-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE
              'ASIENTOS MANUALES (ASIENTOS.DAT)'.
           05 LINE 2 COL 1 VALUE
              '-----------------------------------------------------'.
           05 LINE 4 COL 1 VALUE
              'L = LISTAR   C = CAPTURAR ASIENTO   V = APROBAR'.
           05 LINE 5 COL 1 VALUE 'B = ANULAR PENDIENTE   S = SALIR'.
           05 LINE 7 COL 1 VALUE 'OPCION: '.
           05 LINE 7 COL 9 PIC X(01) TO WS-OPCION.
           05 LINE 9 COL 1 PIC X(50) FROM WS-MENSAJE.

       01 PANT-CABECERA.
           05 LINE 11 COL 1 VALUE 'NUEVO ASIENTO'.
           05 LINE 12 COL 1 VALUE 'FECHA CONTABLE (AAAAMMDD): '.
           05 LINE 12 COL 28 PIC 9(08) TO WS-FECHA-CONTABLE.
           05 LINE 13 COL 1 VALUE 'CONCEPTO: '.
           05 LINE 13 COL 11 PIC X(30) TO WS-CONCEPTO.

       01 PANT-LINEA.
           05 LINE 15 COL 1 VALUE 'LINEA: '.
           05 LINE 15 COL 8 PIC 9(03) FROM WS-TOTAL-LINEAS.
           05 LINE 15 COL 14 VALUE 'DEBE: '.
           05 LINE 15 COL 20 PIC Z(10)9 FROM WS-TOTAL-DEBE.
           05 LINE 15 COL 33 VALUE 'HABER: '.
           05 LINE 15 COL 40 PIC Z(10)9 FROM WS-TOTAL-HABER.
           05 LINE 16 COL 1 VALUE 'CUENTA (0 = FIN): '.
           05 LINE 16 COL 19 PIC 9(06) TO WS-LIN-CUENTA.
           05 LINE 17 COL 1 VALUE 'CODIGO: '.
           05 LINE 17 COL 9 PIC 9(02) TO WS-LIN-CODIGO.
           05 LINE 18 COL 1 VALUE 'IMPORTE: '.
           05 LINE 18 COL 10 PIC 9(09) TO WS-LIN-IMPORTE.
           05 LINE 20 COL 1 PIC X(50) FROM WS-MENSAJE.

       01 PANT-REFERENCIA.
           05 LINE 11 COL 1 VALUE 'REFERENCIA DEL ASIENTO: '.
           05 LINE 11 COL 25 PIC 9(09) TO WS-REFERENCIA.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            DISPLAY PANT-USUARIO.
            ACCEPT PANT-USUARIO.
      *    Firma real (EXMPASS), y nivel de actualizacion para entrar.
            MOVE 'S'                   TO WS-PASS-FUNCION.
            CALL 'EXMPASS' USING WS-PASS-FUNCION WS-USUARIO
                                  WS-CLAVE WS-PASS-NUEVA
                                  WS-PASS-RESULTADO.
            IF WS-PASS-RESULTADO = 'C'
                DISPLAY '*** CAMBIO DE CLAVE REQUERIDO - USAR '
                        'EXM98 ***'
                MOVE 8                 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-PASS-RESULTADO NOT = 'Y'
                DISPLAY '*** FIRMA RECHAZADA (RESULTADO '
                        WS-PASS-RESULTADO ') ***'
                MOVE 8                 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 'U'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                DISPLAY '*** USUARIO NO AUTORIZADO PARA ASIENTOS '
                        'MANUALES ***'
                MOVE 8                 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CARGA-CATALOGO.
            OPEN INPUT CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - STATUS: '
                        WS-CUENTA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM UNTIL SALIR-DEL-PROGRAMA
                MOVE SPACES              TO WS-OPCION
                DISPLAY PANT-MENU
                ACCEPT PANT-MENU
                EVALUATE TRUE
                    WHEN OPCION-LISTAR
                        PERFORM LISTA-ASIENTOS
                    WHEN OPCION-CAPTURAR
                        PERFORM CAPTURA-ASIENTO
                    WHEN OPCION-APROBAR
                        PERFORM APRUEBA-ASIENTO
                    WHEN OPCION-ANULAR
                        PERFORM ANULA-ASIENTO
                    WHEN OPCION-SALIR
                        SET SALIR-DEL-PROGRAMA TO TRUE
                    WHEN OTHER
                        MOVE 'OPCION NO VALIDA' TO WS-MENSAJE
                END-EVALUATE
            END-PERFORM.

            CLOSE CUENTA-FILE.
            DISPLAY 'FIN DEL PROGRAMA'.
            GOBACK.

       CARGA-CATALOGO.
            MOVE ZEROES                TO WS-TOTAL-CATALOGO.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            OPEN INPUT CATALOGO-FILE.
            IF WS-CATALOGO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CATALOGO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-CATALOGO < 100
                                ADD 1    TO WS-TOTAL-CATALOGO
                                MOVE TD-CODIGO TO
                                     TCD-CODIGO(WS-TOTAL-CATALOGO)
                                MOVE TD-NATURALEZA TO
                                     TCD-NATURALEZA(WS-TOTAL-CATALOGO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOGO-FILE
            END-IF.

       CARGA-ASIENTOS.
            MOVE ZEROES                TO WS-TOTAL-ASIENTOS.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            OPEN INPUT ASIENTO-FILE.
            IF WS-ASIENTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ ASIENTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-ASIENTOS < WS-MAX-ASIENTOS
                                ADD 1    TO WS-TOTAL-ASIENTOS
                                MOVE ASIENTO-REC TO
                                     TA-IMAGEN(WS-TOTAL-ASIENTOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ASIENTO-FILE
            END-IF.

       GRABA-ASIENTOS.
            OPEN OUTPUT ASIENTO-FILE.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX) TO ASIENTO-REC
                WRITE ASIENTO-REC
            END-PERFORM.
            CLOSE ASIENTO-FILE.

       TOMA-CERROJO.
            MOVE 'A'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

       SUELTA-CERROJO.
            MOVE 'L'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

       LISTA-ASIENTOS.
            PERFORM CARGA-ASIENTOS.
            DISPLAY 'REFERENCIA LIN E FECHA    CUENTA CO N   IMPORTE'
                    '  PREPARA  APRUEBA'.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX) TO ASIENTO-REC
                DISPLAY AS-REFERENCIA ' ' AS-LINEA ' ' AS-ESTADO
                        ' ' AS-FECHA-CONTABLE ' ' AS-CUENTA
                        ' ' AS-CODIGO ' ' AS-NATURALEZA
                        ' ' AS-IMPORTE ' ' AS-PREPARA
                        ' ' AS-APRUEBA
            END-PERFORM.
            DISPLAY 'PULSE UNA TECLA PARA CONTINUAR...'.
            ACCEPT WS-OPCION.

      *    Captura: cabecera y lineas hasta cuenta cero; solo un
      *    asiento cuadrado por naturaleza se graba.
       CAPTURA-ASIENTO.
            MOVE ZEROES                TO WS-FECHA-CONTABLE
                                          WS-TOTAL-LINEAS
                                          WS-TOTAL-DEBE
                                          WS-TOTAL-HABER.
            MOVE SPACES                TO WS-CONCEPTO WS-MENSAJE.
            DISPLAY PANT-CABECERA.
            ACCEPT PANT-CABECERA.
            IF WS-FC-MES < 1 OR WS-FC-MES > 12
               OR WS-FC-DIA < 1 OR WS-FC-DIA > 31
               OR WS-FC-ANYO < 1900
                MOVE 'FECHA CONTABLE NO VALIDA' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-FIN-CAPTURA-SW.
            PERFORM UNTIL FIN-CAPTURA
                MOVE ZEROES            TO WS-LIN-CUENTA
                                          WS-LIN-CODIGO
                                          WS-LIN-IMPORTE
                DISPLAY PANT-LINEA
                ACCEPT PANT-LINEA
                IF WS-LIN-CUENTA = 0
                    SET FIN-CAPTURA    TO TRUE
                ELSE
                    PERFORM VALIDA-LINEA
                    IF LINEA-VALIDA
                        PERFORM AGREGA-LINEA
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-TOTAL-LINEAS = 0
                MOVE 'ASIENTO SIN LINEAS - NO SE GRABA' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TOTAL-DEBE         TO WS-ED-DEBE.
            MOVE WS-TOTAL-HABER        TO WS-ED-HABER.
            IF WS-TOTAL-LINEAS < 2
               OR WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE 'ASIENTO DESCUADRADO - NO SE GRABA'
                                       TO WS-MENSAJE
                MOVE ZEROES            TO WS-REFERENCIA
                MOVE 'RECHAZO '        TO WS-ACCION
                MOVE SPACES            TO WS-DETALLE
                STRING 'DEBE ' WS-ED-DEBE ' HABER ' WS-ED-HABER
                       DELIMITED BY SIZE INTO WS-DETALLE
                END-STRING
                PERFORM GRABA-BITACORA
                EXIT PARAGRAPH
            END-IF.

            PERFORM TOMA-CERROJO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                MOVE 'ASIENTOS EN USO - REINTENTE' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            PERFORM CARGA-ASIENTOS.
            IF WS-TOTAL-ASIENTOS + WS-TOTAL-LINEAS > WS-MAX-ASIENTOS
                PERFORM SUELTA-CERROJO
                MOVE 'FICHERO DE ASIENTOS LLENO - CORRA EXM113'
                                       TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            CALL 'EXMSEQ' USING WS-SEQ-CONTADOR WS-SEQ-VALOR.
            MOVE WS-SEQ-VALOR          TO WS-REFERENCIA.
            PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                    UNTIL WS-LN-IDX > WS-TOTAL-LINEAS
                MOVE SPACES            TO ASIENTO-REC
                MOVE WS-REFERENCIA     TO AS-REFERENCIA
                MOVE WS-LN-IDX         TO AS-LINEA
                MOVE 'P'               TO AS-ESTADO
                MOVE WS-FECHA-CONTABLE TO AS-FECHA-CONTABLE
                MOVE TC-CUENTA(WS-LN-IDX) TO AS-CUENTA
                MOVE TC-CODIGO(WS-LN-IDX) TO AS-CODIGO
                MOVE TC-NATURALEZA(WS-LN-IDX) TO AS-NATURALEZA
                MOVE TC-IMPORTE(WS-LN-IDX) TO AS-IMPORTE
                MOVE WS-CONCEPTO       TO AS-CONCEPTO
                MOVE WS-USUARIO        TO AS-PREPARA
                MOVE SPACES            TO AS-APRUEBA
                MOVE WS-FECHA-HOY      TO AS-FECHA-ALTA
                                          AS-FECHA-ESTADO
                ADD 1                  TO WS-TOTAL-ASIENTOS
                MOVE ASIENTO-REC       TO TA-IMAGEN(WS-TOTAL-ASIENTOS)
            END-PERFORM.
            PERFORM GRABA-ASIENTOS.
            PERFORM SUELTA-CERROJO.
            MOVE 'ALTA    '            TO WS-ACCION.
            MOVE SPACES                TO WS-DETALLE.
            STRING WS-TOTAL-LINEAS ' LINEAS, TOTAL ' WS-ED-DEBE
                   DELIMITED BY SIZE INTO WS-DETALLE
            END-STRING.
            PERFORM GRABA-BITACORA.
            MOVE SPACES                TO WS-MENSAJE.
            STRING 'ASIENTO ' WS-REFERENCIA
                   ' GRABADO - FALTA APROBACION'
                   DELIMITED BY SIZE INTO WS-MENSAJE
            END-STRING.

       VALIDA-LINEA.
            MOVE 'N'                   TO WS-LINEA-VALIDA-SW.
            IF WS-TOTAL-LINEAS >= WS-MAX-LINEAS
                MOVE 'MAXIMO DE LINEAS POR ASIENTO ALCANZADO'
                                       TO WS-MENSAJE
                SET FIN-CAPTURA        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-LIN-IMPORTE = 0
                MOVE 'IMPORTE CERO NO PERMITIDO' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LIN-CUENTA         TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE
                    EXIT PARAGRAPH
            END-READ.
            IF NOT CU-ABIERTA
                MOVE 'CUENTA NO ABIERTA'   TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-NATURALEZA.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-TOTAL-CATALOGO
                       OR WS-NATURALEZA NOT = SPACES
                IF TCD-CODIGO(WS-CD-IDX) = WS-LIN-CODIGO
                    MOVE TCD-NATURALEZA(WS-CD-IDX) TO WS-NATURALEZA
                END-IF
            END-PERFORM.
            IF WS-NATURALEZA NOT = 'D' AND WS-NATURALEZA NOT = 'H'
                MOVE 'CODIGO SIN CATALOGO O SIN NATURALEZA'
                                       TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            SET LINEA-VALIDA           TO TRUE.

       AGREGA-LINEA.
            ADD 1                      TO WS-TOTAL-LINEAS.
            MOVE WS-LIN-CUENTA         TO TC-CUENTA(WS-TOTAL-LINEAS).
            MOVE WS-LIN-CODIGO         TO TC-CODIGO(WS-TOTAL-LINEAS).
            MOVE WS-NATURALEZA         TO
                 TC-NATURALEZA(WS-TOTAL-LINEAS).
            MOVE WS-LIN-IMPORTE        TO TC-IMPORTE(WS-TOTAL-LINEAS).
            IF WS-NATURALEZA = 'D'
                ADD WS-LIN-IMPORTE     TO WS-TOTAL-DEBE
            ELSE
                ADD WS-LIN-IMPORTE     TO WS-TOTAL-HABER
            END-IF.
            MOVE 'LINEA AGREGADA'      TO WS-MENSAJE.

      *    Aprobacion: nivel A y nunca el preparador del asiento.
       APRUEBA-ASIENTO.
            MOVE ZEROES                TO WS-REFERENCIA.
            DISPLAY PANT-REFERENCIA.
            ACCEPT PANT-REFERENCIA.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                MOVE 'SU NIVEL NO PERMITE APROBAR' TO WS-MENSAJE
                MOVE 'DENEGADA'        TO WS-ACCION
                MOVE 'USUARIO SIN NIVEL A' TO WS-DETALLE
                PERFORM GRABA-BITACORA
                EXIT PARAGRAPH
            END-IF.
            PERFORM TOMA-CERROJO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                MOVE 'ASIENTOS EN USO - REINTENTE' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            PERFORM CARGA-ASIENTOS.
            PERFORM EXAMINA-REFERENCIA.
            EVALUATE TRUE
                WHEN WS-FILAS-REF = 0
                    MOVE 'ASIENTO INEXISTENTE' TO WS-MENSAJE
                WHEN WS-ESTADO-REF NOT = 'P'
                    MOVE 'EL ASIENTO NO ESTA PENDIENTE' TO WS-MENSAJE
                WHEN WS-PREPARA-REF = WS-USUARIO
                    MOVE 'NO PUEDE APROBAR SU PROPIO ASIENTO'
                                       TO WS-MENSAJE
                WHEN WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                    MOVE 'ASIENTO DESCUADRADO EN FICHERO'
                                       TO WS-MENSAJE
                WHEN OTHER
                    MOVE 'A'           TO WS-NUEVO-ESTADO
                    PERFORM CAMBIA-ESTADO
                    PERFORM GRABA-ASIENTOS
                    MOVE 'ASIENTO APROBADO - LO LIBERA EXM113'
                                       TO WS-MENSAJE
            END-EVALUATE.
            PERFORM SUELTA-CERROJO.
            IF WS-MENSAJE(1:16) = 'ASIENTO APROBADO'
                MOVE 'APRUEBA '        TO WS-ACCION
                MOVE SPACES            TO WS-DETALLE
            ELSE
                MOVE 'DENEGADA'        TO WS-ACCION
                MOVE WS-MENSAJE        TO WS-DETALLE
            END-IF.
            PERFORM GRABA-BITACORA.

      *    Anulacion de un pendiente: su preparador o un aprobador.
       ANULA-ASIENTO.
            MOVE ZEROES                TO WS-REFERENCIA.
            DISPLAY PANT-REFERENCIA.
            ACCEPT PANT-REFERENCIA.
            PERFORM TOMA-CERROJO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                MOVE 'ASIENTOS EN USO - REINTENTE' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            PERFORM CARGA-ASIENTOS.
            PERFORM EXAMINA-REFERENCIA.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            EVALUATE TRUE
                WHEN WS-FILAS-REF = 0
                    MOVE 'ASIENTO INEXISTENTE' TO WS-MENSAJE
                WHEN WS-ESTADO-REF NOT = 'P'
                    MOVE 'EL ASIENTO NO ESTA PENDIENTE' TO WS-MENSAJE
                WHEN WS-PREPARA-REF NOT = WS-USUARIO
                     AND WS-AUTORIZADO NOT = 'Y'
                    MOVE 'SOLO EL PREPARADOR O UN APROBADOR ANULA'
                                       TO WS-MENSAJE
                WHEN OTHER
                    MOVE 'X'           TO WS-NUEVO-ESTADO
                    PERFORM CAMBIA-ESTADO
                    PERFORM GRABA-ASIENTOS
                    MOVE 'ASIENTO ANULADO' TO WS-MENSAJE
            END-EVALUATE.
            PERFORM SUELTA-CERROJO.
            IF WS-MENSAJE = 'ASIENTO ANULADO'
                MOVE 'ANULA   '        TO WS-ACCION
                MOVE SPACES            TO WS-DETALLE
            ELSE
                MOVE 'DENEGADA'        TO WS-ACCION
                MOVE WS-MENSAJE        TO WS-DETALLE
            END-IF.
            PERFORM GRABA-BITACORA.

      *    Lineas, estado, preparador y cuadre de una referencia.
       EXAMINA-REFERENCIA.
            MOVE ZEROES                TO WS-FILAS-REF
                                          WS-TOTAL-DEBE
                                          WS-TOTAL-HABER.
            MOVE SPACES                TO WS-ESTADO-REF
                                          WS-PREPARA-REF.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX) TO ASIENTO-REC
                IF AS-REFERENCIA = WS-REFERENCIA
                    ADD 1              TO WS-FILAS-REF
                    MOVE AS-ESTADO     TO WS-ESTADO-REF
                    MOVE AS-PREPARA    TO WS-PREPARA-REF
                    IF AS-DEBE
                        ADD AS-IMPORTE TO WS-TOTAL-DEBE
                    ELSE
                        ADD AS-IMPORTE TO WS-TOTAL-HABER
                    END-IF
                END-IF
            END-PERFORM.

       CAMBIA-ESTADO.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-TOTAL-ASIENTOS
                MOVE TA-IMAGEN(WS-AS-IDX) TO ASIENTO-REC
                IF AS-REFERENCIA = WS-REFERENCIA
                    MOVE WS-NUEVO-ESTADO TO AS-ESTADO
                    MOVE WS-FECHA-HOY  TO AS-FECHA-ESTADO
                    IF WS-NUEVO-ESTADO = 'A'
                        MOVE WS-USUARIO TO AS-APRUEBA
                    END-IF
                    MOVE ASIENTO-REC   TO TA-IMAGEN(WS-AS-IDX)
                END-IF
            END-PERFORM.

       GRABA-BITACORA.
            OPEN EXTEND BITACORA-FILE.
            IF WS-BITACORA-STATUS = '05' OR WS-BITACORA-STATUS = '35'
                OPEN OUTPUT BITACORA-FILE
            END-IF.
            IF WS-BITACORA-STATUS = '00'
                ACCEPT AL-FECHA        FROM DATE YYYYMMDD
                ACCEPT AL-HORA         FROM TIME
                MOVE WS-USUARIO        TO AL-USUARIO
                MOVE WS-ACCION         TO AL-ACCION
                MOVE WS-REFERENCIA     TO AL-REFERENCIA
                MOVE WS-DETALLE        TO AL-DETALLE
                WRITE ASIENLOG-REC
                CLOSE BITACORA-FILE
            END-IF.
