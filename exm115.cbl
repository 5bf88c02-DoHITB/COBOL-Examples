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
      * EXM115 - interactive account inquiry.  Personnel has EXM37    *
      * and the suspense has EXM73, but a balance question on the     *
      * ledger still meant an EXM31 statement card and a day's wait.  *
      * Same sign-on and SCREEN SECTION shape as EXM37, consulta      *
      * level 'I' and up, launched from the EXM99 menu.  For the      *
      * account keyed it shows the CUENTAS.DAT description, status,   *
      * opening date and limit; the SALDOS.DAT anterior, actividad    *
      * and actual figures (SUM3 and SUM4); the open SUSPENSO.DAT     *
      * items held for it; and its TRANHIST.DAT movements newest      *
      * first, ten to a page (S/A to page), each with its TRANCODC    *
      * description.  The newest 200 movements are kept for paging.   *
      * The screen only reads: nothing is locked.  Every account      *
      * inquired writes one EXM115AUD.DAT row (copybooks/audcta.cpy)  *
      * with the signed-on user and level, the way EXM24 fills        *
      * EXM24AUD.DAT for personnel lookups.                           *
      * The header also shows, under ELEGIBILIDAD, the EXM20          *
      * determination the account was opened against (date/entry and  *
      * E for the eligibility log or O for an approved override), or  *
      * SIN DETERMINACION for accounts opened before EXM30 began      *
      * asking for one.                                               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM115.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-SUSPENSO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "TRANCODC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXM115AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

       FD  CATALOGO-FILE.
           COPY "trancodc.cpy".

       FD  AUDIT-FILE.
           COPY "audcta.cpy".

       WORKING-STORAGE SECTION.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-SUSPENSO-STATUS         PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-CATALOGO-STATUS         PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-USUARIO                 PIC X(08) VALUE SPACES.
        01 WS-CLAVE                   PIC X(08) VALUE SPACES.
        01 WS-PASS-FUNCION            PIC X(01) VALUE 'S'.
        01 WS-PASS-NUEVA              PIC X(08) VALUE SPACES.
        01 WS-PASS-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'I'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-NIVEL-EFECTIVO          PIC X(01) VALUE 'I'.
        01 WS-OPCION                  PIC X(01) VALUE SPACES.
           88 OPCION-SIGUIENTE                   VALUE 'S'.
           88 OPCION-ANTERIOR                    VALUE 'A'.
           88 OPCION-OTRA                        VALUE 'N'.
           88 OPCION-FIN                         VALUE 'F'.
        01 WS-SALIR-SW                PIC X(01) VALUE 'N'.
           88 SALIR-DEL-PROGRAMA                 VALUE 'Y'.
        01 WS-OTRA-SW                 PIC X(01) VALUE 'N'.
           88 OTRA-CUENTA                        VALUE 'Y'.
        01 WS-MENSAJE                 PIC X(50) VALUE SPACES.
        01 WS-CUENTA-BUSCADA          PIC 9(06) VALUE ZEROES.
        01 WS-ENCONTRADA-SW           PIC X(01) VALUE 'N'.
           88 CUENTA-ENCONTRADA                  VALUE 'Y'.
      *    Cabecera de la cuenta para la pantalla.
        01 WS-DESCRIPCION             PIC X(30) VALUE SPACES.
        01 WS-ESTADO-TEXTO            PIC X(10) VALUE SPACES.
        01 WS-FECHA-ALTA              PIC X(08) VALUE SPACES.
        01 WS-ED-LIMITE               PIC X(14) VALUE SPACES.
        01 WS-ED-LIMITE-NUM           PIC Z(12)9.
        01 WS-DETERMINACION           PIC X(19) VALUE SPACES.
        01 WS-ED-ANT-SUM3             PIC -(13)9.
        01 WS-ED-ACT-SUM3             PIC -(13)9.
        01 WS-ED-CUR-SUM3             PIC -(13)9.
        01 WS-ED-ANT-SUM4             PIC -(13)9.
        01 WS-ED-ACT-SUM4             PIC -(13)9.
        01 WS-ED-CUR-SUM4             PIC -(13)9.
      *    Catalogo de codigos para la descripcion de cada movimiento.
        01 WS-TOTAL-CATALOGO          PIC 9(03) VALUE ZEROES.
        01 TABLA-CATALOGO.
           02 TCD-FILA OCCURS 100 TIMES.
              03 TCD-CODIGO           PIC 9(02).
              03 TCD-DESCRIPCION      PIC X(30).
        01 WS-CD-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DESC-CODIGO             PIC X(20) VALUE SPACES.
      *    Ultimos movimientos de la cuenta, en anillo (los 200 mas
      *    recientes del historial en orden de grabacion).
        01 WS-MAX-MOVS                PIC 9(03) VALUE 200.
        01 WS-TOTAL-MOVS              PIC 9(07) VALUE ZEROES.
        01 WS-MOVS-EN-TABLA           PIC 9(03) VALUE ZEROES.
        01 TABLA-MOVS.
           02 TMV-IMAGEN OCCURS 200 TIMES PIC X(55).
        01 WS-MV-POS                  PIC 9(03) VALUE ZEROES.
        01 WS-MV-K                    PIC 9(03) VALUE ZEROES.
        01 WS-COCIENTE                PIC 9(07) VALUE ZEROES.
        01 WS-RESTO                   PIC 9(03) VALUE ZEROES.
        01 WS-PAGINA                  PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-PAGINAS           PIC 9(02) VALUE ZEROES.
        01 WS-LN-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-ED-SUM3                 PIC Z(8)9.
        01 TABLA-LINEAS-MOV.
           02 WS-LM OCCURS 10 TIMES   PIC X(78).
      *    Items de suspenso abiertos de la cuenta (tres a la vista).
        01 WS-TOTAL-SUSPENSOS         PIC 9(06) VALUE ZEROES.
        01 TABLA-LINEAS-SUSP.
           02 WS-LS OCCURS 3 TIMES    PIC X(78).
      *    Imagen del movimiento (suspenso o historial) decodificada.
           COPY "tranledg.cpy".

       SCREEN SECTION.
       01 PANT-USUARIO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE 'IDENTIFICACION DE USUARIO'.
           05 LINE 3 COL 1 VALUE 'USUARIO: '.
           05 LINE 3 COL 10 PIC X(08) TO WS-USUARIO.
           05 LINE 4 COL 1 VALUE 'CLAVE:   '.
           05 LINE 4 COL 10 PIC X(08) TO WS-CLAVE SECURE.

       01 PANT-CUENTA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE 'CONSULTA DE CUENTAS'.
           05 LINE 2 COL 1 VALUE
              '-----------------------------------------------------'.
           05 LINE 4 COL 1 VALUE 'CUENTA (0 = SALIR): '.
           05 LINE 4 COL 21 PIC 9(06) TO WS-CUENTA-BUSCADA.
           05 LINE 6 COL 1 PIC X(50) FROM WS-MENSAJE.

       01 PANT-DETALLE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE 'CONSULTA DE CUENTAS'.
           05 LINE 2 COL 1 VALUE 'CUENTA: '.
           05 LINE 2 COL 9 PIC 9(06) FROM WS-CUENTA-BUSCADA.
           05 LINE 2 COL 17 PIC X(30) FROM WS-DESCRIPCION.
           05 LINE 2 COL 49 VALUE 'ESTADO: '.
           05 LINE 2 COL 57 PIC X(10) FROM WS-ESTADO-TEXTO.
           05 LINE 3 COL 1 VALUE 'ALTA: '.
           05 LINE 3 COL 7 PIC X(08) FROM WS-FECHA-ALTA.
           05 LINE 3 COL 17 VALUE 'LIMITE: '.
           05 LINE 3 COL 25 PIC X(14) FROM WS-ED-LIMITE.
           05 LINE 3 COL 41 VALUE 'ELEGIBILIDAD: '.
           05 LINE 3 COL 55 PIC X(19) FROM WS-DETERMINACION.
           05 LINE 4 COL 1 VALUE
              '            ANTERIOR      ACTIVIDAD         ACTUAL'.
           05 LINE 5 COL 1 VALUE 'SUM3 '.
           05 LINE 5 COL 6 PIC X(14) FROM WS-ED-ANT-SUM3.
           05 LINE 5 COL 21 PIC X(14) FROM WS-ED-ACT-SUM3.
           05 LINE 5 COL 36 PIC X(14) FROM WS-ED-CUR-SUM3.
           05 LINE 6 COL 1 VALUE 'SUM4 '.
           05 LINE 6 COL 6 PIC X(14) FROM WS-ED-ANT-SUM4.
           05 LINE 6 COL 21 PIC X(14) FROM WS-ED-ACT-SUM4.
           05 LINE 6 COL 36 PIC X(14) FROM WS-ED-CUR-SUM4.
           05 LINE 7 COL 1 VALUE 'SUSPENSO ABIERTO: '.
           05 LINE 7 COL 19 PIC Z(5)9 FROM WS-TOTAL-SUSPENSOS.
           05 LINE 8 COL 1 PIC X(78) FROM WS-LS(1).
           05 LINE 9 COL 1 PIC X(78) FROM WS-LS(2).
           05 LINE 10 COL 1 PIC X(78) FROM WS-LS(3).
           05 LINE 11 COL 1 VALUE 'MOVIMIENTOS: '.
           05 LINE 11 COL 14 PIC Z(6)9 FROM WS-TOTAL-MOVS.
           05 LINE 11 COL 23 VALUE 'PAGINA '.
           05 LINE 11 COL 30 PIC Z9 FROM WS-PAGINA.
           05 LINE 11 COL 33 VALUE 'DE '.
           05 LINE 11 COL 36 PIC Z9 FROM WS-TOTAL-PAGINAS.
           05 LINE 12 COL 1 VALUE
              'FECHA    CO DESCRIPCION          T   IMPORTE'.
           05 LINE 12 COL 46 VALUE 'MON SUC REFERENCIA'.
           05 LINE 13 COL 1 PIC X(78) FROM WS-LM(1).
           05 LINE 14 COL 1 PIC X(78) FROM WS-LM(2).
           05 LINE 15 COL 1 PIC X(78) FROM WS-LM(3).
           05 LINE 16 COL 1 PIC X(78) FROM WS-LM(4).
           05 LINE 17 COL 1 PIC X(78) FROM WS-LM(5).
           05 LINE 18 COL 1 PIC X(78) FROM WS-LM(6).
           05 LINE 19 COL 1 PIC X(78) FROM WS-LM(7).
           05 LINE 20 COL 1 PIC X(78) FROM WS-LM(8).
           05 LINE 21 COL 1 PIC X(78) FROM WS-LM(9).
           05 LINE 22 COL 1 PIC X(78) FROM WS-LM(10).
           05 LINE 23 COL 1 VALUE
              'S = SIGUIENTE  A = ANTERIOR  N = OTRA CUENTA  F = FIN: '.
           05 LINE 23 COL 56 PIC X(01) TO WS-OPCION.
           05 LINE 24 COL 1 PIC X(50) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            DISPLAY PANT-USUARIO.
            ACCEPT PANT-USUARIO.
      *    Firma real (EXMPASS) y nivel de consulta como minimo.
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
            MOVE 'I'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                DISPLAY '*** USUARIO NO AUTORIZADO ***'
                MOVE 8                 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM DETERMINA-NIVEL.

            PERFORM CARGA-CATALOGO.
            OPEN INPUT CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - STATUS: '
                        WS-CUENTA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT SALDO-FILE.
            OPEN INPUT SUSPENSO-FILE.

            PERFORM UNTIL SALIR-DEL-PROGRAMA
                MOVE ZEROES              TO WS-CUENTA-BUSCADA
                DISPLAY PANT-CUENTA
                ACCEPT PANT-CUENTA
                IF WS-CUENTA-BUSCADA = 0
                    SET SALIR-DEL-PROGRAMA TO TRUE
                ELSE
                    PERFORM CONSULTA-CUENTA
                END-IF
            END-PERFORM.

            CLOSE CUENTA-FILE.
            IF WS-SALDO-STATUS = '00'
                CLOSE SALDO-FILE
            END-IF.
            IF WS-SUSPENSO-STATUS = '00' OR WS-SUSPENSO-STATUS = '10'
                CLOSE SUSPENSO-FILE
            END-IF.
            DISPLAY 'FIN DEL PROGRAMA'.
            GOBACK.

       DETERMINA-NIVEL.
            MOVE 'I'                   TO WS-NIVEL-EFECTIVO.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO = 'Y'
                MOVE 'A'               TO WS-NIVEL-EFECTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'U'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO = 'Y'
                MOVE 'U'               TO WS-NIVEL-EFECTIVO
            END-IF.

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
                                MOVE TD-DESCRIPCION TO
                                     TCD-DESCRIPCION(WS-TOTAL-CATALOGO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOGO-FILE
            END-IF.

      *    Una consulta: cabecera, saldos, suspenso y movimientos; la
      *    fila de auditoria se graba aunque la cuenta no exista.
       CONSULTA-CUENTA.
            MOVE SPACES                TO WS-MENSAJE.
            MOVE ZEROES                TO WS-TOTAL-MOVS
                                          WS-TOTAL-SUSPENSOS.
            MOVE 'N'                   TO WS-ENCONTRADA-SW.
            MOVE WS-CUENTA-BUSCADA     TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE
                NOT INVALID KEY
                    SET CUENTA-ENCONTRADA TO TRUE
            END-READ.
            IF NOT CUENTA-ENCONTRADA
                PERFORM GRABA-AUDITORIA
                EXIT PARAGRAPH
            END-IF.
            PERFORM MONTA-CABECERA.
            PERFORM MONTA-SALDOS.
            PERFORM BUSCA-SUSPENSO.
            PERFORM CARGA-MOVIMIENTOS.
            PERFORM GRABA-AUDITORIA.

            MOVE 1                     TO WS-PAGINA.
            MOVE 'N'                   TO WS-OTRA-SW.
            PERFORM UNTIL OTRA-CUENTA OR SALIR-DEL-PROGRAMA
                PERFORM MONTA-PAGINA
                MOVE SPACES            TO WS-OPCION
                DISPLAY PANT-DETALLE
                ACCEPT PANT-DETALLE
                MOVE SPACES            TO WS-MENSAJE
                EVALUATE TRUE
                    WHEN OPCION-SIGUIENTE
                        IF WS-PAGINA < WS-TOTAL-PAGINAS
                            ADD 1      TO WS-PAGINA
                        ELSE
                            MOVE 'ULTIMA PAGINA' TO WS-MENSAJE
                        END-IF
                    WHEN OPCION-ANTERIOR
                        IF WS-PAGINA > 1
                            SUBTRACT 1 FROM WS-PAGINA
                        ELSE
                            MOVE 'PRIMERA PAGINA' TO WS-MENSAJE
                        END-IF
                    WHEN OPCION-OTRA
                        SET OTRA-CUENTA TO TRUE
                    WHEN OPCION-FIN
                        SET SALIR-DEL-PROGRAMA TO TRUE
                    WHEN OTHER
                        MOVE 'OPCION NO VALIDA' TO WS-MENSAJE
                END-EVALUATE
            END-PERFORM.

       MONTA-CABECERA.
            MOVE CU-DESCRIPCION        TO WS-DESCRIPCION.
            EVALUATE TRUE
                WHEN CU-ABIERTA
                    MOVE 'ABIERTA'     TO WS-ESTADO-TEXTO
                WHEN CU-CERRADA
                    MOVE 'CERRADA'     TO WS-ESTADO-TEXTO
                WHEN CU-INACTIVA
                    MOVE 'INACTIVA'    TO WS-ESTADO-TEXTO
                WHEN OTHER
                    MOVE CU-ESTADO     TO WS-ESTADO-TEXTO
            END-EVALUATE.
            IF CU-FECHA-ALTA NUMERIC
                MOVE CU-FECHA-ALTA     TO WS-FECHA-ALTA
            ELSE
                MOVE SPACES            TO WS-FECHA-ALTA
            END-IF.
      *    Limite en blanco = cuenta sin control de descubierto.
            IF CU-LIMITE NUMERIC
                MOVE CU-LIMITE         TO WS-ED-LIMITE-NUM
                MOVE WS-ED-LIMITE-NUM  TO WS-ED-LIMITE
            ELSE
                MOVE 'SIN LIMITE'      TO WS-ED-LIMITE
            END-IF.
      *    Determinacion EXM20 que amparo la alta (fecha/entrada y
      *    E log u O override); espacios en cuentas anteriores.
            MOVE SPACES                TO WS-DETERMINACION.
            IF CU-DET-FECHA NUMERIC
                STRING CU-DET-FECHA '/' CU-DET-ENTRADA ' '
                       CU-DET-ORIGEN
                       DELIMITED BY SIZE INTO WS-DETERMINACION
                END-STRING
            ELSE
                MOVE 'SIN DETERMINACION' TO WS-DETERMINACION
            END-IF.

       MONTA-SALDOS.
            MOVE ZEROES                TO WS-ED-ANT-SUM3 WS-ED-ACT-SUM3
                                          WS-ED-CUR-SUM3 WS-ED-ANT-SUM4
                                          WS-ED-ACT-SUM4 WS-ED-CUR-SUM4.
            IF WS-SALDO-STATUS NOT = '00'
               AND WS-SALDO-STATUS NOT = '23'
                MOVE 'SALDOS.DAT NO DISPONIBLE' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CUENTA-BUSCADA     TO SD-CUENTA.
            READ SALDO-FILE
                INVALID KEY
                    MOVE 'CUENTA SIN SALDO REGISTRADO' TO WS-MENSAJE
                NOT INVALID KEY
                    MOVE SD-ANTERIOR-SUM3  TO WS-ED-ANT-SUM3
                    MOVE SD-ACTIVIDAD-SUM3 TO WS-ED-ACT-SUM3
                    MOVE SD-ACTUAL-SUM3    TO WS-ED-CUR-SUM3
                    MOVE SD-ANTERIOR-SUM4  TO WS-ED-ANT-SUM4
                    MOVE SD-ACTIVIDAD-SUM4 TO WS-ED-ACT-SUM4
                    MOVE SD-ACTUAL-SUM4    TO WS-ED-CUR-SUM4
            END-READ.

      *    Items pendientes del suspenso cuya imagen es de la cuenta.
       BUSCA-SUSPENSO.
            MOVE SPACES                TO TABLA-LINEAS-SUSP.
            IF WS-SUSPENSO-STATUS NOT = '00'
               AND WS-SUSPENSO-STATUS NOT = '10'
               AND WS-SUSPENSO-STATUS NOT = '23'
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO SP-NUMERO.
            START SUSPENSO-FILE KEY IS NOT LESS THAN SP-NUMERO
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ SUSPENSO-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF SP-PENDIENTE
                           AND SP-REGISTRO(1:6) = WS-CUENTA-BUSCADA
                            PERFORM ANOTA-SUSPENSO
                        END-IF
                END-READ
            END-PERFORM.

       ANOTA-SUSPENSO.
            ADD 1                      TO WS-TOTAL-SUSPENSOS.
            IF WS-TOTAL-SUSPENSOS > 3
                EXIT PARAGRAPH
            END-IF.
            MOVE SP-REGISTRO           TO TRANLEDG-REC.
            MOVE SUM3 OF TRANLEDG-REC  TO WS-ED-SUM3.
            STRING '  ' SP-NUMERO ' ' SP-FECHA-ENTRADA ' '
                   SP-MOTIVO ' ' TL-FECHA ' ' WS-ED-SUM3
                   DELIMITED BY SIZE
                   INTO WS-LS(WS-TOTAL-SUSPENSOS)
            END-STRING.

      *    Historial completo de la cuenta: se guardan los 200 mas
      *    recientes en anillo.
       CARGA-MOVIMIENTOS.
            MOVE ZEROES                TO WS-MOVS-EN-TABLA.
            OPEN INPUT HISTORIA-FILE.
            IF WS-HISTORIA-STATUS NOT = '00'
                MOVE 'TRANHIST.DAT NO DISPONIBLE' TO WS-MENSAJE
                MOVE 1                 TO WS-TOTAL-PAGINAS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            PERFORM UNTIL FIN-FICHERO
                READ HISTORIA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF HISTORIA-REC(1:6) = WS-CUENTA-BUSCADA
                            ADD 1      TO WS-TOTAL-MOVS
                            DIVIDE WS-TOTAL-MOVS BY WS-MAX-MOVS
                                GIVING WS-COCIENTE
                                REMAINDER WS-RESTO
                            IF WS-RESTO = 0
                                MOVE WS-MAX-MOVS TO WS-RESTO
                            END-IF
                            MOVE HISTORIA-REC TO TMV-IMAGEN(WS-RESTO)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HISTORIA-FILE.
            IF WS-TOTAL-MOVS > WS-MAX-MOVS
                MOVE WS-MAX-MOVS       TO WS-MOVS-EN-TABLA
            ELSE
                MOVE WS-TOTAL-MOVS     TO WS-MOVS-EN-TABLA
            END-IF.
            COMPUTE WS-TOTAL-PAGINAS = (WS-MOVS-EN-TABLA + 9) / 10.
            IF WS-TOTAL-PAGINAS = 0
                MOVE 1                 TO WS-TOTAL-PAGINAS
            END-IF.

      *    Pagina N: movimientos K = (N-1)*10+1 .. N*10 contando
      *    desde el mas reciente.
       MONTA-PAGINA.
            MOVE SPACES                TO TABLA-LINEAS-MOV.
            PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > 10
                COMPUTE WS-MV-K = (WS-PAGINA - 1) * 10 + WS-LN-IDX
                IF WS-MV-K <= WS-MOVS-EN-TABLA
                    COMPUTE WS-COCIENTE = WS-TOTAL-MOVS - WS-MV-K
                    DIVIDE WS-COCIENTE BY WS-MAX-MOVS
                        GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                    COMPUTE WS-MV-POS = WS-RESTO + 1
                    MOVE TMV-IMAGEN(WS-MV-POS) TO TRANLEDG-REC
                    PERFORM MONTA-LINEA-MOV
                END-IF
            END-PERFORM.

       MONTA-LINEA-MOV.
            MOVE SPACES                TO WS-DESC-CODIGO.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-TOTAL-CATALOGO
                IF TCD-CODIGO(WS-CD-IDX) = TL-CODIGO
                    MOVE TCD-DESCRIPCION(WS-CD-IDX) TO WS-DESC-CODIGO
                END-IF
            END-PERFORM.
            IF WS-DESC-CODIGO = SPACES
                MOVE '(SIN CATALOGO)'  TO WS-DESC-CODIGO
            END-IF.
            MOVE SUM3 OF TRANLEDG-REC  TO WS-ED-SUM3.
            STRING TL-FECHA ' ' TL-CODIGO ' ' WS-DESC-CODIGO ' '
                   TL-TIPO ' ' WS-ED-SUM3 ' ' TL-MONEDA ' '
                   TL-SUCURSAL ' ' TL-REFERENCIA
                   DELIMITED BY SIZE INTO WS-LM(WS-LN-IDX)
            END-STRING.

       GRABA-AUDITORIA.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            IF WS-AUDIT-STATUS = '00'
                ACCEPT ACT-FECHA       FROM DATE YYYYMMDD
                ACCEPT ACT-HORA        FROM TIME
                MOVE WS-USUARIO        TO ACT-USUARIO
                MOVE WS-CUENTA-BUSCADA TO ACT-CUENTA
                MOVE WS-ENCONTRADA-SW  TO ACT-ENCONTRADA
                MOVE WS-TOTAL-MOVS     TO ACT-MOVIMIENTOS
                MOVE WS-TOTAL-SUSPENSOS TO ACT-SUSPENSOS
                MOVE WS-NIVEL-EFECTIVO TO ACT-NIVEL
                WRITE AUDCTA-REC
                CLOSE AUDIT-FILE
            END-IF.
