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
      * EXM109 - monthly dormant-account sweep.  Accounts nobody has  *
      * moved in years still accepted postings, and audit pointed out *
      * that is exactly where a fraudulent entry would sit unseen.    *
      * The control card carries the idle horizon in months.  Every   *
      * open account in CUENTAS.DAT gets its last activity date from  *
      * the posted history -- the archive TRANHISTA.DAT first, then   *
      * the live TRANHIST.DAT, the order EXM67 reads them in -- or,   *
      * with no posting at all, from its CU-FECHA-ALTA.  An account   *
      * whose last activity is older than the shop date (EXMFECHA)    *
      * less the horizon moves to CU-ESTADO 'D' inactiva, with the    *
      * before/after images on EXM30AUD.DAT under user EXM109 so the  *
      * account's audit trail stays in one place.  From then on EXM21 *
      * sends its postings to the suspense (motivo CUENTA INACTIVA)   *
      * and only an approved EXM30 'R' card reactivates it.  An       *
      * account with neither history nor opening date is idle by any  *
      * measure and is marked too.  EXM109.PRT lists every account    *
      * marked with its last activity, and the ones already inactiva. *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM109.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO "TRANHISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXM30AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM109.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-MESES                PIC 9(03).

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  ARCHIVO-FILE.
        01 ARCHIVO-REC                PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

      *    Mismo registro de auditoria que EXM30.
       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-FECHA                PIC 9(08).
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX              PIC X(01).
           02 AU-IMAGEN               PIC X(01).
           02 AU-CUENTA               PIC X(87).
           02 AU-USUARIO              PIC X(08).
           02 AU-APRUEBA              PIC X(08).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-ARCHIVO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-PROCESO.
           02 WS-PRO-ANYO             PIC 9(04).
           02 WS-PRO-MES              PIC 9(02).
           02 WS-PRO-DIA              PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Fecha de corte: la fecha de proceso menos el horizonte.
        01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
        01 WS-MESES-ABS               PIC 9(06) VALUE ZEROES.
        01 WS-CORTE-ANYO              PIC 9(04) VALUE ZEROES.
        01 WS-CORTE-MES               PIC 9(02) VALUE ZEROES.
        01 WS-CORTE-DIA               PIC 9(02) VALUE ZEROES.
      *    Cuentas abiertas en orden de clave (lectura secuencial del
      *    maestro indexado) con su ultima actividad; la busqueda por
      *    cuenta es dicotomica, el historial es largo.
        01 WS-MAX-CUENTAS             PIC 9(05) VALUE 5000.
        01 WS-TOTAL-CUENTAS           PIC 9(05) VALUE ZEROES.
        01 TABLA-CUENTAS.
           02 TCU-FILA OCCURS 5000 TIMES.
              03 TCU-CUENTA           PIC 9(06).
              03 TCU-ULTIMA           PIC 9(08).
        01 WS-CU-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-BAJO                    PIC 9(05) VALUE ZEROES.
        01 WS-ALTO                    PIC 9(05) VALUE ZEROES.
        01 WS-MEDIO                   PIC 9(05) VALUE ZEROES.
        01 WS-HALLADA-SW              PIC X(01) VALUE 'N'.
           88 CUENTA-HALLADA                     VALUE 'Y'.
        01 WS-AVISO-TABLA-SW          PIC X(01) VALUE 'N'.
           88 AVISO-TABLA-DADO                   VALUE 'Y'.
      *    Imagen de historial.
           COPY "tranledg.cpy".
        01 WS-TOTAL-HISTORIA          PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-ABIERTAS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-INACTIVADAS       PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-YA-INACTIVAS      PIC 9(06) VALUE ZEROES.
        01 WS-ULTIMA-TXT              PIC X(14) VALUE SPACES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'CUENTAS '.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM109  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE - STATUS: '
                        WS-ENTRADA-STATUS ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            READ ENTRADA-FILE
                AT END
                    DISPLAY '*** SIN TARJETA DE HORIZONTE ***'
                    MOVE 16              TO RETURN-CODE
                    STOP RUN
            END-READ.
            CLOSE ENTRADA-FILE.
            IF CC-MESES NOT NUMERIC OR CC-MESES = 0
                DISPLAY '*** HORIZONTE EN MESES NO VALIDO ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM CALCULA-FECHA-CORTE.

            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN I-O CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - STATUS: '
                        WS-CUENTA-STATUS ' ***'
                PERFORM LIBERA-CERROJO
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CUENTAS INACTIVAS AL ' WS-FECHA-PROCESO
                   '  SIN MOVIMIENTO DESDE ' WS-FECHA-CORTE
                   ' (' CC-MESES ' MESES)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM CARGA-CUENTAS.

            OPEN INPUT ARCHIVO-FILE.
            IF WS-ARCHIVO-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ ARCHIVO-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-MOVIMIENTO
                    END-READ
                END-PERFORM
                CLOSE ARCHIVO-FILE
            END-IF.
            OPEN INPUT HISTORIA-FILE.
            IF WS-HISTORIA-STATUS = '00'
                MOVE 'N'                 TO WS-EOF-SW
                PERFORM UNTIL FIN-FICHERO
                    READ HISTORIA-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-MOVIMIENTO
                    END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE
            END-IF.

            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                    UNTIL WS-CU-IDX > WS-TOTAL-CUENTAS
                IF TCU-ULTIMA(WS-CU-IDX) < WS-FECHA-CORTE
                    PERFORM INACTIVA-CUENTA
                END-IF
            END-PERFORM.
            CLOSE AUDIT-FILE.
            CLOSE CUENTA-FILE.
            PERFORM LIBERA-CERROJO.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'ABIERTAS REVISADAS: ' WS-TOTAL-ABIERTAS
                   '  PASAN A INACTIVA: ' WS-TOTAL-INACTIVADAS
                   '  YA INACTIVAS: ' WS-TOTAL-YA-INACTIVAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'MOVIMIENTOS DE HISTORIAL LEIDOS: '
                   WS-TOTAL-HISTORIA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            CLOSE REPORTE-FILE.

            DISPLAY 'CUENTAS ABIERTAS REVISADAS: ' WS-TOTAL-ABIERTAS.
            DISPLAY 'CUENTAS INACTIVADAS: '        WS-TOTAL-INACTIVADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM109.PRT'.
            STOP RUN.

       LIBERA-CERROJO.
            MOVE 'L'                     TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

      *    Mes del corte = mes de proceso menos el horizonte; el dia
      *    se limita a 28 para que el corte siempre exista.
       CALCULA-FECHA-CORTE.
            COMPUTE WS-MESES-ABS = WS-PRO-ANYO * 12 + WS-PRO-MES - 1
                                 - CC-MESES.
            DIVIDE WS-MESES-ABS BY 12 GIVING WS-CORTE-ANYO
                   REMAINDER WS-CORTE-MES.
            ADD 1                        TO WS-CORTE-MES.
            MOVE WS-PRO-DIA              TO WS-CORTE-DIA.
            IF WS-CORTE-DIA > 28
                MOVE 28                  TO WS-CORTE-DIA
            END-IF.
            COMPUTE WS-FECHA-CORTE = WS-CORTE-ANYO * 10000
                                   + WS-CORTE-MES * 100 + WS-CORTE-DIA.

      *    Las inactivas ya marcadas se listan; las cerradas no
      *    cuentan.  La ultima actividad arranca en la fecha de alta.
       CARGA-CUENTAS.
            MOVE 'N'                     TO WS-EOF-SW.
            MOVE ZEROES                  TO CU-CUENTA.
            START CUENTA-FILE KEY IS NOT LESS THAN CU-CUENTA
                INVALID KEY
                    SET FIN-FICHERO      TO TRUE
            END-START.
            PERFORM UNTIL FIN-FICHERO
                READ CUENTA-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN CU-ABIERTA
                                PERFORM AGREGA-CUENTA
                            WHEN CU-INACTIVA
                                ADD 1    TO WS-TOTAL-YA-INACTIVAS
                                MOVE SPACES TO LINEA-REPORTE
                                STRING '  YA INACTIVA ' CU-CUENTA ' '
                                       CU-DESCRIPCION
                                       DELIMITED BY SIZE
                                       INTO LINEA-REPORTE
                                END-STRING
                                WRITE LINEA-REPORTE
                        END-EVALUATE
                END-READ
            END-PERFORM.

       AGREGA-CUENTA.
            IF WS-TOTAL-CUENTAS >= WS-MAX-CUENTAS
                IF NOT AVISO-TABLA-DADO
                    DISPLAY '*** TABLA DE CUENTAS LLENA - EL RESTO NO '
                            'SE EVALUA ESTE MES ***'
                    MOVE '*** TABLA DE CUENTAS LLENA - RESTO SIN '
                       & 'EVALUAR ***'   TO LINEA-REPORTE
                    WRITE LINEA-REPORTE
                    SET AVISO-TABLA-DADO TO TRUE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-CUENTAS
                                            WS-TOTAL-ABIERTAS.
            MOVE CU-CUENTA               TO
                 TCU-CUENTA(WS-TOTAL-CUENTAS).
            IF CU-FECHA-ALTA NUMERIC
                MOVE CU-FECHA-ALTA       TO
                     TCU-ULTIMA(WS-TOTAL-CUENTAS)
            ELSE
                MOVE ZEROES              TO
                     TCU-ULTIMA(WS-TOTAL-CUENTAS)
            END-IF.

       ANOTA-MOVIMIENTO.
            ADD 1                        TO WS-TOTAL-HISTORIA.
            PERFORM BUSCA-CUENTA.
            IF CUENTA-HALLADA
               AND TL-FECHA > TCU-ULTIMA(WS-CU-IDX)
                MOVE TL-FECHA            TO TCU-ULTIMA(WS-CU-IDX)
            END-IF.

       BUSCA-CUENTA.
            MOVE 'N'                     TO WS-HALLADA-SW.
            MOVE 1                       TO WS-BAJO.
            MOVE WS-TOTAL-CUENTAS        TO WS-ALTO.
            PERFORM UNTIL WS-BAJO > WS-ALTO OR CUENTA-HALLADA
                COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2
                EVALUATE TRUE
                    WHEN TCU-CUENTA(WS-MEDIO) = TL-CUENTA
                        SET CUENTA-HALLADA TO TRUE
                        MOVE WS-MEDIO    TO WS-CU-IDX
                    WHEN TCU-CUENTA(WS-MEDIO) < TL-CUENTA
                        COMPUTE WS-BAJO = WS-MEDIO + 1
                    WHEN OTHER
                        IF WS-MEDIO = 1
                            MOVE ZEROES  TO WS-ALTO
                        ELSE
                            COMPUTE WS-ALTO = WS-MEDIO - 1
                        END-IF
                END-EVALUATE
            END-PERFORM.

      *    Se relee la cuenta: solo pasa a inactiva si sigue abierta.
       INACTIVA-CUENTA.
            MOVE TCU-CUENTA(WS-CU-IDX)   TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF NOT CU-ABIERTA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                     TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            SET CU-INACTIVA              TO TRUE.
            REWRITE CUENTA-REG
                INVALID KEY
                    DISPLAY '*** NO SE PUDO REESCRIBIR LA CUENTA '
                            CU-CUENTA ' ***'
                    EXIT PARAGRAPH
            END-REWRITE.
            MOVE 'A'                     TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                        TO WS-TOTAL-INACTIVADAS.
            IF TCU-ULTIMA(WS-CU-IDX) = ZEROES
                MOVE 'SIN MOVIMIENTO'    TO WS-ULTIMA-TXT
            ELSE
                MOVE SPACES              TO WS-ULTIMA-TXT
                MOVE TCU-ULTIMA(WS-CU-IDX) TO WS-ULTIMA-TXT(1:8)
            END-IF.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  INACTIVADA  ' CU-CUENTA ' ' CU-DESCRIPCION
                   ' ULTIMA ' WS-ULTIMA-TXT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA              FROM DATE YYYYMMDD.
            ACCEPT AU-HORA               FROM TIME.
            MOVE 'D'                     TO AU-TIPO-TX.
            MOVE CUENTA-REG              TO AU-CUENTA.
            MOVE 'EXM109  '              TO AU-USUARIO.
            MOVE SPACES                  TO AU-APRUEBA.
            WRITE AUDIT-REC.
