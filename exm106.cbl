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
      * EXM106 - fiscal year-end close.  EXM47 closes one AAAAMM at   *
      * a time; nothing handled the change of fiscal year.  Takes the *
      * year to close (AAAA) and the closing transaction code on a    *
      * control card and runs after the December EXM47 close (a       *
      * December that is not closed yet stops the job):               *
      *   - every account whose CTAGLMAP.DAT range is classed 'I'     *
      *     ingreso or 'X' gasto is zeroed, and the net of the year   *
      *     (income less expense) books to the retained-earnings      *
      *     account -- the CM-DESDE of the one equity row carrying    *
      *     CM-CIERRE 'R';                                            *
      *   - every SALDOS.DAT row then rolls SD-ACTUAL into            *
      *     SD-ANTERIOR with the activity zeroed, so the new year     *
      *     starts from the closing balances;                         *
      *   - all twelve periods of the year are written 'C' in         *
      *     PERIODOS.DAT (a month without a row used to count as      *
      *     open), so only an authorized EXM47 reopen can post into   *
      *     the old year again.                                       *
      * December is closed by then, so the closing entries cannot go  *
      * through EXM21: this job updates SALDOS itself under the       *
      * 'SALDOS  ' lock and appends each closing entry to the         *
      * history TRANHIST.DAT (branch 'CIE', EXMSEQ REFPOSTE           *
      * reference) so EXM31 statements show where the balance went.   *
      * The closing report EXM106.PRT lists the entries and proves    *
      * that the trial balance -- debit classes (A, X) less credit    *
      * classes (L, E, I) -- totals the same before and after the     *
      * close, and that income and expense end at zero.  The EXM65    *
      * carry-forward baseline is reset to the post-close totals so   *
      * the next trial balance proves against the new year.  A year   *
      * already recorded in EXM106CTL.DAT is refused: closing twice   *
      * would book the net twice.                                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM106.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.
           SELECT SALDO-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CUENTA
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CIERRE-FILE ASSIGN TO "EXM106CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
           SELECT CONTROL65-FILE ASSIGN TO "EXM65CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL65-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM106.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-ANYO                 PIC 9(04).
           02 CC-CODIGO               PIC 9(02).

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  PERIODO-FILE.
           COPY "periodo.cpy".

       FD  SALDO-FILE.
           COPY "saldo.cpy".

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

      *    Ultimo ejercicio cerrado por este programa.
       FD  CIERRE-FILE.
        01 CIERRE-REC.
           02 CI-ANYO                 PIC 9(04).
           02 CI-FECHA                PIC 9(08).

      *    Base de arrastre del balance de comprobacion (EXM65).
       FD  CONTROL65-FILE.
        01 CONTROL65-REC.
           02 CT-FECHA                PIC 9(08).
           02 CT-TOTAL-SUM3           PIC S9(14)
                                       SIGN LEADING SEPARATE.
           02 CT-TOTAL-SUM4           PIC S9(14)
                                       SIGN LEADING SEPARATE.

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-PERIODO-STATUS          PIC X(02) VALUE '00'.
        01 WS-SALDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-CIERRE-STATUS           PIC X(02) VALUE '00'.
        01 WS-CONTROL65-STATUS        PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-SALDO-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-SALDOS                         VALUE 'Y'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-CIERRE            PIC 9(08) VALUE ZEROES.
        01 WS-ANYO-CERRADO            PIC 9(04) VALUE ZEROES.
      *    Mapeo cuenta -> clase, cargado una vez.
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-MAPEOS.
           02 TM-FILA OCCURS 100 TIMES.
              03 TM-DESDE             PIC 9(06).
              03 TM-HASTA             PIC 9(06).
              03 TM-CLASE             PIC X(01).
        01 WS-MAP-IDX                 PIC 9(03) VALUE ZEROES.
        01 WS-CLASE                   PIC X(01) VALUE SPACES.
           88 CLASE-DEUDORA                      VALUE 'A' 'X'.
           88 CLASE-ACREEDORA                    VALUE 'L' 'E' 'I'.
           88 CLASE-RESULTADOS                   VALUE 'I' 'X'.
        01 WS-CUENTA-RESERVAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-MARCAS-R          PIC 9(03) VALUE ZEROES.
        01 WS-RESERVAS-SW             PIC X(01) VALUE 'N'.
           88 RESERVAS-EN-SALDOS                 VALUE 'Y'.
      *    Periodos cargados una vez y reescritos al final.
        01 WS-TOTAL-PERIODOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-PERIODOS.
           02 TPE-FILA OCCURS 120 TIMES.
              03 TPE-PERIODO          PIC 9(06).
              03 TPE-ESTADO           PIC X(01).
        01 WS-PE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PERIODO-BUSCADO         PIC 9(06) VALUE ZEROES.
        01 WS-MES                     PIC 9(02) VALUE ZEROES.
        01 WS-ENCONTRADO-SW           PIC X(01) VALUE 'N'.
           88 PERIODO-ENCONTRADO                 VALUE 'Y'.
      *    Totales por clase antes y despues (SUM3/SUM4).
        01 TABLA-CLASES.
           02 TCL-FILA OCCURS 6 TIMES.
              03 TCL-CLASE            PIC X(01).
              03 TCL-ANTES-SUM3       PIC S9(14).
              03 TCL-ANTES-SUM4       PIC S9(14).
              03 TCL-DESPUES-SUM3     PIC S9(14).
              03 TCL-DESPUES-SUM4     PIC S9(14).
        01 WS-CL-IDX                  PIC 9(01) VALUE ZEROES.
        01 WS-NETO-SUM3               PIC S9(14) VALUE ZEROES.
        01 WS-NETO-SUM4               PIC S9(14) VALUE ZEROES.
        01 WS-BALANCE-ANTES-SUM3      PIC S9(14) VALUE ZEROES.
        01 WS-BALANCE-ANTES-SUM4      PIC S9(14) VALUE ZEROES.
        01 WS-BALANCE-DESPUES-SUM3    PIC S9(14) VALUE ZEROES.
        01 WS-BALANCE-DESPUES-SUM4    PIC S9(14) VALUE ZEROES.
        01 WS-BRUTO-SUM3              PIC S9(14) VALUE ZEROES.
        01 WS-BRUTO-SUM4              PIC S9(14) VALUE ZEROES.
      *    Movimiento de cierre a aplicar a la fila en curso.
        01 WS-MOV-SUM3                PIC S9(14) VALUE ZEROES.
        01 WS-MOV-SUM4                PIC S9(14) VALUE ZEROES.
        01 WS-TOTAL-ASIENTOS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-FILAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-CLASE         PIC 9(06) VALUE ZEROES.
        01 WS-FALLOS                  PIC 9(02) VALUE ZEROES.
      *    Imagen del asiento de cierre para el historial.
           COPY "tranledg.cpy".
        01 WS-SEQ-CONTADOR            PIC X(08) VALUE 'REFPOSTE'.
        01 WS-SEQ-VALOR               PIC 9(09) VALUE ZEROES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'SALDOS  '.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM106  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.
      *    Campos editados.
        01 WS-ED-IMPORTE              PIC -Z(12)9.
        01 WS-ED-IMPORTE-B            PIC -Z(12)9.
        01 WS-ED-TOTAL                PIC -Z(13)9.
        01 WS-ED-TOTAL-B              PIC -Z(13)9.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.

            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE - STATUS: '
                        WS-ENTRADA-STATUS ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            READ ENTRADA-FILE
                AT END
                    DISPLAY '*** SIN TARJETA DE EJERCICIO ***'
                    MOVE 16              TO RETURN-CODE
                    STOP RUN
            END-READ.
            CLOSE ENTRADA-FILE.
            COMPUTE WS-FECHA-CIERRE = CC-ANYO * 10000 + 1231.

            PERFORM CARGA-CTAGLMAP.
            IF WS-TOTAL-MARCAS-R NOT = 1
                DISPLAY '*** CTAGLMAP.DAT DEBE TENER UNA Y SOLO UNA '
                        'CUENTA DE RESULTADOS ACUMULADOS (R) - HAY '
                        WS-TOTAL-MARCAS-R ' ***'
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM LEE-CIERRE-ANTERIOR.
            IF WS-ANYO-CERRADO >= CC-ANYO
                DISPLAY '*** EL EJERCICIO ' CC-ANYO ' YA ESTA CERRADO '
                        '(ULTIMO CIERRE ' WS-ANYO-CERRADO ') ***'
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CARGA-PERIODOS.
            COMPUTE WS-PERIODO-BUSCADO = CC-ANYO * 100 + 12.
            PERFORM BUSCA-PERIODO.
            IF NOT PERIODO-ENCONTRADO
               OR TPE-ESTADO(WS-PE-IDX) NOT = 'C'
                DISPLAY '*** DICIEMBRE ' WS-PERIODO-BUSCADO ' NO ESTA '
                        'CERRADO - CORRER ANTES EL CIERRE EXM47 ***'
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE 'A'                     TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN I-O SALDO-FILE.
            IF WS-SALDO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SALDOS.DAT - STATUS: '
                        WS-SALDO-STATUS ' ***'
                PERFORM LIBERA-CERROJO
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND HISTORIA-FILE.
            IF WS-HISTORIA-STATUS = '05'
               OR WS-HISTORIA-STATUS = '35'
                OPEN OUTPUT HISTORIA-FILE
            END-IF.
            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.

            PERFORM INICIA-CLASES.
      *    Primera pasada: balance antes del cierre y neto del
      *    ejercicio (ingresos menos gastos).
            PERFORM UNTIL FIN-SALDOS
                READ SALDO-FILE NEXT RECORD
                    AT END
                        SET FIN-SALDOS   TO TRUE
                    NOT AT END
                        PERFORM ACUMULA-ANTES
                END-READ
            END-PERFORM.

      *    Segunda pasada: asientos de cierre y arrastre de saldos.
            MOVE 'N'                     TO WS-SALDO-EOF-SW.
            MOVE ZEROES                  TO SD-CUENTA.
            START SALDO-FILE KEY IS NOT LESS THAN SD-CUENTA
                INVALID KEY
                    SET FIN-SALDOS       TO TRUE
            END-START.
            PERFORM UNTIL FIN-SALDOS
                READ SALDO-FILE NEXT RECORD
                    AT END
                        SET FIN-SALDOS   TO TRUE
                    NOT AT END
                        PERFORM CIERRA-FILA
                END-READ
            END-PERFORM.

      *    Cuenta de resultados acumulados sin fila en SALDOS: nace
      *    con el neto del ejercicio como saldo de apertura.
            IF NOT RESERVAS-EN-SALDOS
                INITIALIZE SALDO-REG
                MOVE WS-CUENTA-RESERVAS  TO SD-CUENTA
                MOVE WS-NETO-SUM3        TO WS-MOV-SUM3
                MOVE WS-NETO-SUM4        TO WS-MOV-SUM4
                PERFORM GRABA-ASIENTO
                MOVE WS-NETO-SUM3        TO SD-ANTERIOR-SUM3
                                            SD-ACTUAL-SUM3
                MOVE WS-NETO-SUM4        TO SD-ANTERIOR-SUM4
                                            SD-ACTUAL-SUM4
                MOVE 'E'                 TO WS-CLASE
                PERFORM ACUMULA-DESPUES
                WRITE SALDO-REG
                    INVALID KEY
                        DISPLAY '*** NO SE PUDO CREAR EL SALDO DE LA '
                                'CUENTA ' WS-CUENTA-RESERVAS ' ***'
                        ADD 1            TO WS-FALLOS
                END-WRITE
            END-IF.

            CLOSE SALDO-FILE.
            CLOSE HISTORIA-FILE.
            PERFORM LIBERA-CERROJO.

            PERFORM BLOQUEA-EJERCICIO.
            PERFORM IMPRIME-PRUEBA.
            CLOSE REPORTE-FILE.

            IF WS-FALLOS = 0
                PERFORM GRABA-CIERRE
                PERFORM GRABA-CONTROL-65
            ELSE
                MOVE 8                   TO RETURN-CODE
            END-IF.

            DISPLAY 'FILAS DE SALDO: '          WS-TOTAL-FILAS.
            DISPLAY 'ASIENTOS DE CIERRE: '      WS-TOTAL-ASIENTOS.
            DISPLAY 'FILAS SIN CLASE: '         WS-TOTAL-SIN-CLASE.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM106.PRT'.
            STOP RUN.

       LIBERA-CERROJO.
            MOVE 'L'                     TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

       ACUMULA-ANTES.
            ADD 1                        TO WS-TOTAL-FILAS.
            PERFORM BUSCA-CLASE.
            IF WS-CLASE = SPACES
                ADD 1                    TO WS-TOTAL-SIN-CLASE
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-FILA-CLASE.
            ADD SD-ACTUAL-SUM3           TO TCL-ANTES-SUM3(WS-CL-IDX).
            ADD SD-ACTUAL-SUM4           TO TCL-ANTES-SUM4(WS-CL-IDX).
            EVALUATE WS-CLASE
                WHEN 'I'
                    ADD SD-ACTUAL-SUM3   TO WS-NETO-SUM3
                    ADD SD-ACTUAL-SUM4   TO WS-NETO-SUM4
                WHEN 'X'
                    SUBTRACT SD-ACTUAL-SUM3 FROM WS-NETO-SUM3
                    SUBTRACT SD-ACTUAL-SUM4 FROM WS-NETO-SUM4
            END-EVALUATE.

      *    Ingreso y gasto se llevan a cero; resultados acumulados
      *    recibe el neto; toda fila arrastra ACTUAL a ANTERIOR con la
      *    actividad a cero para el ejercicio nuevo.
       CIERRA-FILA.
            PERFORM BUSCA-CLASE.
            MOVE ZEROES                  TO WS-MOV-SUM3 WS-MOV-SUM4.
            IF CLASE-RESULTADOS
                COMPUTE WS-MOV-SUM3 = 0 - SD-ACTUAL-SUM3
                COMPUTE WS-MOV-SUM4 = 0 - SD-ACTUAL-SUM4
            END-IF.
            IF SD-CUENTA = WS-CUENTA-RESERVAS
                SET RESERVAS-EN-SALDOS   TO TRUE
                ADD WS-NETO-SUM3         TO WS-MOV-SUM3
                ADD WS-NETO-SUM4         TO WS-MOV-SUM4
            END-IF.
            IF WS-MOV-SUM3 NOT = 0 OR WS-MOV-SUM4 NOT = 0
                PERFORM GRABA-ASIENTO
            END-IF.
            COMPUTE SD-ANTERIOR-SUM3 = SD-ACTUAL-SUM3 + WS-MOV-SUM3.
            COMPUTE SD-ANTERIOR-SUM4 = SD-ACTUAL-SUM4 + WS-MOV-SUM4.
            MOVE ZEROES                  TO SD-ACTIVIDAD-SUM3
                                            SD-ACTIVIDAD-SUM4.
            MOVE SD-ANTERIOR-SUM3        TO SD-ACTUAL-SUM3.
            MOVE SD-ANTERIOR-SUM4        TO SD-ACTUAL-SUM4.
            IF WS-CLASE NOT = SPACES
                PERFORM ACUMULA-DESPUES
            END-IF.
            REWRITE SALDO-REG
                INVALID KEY
                    DISPLAY '*** NO SE PUDO REESCRIBIR EL SALDO DE '
                            SD-CUENTA ' ***'
                    ADD 1                TO WS-FALLOS
            END-REWRITE.

       ACUMULA-DESPUES.
            PERFORM BUSCA-FILA-CLASE.
            ADD SD-ACTUAL-SUM3       TO TCL-DESPUES-SUM3(WS-CL-IDX).
            ADD SD-ACTUAL-SUM4       TO TCL-DESPUES-SUM4(WS-CL-IDX).

      *    Asiento de cierre al historial: la parte que sube el saldo
      *    viaja como posteo ('P'), la que lo baja como reverso ('R');
      *    columnas de signo distinto dan dos imagenes.
       GRABA-ASIENTO.
            IF WS-MOV-SUM3 > 0 OR WS-MOV-SUM4 > 0
                PERFORM MONTA-ASIENTO
                MOVE 'P'                 TO TL-TIPO
                IF WS-MOV-SUM3 > 0
                    MOVE WS-MOV-SUM3     TO SUM3 OF TRANLEDG-REC
                END-IF
                IF WS-MOV-SUM4 > 0
                    MOVE WS-MOV-SUM4     TO SUM4 OF TRANLEDG-REC
                END-IF
                PERFORM ESCRIBE-ASIENTO
            END-IF.
            IF WS-MOV-SUM3 < 0 OR WS-MOV-SUM4 < 0
                PERFORM MONTA-ASIENTO
                MOVE 'R'                 TO TL-TIPO
                IF WS-MOV-SUM3 < 0
                    COMPUTE SUM3 OF TRANLEDG-REC = 0 - WS-MOV-SUM3
                END-IF
                IF WS-MOV-SUM4 < 0
                    COMPUTE SUM4 OF TRANLEDG-REC = 0 - WS-MOV-SUM4
                END-IF
                PERFORM ESCRIBE-ASIENTO
            END-IF.

       MONTA-ASIENTO.
            MOVE SPACES                  TO TRANLEDG-REC.
            MOVE SD-CUENTA               TO TL-CUENTA.
            MOVE WS-FECHA-CIERRE         TO TL-FECHA.
            MOVE CC-CODIGO               TO TL-CODIGO.
            MOVE ZEROES                  TO BASE OF TRANLEDG-REC
                                            SUM1 OF TRANLEDG-REC
                                            SUM2 OF TRANLEDG-REC
                                            SUM3 OF TRANLEDG-REC
                                            SUM4 OF TRANLEDG-REC.
            MOVE 'EUR'                   TO TL-MONEDA.
            MOVE 'CIE'                   TO TL-SUCURSAL.
            CALL 'EXMSEQ' USING WS-SEQ-CONTADOR WS-SEQ-VALOR.
            MOVE WS-SEQ-VALOR            TO TL-REFERENCIA.

       ESCRIBE-ASIENTO.
            MOVE TRANLEDG-REC            TO HISTORIA-REC.
            WRITE HISTORIA-REC.
            ADD 1                        TO WS-TOTAL-ASIENTOS.
            MOVE SUM3 OF TRANLEDG-REC    TO WS-ED-IMPORTE.
            MOVE SUM4 OF TRANLEDG-REC    TO WS-ED-IMPORTE-B.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ASIENTO ' TL-CUENTA ' CLASE ' WS-CLASE
                   ' ' TL-TIPO ' REF ' TL-REFERENCIA
                   ' S3' WS-ED-IMPORTE ' S4' WS-ED-IMPORTE-B
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       BUSCA-CLASE.
            MOVE SPACES                  TO WS-CLASE.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-TOTAL-MAPEOS
                       OR WS-CLASE NOT = SPACES
                IF SD-CUENTA >= TM-DESDE(WS-MAP-IDX)
                   AND SD-CUENTA <= TM-HASTA(WS-MAP-IDX)
                    MOVE TM-CLASE(WS-MAP-IDX) TO WS-CLASE
                END-IF
            END-PERFORM.

       BUSCA-FILA-CLASE.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > 5
                       OR TCL-CLASE(WS-CL-IDX) = WS-CLASE
                CONTINUE
            END-PERFORM.
            IF WS-CL-IDX > 5
                MOVE 6                   TO WS-CL-IDX
            END-IF.

       INICIA-CLASES.
            INITIALIZE TABLA-CLASES.
            MOVE 'A'                     TO TCL-CLASE(1).
            MOVE 'L'                     TO TCL-CLASE(2).
            MOVE 'E'                     TO TCL-CLASE(3).
            MOVE 'I'                     TO TCL-CLASE(4).
            MOVE 'X'                     TO TCL-CLASE(5).
            MOVE '?'                     TO TCL-CLASE(6).

       CARGA-CTAGLMAP.
            MOVE ZEROES                  TO WS-TOTAL-MAPEOS
                                            WS-TOTAL-MARCAS-R.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            ADD 1        TO WS-TOTAL-MAPEOS
                            MOVE CM-DESDE TO
                                 TM-DESDE(WS-TOTAL-MAPEOS)
                            MOVE CM-HASTA TO
                                 TM-HASTA(WS-TOTAL-MAPEOS)
                            MOVE CM-CLASE TO
                                 TM-CLASE(WS-TOTAL-MAPEOS)
                            IF CM-RESULTADOS-ACUM
                                ADD 1    TO WS-TOTAL-MARCAS-R
                                MOVE CM-DESDE TO WS-CUENTA-RESERVAS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.

       CARGA-PERIODOS.
            MOVE ZEROES                  TO WS-TOTAL-PERIODOS.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT PERIODO-FILE.
            IF WS-PERIODO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PERIODO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            ADD 1        TO WS-TOTAL-PERIODOS
                            MOVE PR-PERIODO TO
                                 TPE-PERIODO(WS-TOTAL-PERIODOS)
                            MOVE PR-ESTADO TO
                                 TPE-ESTADO(WS-TOTAL-PERIODOS)
                    END-READ
                END-PERFORM
                CLOSE PERIODO-FILE
            END-IF.

       BUSCA-PERIODO.
            MOVE 'N'                     TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERIODOS
                       OR PERIODO-ENCONTRADO
                IF TPE-PERIODO(WS-PE-IDX) = WS-PERIODO-BUSCADO
                    SET PERIODO-ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            IF PERIODO-ENCONTRADO
                SUBTRACT 1               FROM WS-PE-IDX
            END-IF.

      *    Los doce meses del ejercicio quedan cerrados con fila
      *    propia: un mes sin fila contaba como abierto.
       BLOQUEA-EJERCICIO.
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                COMPUTE WS-PERIODO-BUSCADO = CC-ANYO * 100 + WS-MES
                PERFORM BUSCA-PERIODO
                IF PERIODO-ENCONTRADO
                    MOVE 'C'             TO TPE-ESTADO(WS-PE-IDX)
                ELSE
                    ADD 1                TO WS-TOTAL-PERIODOS
                    MOVE WS-PERIODO-BUSCADO TO
                         TPE-PERIODO(WS-TOTAL-PERIODOS)
                    MOVE 'C'             TO
                         TPE-ESTADO(WS-TOTAL-PERIODOS)
                END-IF
            END-PERFORM.
            OPEN OUTPUT PERIODO-FILE.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERIODOS
                MOVE TPE-PERIODO(WS-PE-IDX) TO PR-PERIODO
                MOVE TPE-ESTADO(WS-PE-IDX)  TO PR-ESTADO
                WRITE PERIODO-REC
            END-PERFORM.
            CLOSE PERIODO-FILE.

       LEE-CIERRE-ANTERIOR.
            MOVE ZEROES                  TO WS-ANYO-CERRADO.
            OPEN INPUT CIERRE-FILE.
            IF WS-CIERRE-STATUS = '00'
                READ CIERRE-FILE
                    NOT AT END
                        MOVE CI-ANYO     TO WS-ANYO-CERRADO
                END-READ
                CLOSE CIERRE-FILE
            END-IF.

       GRABA-CIERRE.
            MOVE CC-ANYO                 TO CI-ANYO.
            MOVE WS-FECHA-HOY            TO CI-FECHA.
            OPEN OUTPUT CIERRE-FILE.
            WRITE CIERRE-REC.
            CLOSE CIERRE-FILE.

      *    La base de arrastre de EXM65 pasa a los totales brutos de
      *    despues del cierre: el proximo balance prueba contra el
      *    ejercicio nuevo.
       GRABA-CONTROL-65.
            MOVE ZEROES                  TO WS-BRUTO-SUM3 WS-BRUTO-SUM4.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 6
                ADD TCL-DESPUES-SUM3(WS-CL-IDX) TO WS-BRUTO-SUM3
                ADD TCL-DESPUES-SUM4(WS-CL-IDX) TO WS-BRUTO-SUM4
            END-PERFORM.
            MOVE WS-FECHA-HOY            TO CT-FECHA.
            MOVE WS-BRUTO-SUM3           TO CT-TOTAL-SUM3.
            MOVE WS-BRUTO-SUM4           TO CT-TOTAL-SUM4.
            OPEN OUTPUT CONTROL65-FILE.
            WRITE CONTROL65-REC.
            CLOSE CONTROL65-FILE.

      *    Balance de comprobacion con signo: clases deudoras menos
      *    acreedoras.  Debe dar lo mismo antes y despues del cierre,
      *    e ingresos y gastos deben quedar a cero.
       IMPRIME-PRUEBA.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'CLASE          ANTES SUM3        DESPUES SUM3'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > 6
                MOVE TCL-CLASE(WS-CL-IDX) TO WS-CLASE
                IF CLASE-DEUDORA
                    ADD TCL-ANTES-SUM3(WS-CL-IDX)
                                         TO WS-BALANCE-ANTES-SUM3
                    ADD TCL-ANTES-SUM4(WS-CL-IDX)
                                         TO WS-BALANCE-ANTES-SUM4
                    ADD TCL-DESPUES-SUM3(WS-CL-IDX)
                                         TO WS-BALANCE-DESPUES-SUM3
                    ADD TCL-DESPUES-SUM4(WS-CL-IDX)
                                         TO WS-BALANCE-DESPUES-SUM4
                END-IF
                IF CLASE-ACREEDORA
                    SUBTRACT TCL-ANTES-SUM3(WS-CL-IDX)
                                         FROM WS-BALANCE-ANTES-SUM3
                    SUBTRACT TCL-ANTES-SUM4(WS-CL-IDX)
                                         FROM WS-BALANCE-ANTES-SUM4
                    SUBTRACT TCL-DESPUES-SUM3(WS-CL-IDX)
                                         FROM WS-BALANCE-DESPUES-SUM3
                    SUBTRACT TCL-DESPUES-SUM4(WS-CL-IDX)
                                         FROM WS-BALANCE-DESPUES-SUM4
                END-IF
                IF CLASE-RESULTADOS
                   AND (TCL-DESPUES-SUM3(WS-CL-IDX) NOT = 0
                        OR TCL-DESPUES-SUM4(WS-CL-IDX) NOT = 0)
                    ADD 1                TO WS-FALLOS
                END-IF
                MOVE TCL-ANTES-SUM3(WS-CL-IDX)   TO WS-ED-TOTAL
                MOVE TCL-DESPUES-SUM3(WS-CL-IDX) TO WS-ED-TOTAL-B
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  ' TCL-CLASE(WS-CL-IDX) '   ' WS-ED-TOTAL
                       '  ' WS-ED-TOTAL-B
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            MOVE WS-NETO-SUM3            TO WS-ED-TOTAL.
            MOVE WS-NETO-SUM4            TO WS-ED-TOTAL-B.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'RESULTADO DEL EJERCICIO A ' WS-CUENTA-RESERVAS
                   '  S3' WS-ED-TOTAL '  S4' WS-ED-TOTAL-B
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-BALANCE-ANTES-SUM3   TO WS-ED-TOTAL.
            MOVE WS-BALANCE-ANTES-SUM4   TO WS-ED-TOTAL-B.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'BALANCE ANTES DEL CIERRE    S3' WS-ED-TOTAL
                   '  S4' WS-ED-TOTAL-B
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-BALANCE-DESPUES-SUM3 TO WS-ED-TOTAL.
            MOVE WS-BALANCE-DESPUES-SUM4 TO WS-ED-TOTAL-B.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'BALANCE DESPUES DEL CIERRE  S3' WS-ED-TOTAL
                   '  S4' WS-ED-TOTAL-B
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-BALANCE-ANTES-SUM3 NOT = WS-BALANCE-DESPUES-SUM3
               OR WS-BALANCE-ANTES-SUM4 NOT = WS-BALANCE-DESPUES-SUM4
                ADD 1                    TO WS-FALLOS
            END-IF.
            IF WS-FALLOS = 0
                MOVE 'PRUEBA DE CIERRE: OK - ANTES = DESPUES, '
                     & 'INGRESOS Y GASTOS A CERO'
                                         TO LINEA-REPORTE
            ELSE
                MOVE '*** PRUEBA DE CIERRE FALLIDA - NO SE REGISTRA '
                     & 'EL EJERCICIO COMO CERRADO ***'
                                         TO LINEA-REPORTE
            END-IF.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-SIN-CLASE > 0
                MOVE SPACES              TO LINEA-REPORTE
                STRING 'AVISO: ' WS-TOTAL-SIN-CLASE ' FILAS DE SALDO '
                       'SIN CLASE EN CTAGLMAP - FUERA DE LA PRUEBA'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-CABECERA.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'CIERRE DEL EJERCICIO ' CC-ANYO
                   '  FECHA DE PROCESO ' WS-FECHA-HOY
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
