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
      * EXM136 - monthly loan book.  Lists every loan and salary      *
      * advance of PRESTAMO.DAT (copybooks/prestamo.cpy) still owed   *
      * or waiting to be paid out, by employee, with the employee's   *
      * name from PERSONA.DAT: principal, rate, instalment,           *
      * instalments taken of the plan, outstanding balance and        *
      * arrears -- the instalments due from the first period of the   *
      * plan up to the processing month, capped at the plan, less     *
      * those taken, valued at the instalment and capped at the       *
      * balance.  Loans of terminated employees and payoffs asked for *
      * the next payroll are flagged.  Totals by type, the arrears,   *
      * the loans waiting to be paid out and those cancelled in the   *
      * year close the book, which is then reconciled to the ledger:  *
      * the balance of the loans receivable account 999984, worked    *
      * out from every posting on TRANHISTA/TRANHIST with the         *
      * TRANCODC.DAT nature of its code (debe adds, haber subtracts,  *
      * a reversal the other way round), must equal the balances of   *
      * the live loans.  Postings in another currency are left out    *
      * and counted.  Run after the month's payroll batch has posted. *
      * RC 4 when the book does not reconcile, RC 16 without          *
      * PERSONA.DAT or when PRESTAMO.DAT is larger than its table.    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM136.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTAMO-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO "TRANHISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "TRANCODC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM136.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMO-FILE.
           COPY "prestamo.cpy".

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  ARCHIVO-FILE.
        01 ARCHIVO-REC                PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

       FD  CATALOGO-FILE.
           COPY "trancodc.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-PRESTAMO-STATUS         PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-ARCHIVO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-CATALOGO-STATUS         PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 WS-PERIODO-INICIO          PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO-INICIO.
           02 WS-INI-ANYO             PIC 9(04).
           02 WS-INI-MES              PIC 9(02).
      *    Prestamos (PRESTAMO.DAT completo) y orden de listado por
      *    empleado y numero de los vivos y pendientes de abono.
        01 WS-TOTAL-PRESTAMOS         PIC 9(04) VALUE ZEROES.
        01 TABLA-PRESTAMOS.
           02 TPR-FILA OCCURS 2000 TIMES.
              03 TPR-REGISTRO         PIC X(144).
        01 WS-PR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PRESTAMOS-LLENO-SW      PIC X(01) VALUE 'N'.
           88 PRESTAMOS-LLENO                    VALUE 'Y'.
        01 WS-TOTAL-ORDEN             PIC 9(04) VALUE ZEROES.
        01 TABLA-ORDEN.
           02 TOR-FILA OCCURS 2000 TIMES.
              03 TOR-CLAVE.
                 04 TOR-ID-EMPLEADO   PIC 9(07).
                 04 TOR-NUMERO        PIC 9(07).
              03 TOR-PRESTAMO         PIC 9(04).
        01 WS-OR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-OR-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-CLAVE-PRESTAMO.
           02 WS-CP-ID-EMPLEADO       PIC 9(07).
           02 WS-CP-NUMERO            PIC 9(07).
      *    Catalogo de codigos con su naturaleza.
        01 WS-TOTAL-CATALOGO          PIC 9(03) VALUE ZEROES.
        01 TABLA-CATALOGO.
           02 TCD-FILA OCCURS 100 TIMES.
              03 TCD-CODIGO           PIC 9(02).
              03 TCD-NATURALEZA       PIC X(01).
        01 WS-CD-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-NATURALEZA              PIC X(01) VALUE SPACES.
      *    Empleado en curso del listado.
        01 WS-EMPLEADO-ACTUAL         PIC 9(07) VALUE ZEROES.
        01 WS-NOMBRE-ACTUAL           PIC X(21) VALUE SPACES.
        01 WS-BAJA-SW                 PIC X(01) VALUE 'N'.
           88 EMPLEADO-DE-BAJA                   VALUE 'Y'.
        01 WS-EMP-PRESTAMOS           PIC 9(03) VALUE ZEROES.
        01 WS-EMP-SALDO               PIC 9(09)V99 VALUE ZEROES.
        01 WS-EMP-MORA                PIC 9(09)V99 VALUE ZEROES.
      *    Mora del prestamo en curso.
        01 WS-MESES-VENCIDOS          PIC S9(05) VALUE ZEROES.
        01 WS-CUOTAS-MORA             PIC 9(03) VALUE ZEROES.
        01 WS-IMPORTE-MORA            PIC 9(09)V99 VALUE ZEROES.
        01 WS-OBSERVACION             PIC X(20) VALUE SPACES.
      *    Totales del libro.
        01 WS-VIVOS-PRESTAMO          PIC 9(05) VALUE ZEROES.
        01 WS-SALDO-PRESTAMO          PIC 9(11)V99 VALUE ZEROES.
        01 WS-VIVOS-ANTICIPO          PIC 9(05) VALUE ZEROES.
        01 WS-SALDO-ANTICIPO          PIC 9(11)V99 VALUE ZEROES.
        01 WS-PENDIENTES-ABONO        PIC 9(05) VALUE ZEROES.
        01 WS-PRINCIPAL-PENDIENTE     PIC 9(11)V99 VALUE ZEROES.
        01 WS-PRESTAMOS-MORA          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-MORA              PIC 9(11)V99 VALUE ZEROES.
        01 WS-PRESTAMOS-BAJA          PIC 9(05) VALUE ZEROES.
        01 WS-SALDO-BAJA              PIC 9(11)V99 VALUE ZEROES.
        01 WS-CANCELADOS-ANYO         PIC 9(05) VALUE ZEROES.
      *    Conciliacion con la cuenta de prestamos al personal.
        01 WS-CUENTA-PRESTAMOS        PIC 9(06) VALUE 999984.
        01 WS-LIBRO-CENT              PIC S9(13) VALUE ZEROES.
        01 WS-MAYOR-CENT              PIC S9(13) VALUE ZEROES.
        01 WS-DIFERENCIA-CENT         PIC S9(13) VALUE ZEROES.
        01 WS-POSTEOS-CUENTA          PIC 9(07) VALUE ZEROES.
        01 WS-POSTEOS-DIVISA          PIC 9(07) VALUE ZEROES.
        01 WS-POSTEOS-SIN-NATURALEZA  PIC 9(07) VALUE ZEROES.
        01 WS-IMPORTE                 PIC S9(11)V99 VALUE ZEROES.
        01 WS-ED-PRINCIPAL            PIC Z(06)9.99.
        01 WS-ED-TASA                 PIC Z9.9999.
        01 WS-ED-CUOTA                PIC Z(06)9.99.
        01 WS-ED-SALDO                PIC Z(06)9.99.
        01 WS-ED-MORA                 PIC Z(06)9.99.
        01 WS-ED-TOTAL                PIC Z(10)9.99-.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.

            PERFORM CARGA-PRESTAMOS.
            IF PRESTAMOS-LLENO
                DISPLAY '*** PRESTAMO.DAT MAYOR QUE LA TABLA (2000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-CATALOGO.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM136 - LIBRO DE PRESTAMOS AL PERSONAL  PERIODO: '
                   WS-PERIODO '  FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EMPLEADO NOMBRE Y APELLIDO     NUMERO  T E  PRINCIP'
                   'AL    TASA      CUOTA PAG/CUO      SALDO MOR    EN '
                   'MORA OBSERVACIONES'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                    UNTIL WS-OR-IDX > WS-TOTAL-ORDEN
                IF TOR-ID-EMPLEADO(WS-OR-IDX) NOT = WS-EMPLEADO-ACTUAL
                    PERFORM CIERRA-EMPLEADO
                    PERFORM ABRE-EMPLEADO
                END-IF
                MOVE TPR-REGISTRO(TOR-PRESTAMO(WS-OR-IDX))
                                       TO PRESTAMO-REC
                PERFORM LISTA-PRESTAMO
            END-PERFORM.
            PERFORM CIERRA-EMPLEADO.
            CLOSE PERSONA-FILE.

            PERFORM SALDO-DEL-MAYOR.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-DIFERENCIA-CENT NOT = ZEROES
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'PRESTAMOS LISTADOS: ' WS-TOTAL-ORDEN.
            DISPLAY 'PRESTAMOS EN MORA: ' WS-PRESTAMOS-MORA.
            DISPLAY 'DIFERENCIA CON EL MAYOR (CENTIMOS): '
                    WS-DIFERENCIA-CENT.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM136.PRT'.
            STOP RUN.

      *    Nombre y situacion del empleado de los prestamos que
      *    siguen.
       ABRE-EMPLEADO.
            MOVE TOR-ID-EMPLEADO(WS-OR-IDX) TO WS-EMPLEADO-ACTUAL.
            MOVE ZEROES                TO WS-EMP-PRESTAMOS
                                          WS-EMP-SALDO
                                          WS-EMP-MORA.
            MOVE 'N'                   TO WS-BAJA-SW.
            MOVE WS-EMPLEADO-ACTUAL    TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE '*** NO EN PERSONA ***' TO WS-NOMBRE-ACTUAL
                NOT INVALID KEY
                    MOVE SPACES        TO WS-NOMBRE-ACTUAL
                    STRING NOMBRE ' ' P-APELLIDO
                           DELIMITED BY SIZE INTO WS-NOMBRE-ACTUAL
                    END-STRING
                    IF P-TERMINADO
                        SET EMPLEADO-DE-BAJA TO TRUE
                    END-IF
            END-READ.

      *    Total del empleado cuando tiene mas de un prestamo.
       CIERRA-EMPLEADO.
            IF WS-EMP-PRESTAMOS < 2
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-EMP-SALDO          TO WS-ED-SALDO.
            MOVE WS-EMP-MORA           TO WS-ED-MORA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '         TOTAL EMPLEADO ' WS-EMPLEADO-ACTUAL
                   '                                                  '
                   WS-ED-SALDO '     ' WS-ED-MORA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Linea del prestamo con su mora: cuotas vencidas desde el
      *    inicio del plan hasta el mes, sin pasar del plan, menos
      *    las cobradas.
       LISTA-PRESTAMO.
            ADD 1                      TO WS-EMP-PRESTAMOS.
            MOVE ZEROES                TO WS-CUOTAS-MORA
                                          WS-IMPORTE-MORA.
            MOVE SPACES                TO WS-OBSERVACION.
            IF PR-PENDIENTE-ABONO
                ADD 1                  TO WS-PENDIENTES-ABONO
                ADD PR-PRINCIPAL       TO WS-PRINCIPAL-PENDIENTE
                MOVE 'PENDIENTE DE ABONO' TO WS-OBSERVACION
            ELSE
                PERFORM CALCULA-MORA
                IF PR-ANTICIPO
                    ADD 1              TO WS-VIVOS-ANTICIPO
                    ADD PR-SALDO       TO WS-SALDO-ANTICIPO
                ELSE
                    ADD 1              TO WS-VIVOS-PRESTAMO
                    ADD PR-SALDO       TO WS-SALDO-PRESTAMO
                END-IF
                ADD PR-SALDO           TO WS-EMP-SALDO
                COMPUTE WS-LIBRO-CENT = WS-LIBRO-CENT + PR-SALDO * 100
                IF PR-CANCELAR-EN-NOMINA
                    MOVE 'CANCELA EN NOMINA' TO WS-OBSERVACION
                END-IF
                IF EMPLEADO-DE-BAJA
                    ADD 1              TO WS-PRESTAMOS-BAJA
                    ADD PR-SALDO       TO WS-SALDO-BAJA
                    MOVE 'BAJA - COBRO DIRECTO' TO WS-OBSERVACION
                END-IF
            END-IF.
            MOVE PR-PRINCIPAL          TO WS-ED-PRINCIPAL.
            MOVE PR-TASA               TO WS-ED-TASA.
            MOVE PR-CUOTA              TO WS-ED-CUOTA.
            MOVE PR-SALDO              TO WS-ED-SALDO.
            MOVE WS-IMPORTE-MORA       TO WS-ED-MORA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING PR-ID-EMPLEADO '  ' WS-NOMBRE-ACTUAL ' '
                   PR-NUMERO ' ' PR-TIPO ' ' PR-ESTADO ' '
                   WS-ED-PRINCIPAL ' ' WS-ED-TASA ' ' WS-ED-CUOTA ' '
                   PR-CUOTAS-PAGADAS '/' PR-CUOTAS ' ' WS-ED-SALDO ' '
                   WS-CUOTAS-MORA ' ' WS-ED-MORA ' ' WS-OBSERVACION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CALCULA-MORA.
            MOVE PR-PERIODO-INICIO     TO WS-PERIODO-INICIO.
            IF WS-PERIODO-INICIO > WS-PERIODO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-MESES-VENCIDOS =
                    (WS-PER-ANYO * 12 + WS-PER-MES)
                  - (WS-INI-ANYO * 12 + WS-INI-MES) + 1.
            IF WS-MESES-VENCIDOS > PR-CUOTAS
                MOVE PR-CUOTAS         TO WS-MESES-VENCIDOS
            END-IF.
            IF WS-MESES-VENCIDOS NOT > PR-CUOTAS-PAGADAS
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-CUOTAS-MORA =
                    WS-MESES-VENCIDOS - PR-CUOTAS-PAGADAS.
            COMPUTE WS-IMPORTE-MORA = WS-CUOTAS-MORA * PR-CUOTA.
            IF WS-IMPORTE-MORA > PR-SALDO
                MOVE PR-SALDO          TO WS-IMPORTE-MORA
            END-IF.
            ADD 1                      TO WS-PRESTAMOS-MORA.
            ADD WS-IMPORTE-MORA        TO WS-TOTAL-MORA
                                          WS-EMP-MORA.

      *    Saldo de la cuenta de prestamos segun el historico de
      *    posteos, con el signo de la naturaleza del codigo.
       SALDO-DEL-MAYOR.
            OPEN INPUT ARCHIVO-FILE.
            IF WS-ARCHIVO-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ ARCHIVO-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-POSTEO
                    END-READ
                END-PERFORM
                CLOSE ARCHIVO-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            OPEN INPUT HISTORIA-FILE.
            IF WS-HISTORIA-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ HISTORIA-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-POSTEO
                    END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
            COMPUTE WS-DIFERENCIA-CENT = WS-LIBRO-CENT - WS-MAYOR-CENT.

       ANOTA-POSTEO.
            IF TL-CUENTA NOT = WS-CUENTA-PRESTAMOS
               OR SUM3 OF TRANLEDG-REC IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF NOT TL-MONEDA-BASE
                ADD 1                  TO WS-POSTEOS-DIVISA
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-NATURALEZA.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-TOTAL-CATALOGO
                IF TCD-CODIGO(WS-CD-IDX) = TL-CODIGO
                    MOVE TCD-NATURALEZA(WS-CD-IDX) TO WS-NATURALEZA
                END-IF
            END-PERFORM.
            IF WS-NATURALEZA NOT = 'D' AND WS-NATURALEZA NOT = 'H'
                ADD 1                  TO WS-POSTEOS-SIN-NATURALEZA
                EXIT PARAGRAPH
            END-IF.
            IF TL-REVERSO
                IF WS-NATURALEZA = 'D'
                    MOVE 'H'           TO WS-NATURALEZA
                ELSE
                    MOVE 'D'           TO WS-NATURALEZA
                END-IF
            END-IF.
            IF WS-NATURALEZA = 'D'
                ADD SUM3 OF TRANLEDG-REC TO WS-MAYOR-CENT
            ELSE
                SUBTRACT SUM3 OF TRANLEDG-REC FROM WS-MAYOR-CENT
            END-IF.
            ADD 1                      TO WS-POSTEOS-CUENTA.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-SALDO-PRESTAMO     TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'PRESTAMOS VIVOS:            ' WS-VIVOS-PRESTAMO
                   '  SALDO: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-SALDO-ANTICIPO     TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'ANTICIPOS VIVOS:            ' WS-VIVOS-ANTICIPO
                   '  SALDO: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-TOTAL-MORA         TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CON CUOTAS EN MORA:         ' WS-PRESTAMOS-MORA
                   '  IMPORTE: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-SALDO-BAJA         TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'VIVOS DE EMPLEADOS DE BAJA: ' WS-PRESTAMOS-BAJA
                   '  SALDO: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-PRINCIPAL-PENDIENTE TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'PENDIENTES DE ABONO:        ' WS-PENDIENTES-ABONO
                   '  PRINCIPAL: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CANCELADOS EN ' WS-PER-ANYO ':         '
                   WS-CANCELADOS-ANYO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            COMPUTE WS-IMPORTE = WS-LIBRO-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CONCILIACION - SALDO DEL LIBRO (VIVOS):    '
                   WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            COMPUTE WS-IMPORTE = WS-MAYOR-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '               SALDO DE LA CUENTA '
                   WS-CUENTA-PRESTAMOS ':    ' WS-ED-TOTAL
                   '  (' WS-POSTEOS-CUENTA ' POSTEOS)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF WS-DIFERENCIA-CENT = ZEROES
                STRING '               EL LIBRO CUADRA CON EL MAYOR'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                COMPUTE WS-IMPORTE = WS-DIFERENCIA-CENT / 100
                MOVE WS-IMPORTE        TO WS-ED-TOTAL
                STRING '*** DIFERENCIA LIBRO - MAYOR:              '
                       WS-ED-TOTAL ' - REVISAR ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.
            IF WS-POSTEOS-DIVISA > ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** AVISO: ' WS-POSTEOS-DIVISA
                       ' POSTEOS EN DIVISA A LA CUENTA '
                       WS-CUENTA-PRESTAMOS ' NO SUMADOS ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            IF WS-POSTEOS-SIN-NATURALEZA > ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** AVISO: ' WS-POSTEOS-SIN-NATURALEZA
                       ' POSTEOS A LA CUENTA ' WS-CUENTA-PRESTAMOS
                       ' CON CODIGO SIN NATURALEZA EN TRANCODC - '
                       'NO SUMADOS ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

      *    Carga PRESTAMO.DAT y ordena por empleado y numero los
      *    prestamos vivos y pendientes de abono.
       CARGA-PRESTAMOS.
            OPEN INPUT PRESTAMO-FILE.
            IF WS-PRESTAMO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PRESTAMO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PRESTAMOS < 2000
                                ADD 1     TO WS-TOTAL-PRESTAMOS
                                MOVE PRESTAMO-REC TO
                                     TPR-REGISTRO(WS-TOTAL-PRESTAMOS)
                                PERFORM ORDENA-PRESTAMO
                            ELSE
                                SET PRESTAMOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESTAMO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ORDENA-PRESTAMO.
            IF PR-CANCELADO
                IF PR-FECHA-CANCELACION(1:4) = WS-PER-ANYO
                    ADD 1              TO WS-CANCELADOS-ANYO
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE PR-ID-EMPLEADO        TO WS-CP-ID-EMPLEADO.
            MOVE PR-NUMERO             TO WS-CP-NUMERO.
            ADD 1                      TO WS-TOTAL-ORDEN.
            MOVE WS-TOTAL-ORDEN        TO WS-OR-FILA.
            PERFORM UNTIL WS-OR-FILA = 1
                IF TOR-CLAVE(WS-OR-FILA - 1) > WS-CLAVE-PRESTAMO
                    MOVE TOR-FILA(WS-OR-FILA - 1)
                                       TO TOR-FILA(WS-OR-FILA)
                    SUBTRACT 1         FROM WS-OR-FILA
                ELSE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            MOVE WS-CLAVE-PRESTAMO     TO TOR-CLAVE(WS-OR-FILA).
            MOVE WS-TOTAL-PRESTAMOS    TO TOR-PRESTAMO(WS-OR-FILA).

       CARGA-CATALOGO.
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
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
