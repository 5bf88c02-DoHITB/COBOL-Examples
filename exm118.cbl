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
      * EXM118 - month-end cost-center allocation.  Rent, IT and      *
      * utilities post to shared accounts and the split by            *
      * DM-CENTRO-COSTE was a spreadsheet nobody but finance saw.     *
      * For every shared account in REPARTO.DAT (EXM117) this takes   *
      * the month's net charges off TRANHISTA/TRANHIST (postings less *
      * reversals, base-currency images; the month is the PARM        *
      * AAAAMM or the shop date's month) and spreads them over the    *
      * departments on the rule's basis -- active headcount off       *
      * PERSONA.DAT, payroll gross off EXM29DEP.DAT, or the fixed     *
      * percentages.  Shares are truncated to the unit and the        *
      * rounding remainder goes to the department with the largest    *
      * basis, so the spread always equals the charge.                *
      * Output is EXM118OUT.DAT, a branch-feed-shaped batch (43       *
      * bytes, HDR/TRL, hash on TL-CUENTA) for the EXM57 pseudo-      *
      * branch slot 'REP': one code-93 charge per department on its   *
      * DEPCTA.DAT expense account and one code-94 relief on the      *
      * shared account, dated the last day of the month -- debits     *
      * equal credits by construction and the run proves it.  An      *
      * account whose month already carries code-94 relief, whose     *
      * fixed rows do not total 100.00, whose basis is zero or which  *
      * names a department without a DEPCTA account is refused whole  *
      * and listed.  The schedule (EXM118.PRT) shows basis, share     *
      * and amount per department and cost center.  RC 4 when any     *
      * account is refused or images were skipped for currency.       *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM118.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPARTO-FILE ASSIGN TO "REPARTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RR-CLAVE
               FILE STATUS IS WS-REPARTO-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT DEPNOM-FILE ASSIGN TO "EXM29DEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPNOM-STATUS.
           SELECT ARCHIVO-FILE ASSIGN TO "TRANHISTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM118OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM118.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPARTO-FILE.
           COPY "reparto.cpy".

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  DEPCTA-FILE.
        01 DEPCTA-REC.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  DEPNOM-FILE.
           COPY "depnom.cpy".

       FD  ARCHIVO-FILE.
        01 ARCHIVO-REC                PIC X(55).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(55).

      *    Lote del reparto en forma de feed de sucursal (43 bytes;
      *    la sucursal la estampa EXM57).
       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-REPARTO-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPNOM-STATUS           PIC X(02) VALUE '00'.
        01 WS-ARCHIVO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 WS-FECHA-CARGO             PIC 9(08) VALUE ZEROES.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
      *    Codigos del lote: cargo al departamento y abono a la
      *    cuenta compartida (TRANCODC 93 'D' y 94 'H').
        01 WS-CODIGO-CARGO            PIC 9(02) VALUE 93.
        01 WS-CODIGO-ABONO            PIC 9(02) VALUE 94.
      *    Departamentos con su cuenta de gasto y sus dos bases.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 100 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-NOMBRE           PIC X(20).
              03 TDE-CENTRO           PIC X(06).
              03 TDE-ACTIVO           PIC X(01).
              03 TDE-CUENTA           PIC 9(06).
              03 TDE-PLANTILLA        PIC 9(06).
              03 TDE-NOMINA           PIC 9(11).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-FECHA-NOMINA            PIC 9(08) VALUE ZEROES.
      *    Reglas de REPARTO.DAT en orden de clave.
        01 WS-TOTAL-REGLAS            PIC 9(04) VALUE ZEROES.
        01 TABLA-REGLAS.
           02 TRG-FILA OCCURS 1000 TIMES.
              03 TRG-CUENTA           PIC 9(06).
              03 TRG-DEPARTAMENTO     PIC 9(03).
              03 TRG-BASE             PIC X(01).
              03 TRG-PORCENTAJE       PIC 9(03)V99.
        01 WS-RG-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-RG-INICIO               PIC 9(04) VALUE ZEROES.
        01 WS-RG-FIN                  PIC 9(04) VALUE ZEROES.
      *    Cuentas compartidas y su cargo neto del mes.
        01 WS-TOTAL-COMPARTIDAS       PIC 9(03) VALUE ZEROES.
        01 TABLA-COMPARTIDAS.
           02 TCP-FILA OCCURS 200 TIMES.
              03 TCP-CUENTA           PIC 9(06).
              03 TCP-CARGO            PIC S9(13).
              03 TCP-REPARTIDA        PIC X(01).
        01 WS-CP-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-DIVISA            PIC 9(06) VALUE ZEROES.
      *    Participantes de la cuenta en curso.
        01 WS-TOTAL-PARTES            PIC 9(03) VALUE ZEROES.
        01 TABLA-PARTES.
           02 TPA-FILA OCCURS 100 TIMES.
              03 TPA-DEPTO-IDX        PIC 9(03).
              03 TPA-BASE             PIC 9(11)V99.
              03 TPA-IMPORTE          PIC 9(13).
        01 WS-PA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PA-MAYOR                PIC 9(03) VALUE ZEROES.
        01 WS-BASE-CUENTA             PIC X(01) VALUE SPACES.
        01 WS-BASE-TOTAL              PIC 9(13)V99 VALUE ZEROES.
        01 WS-BASE-VALOR              PIC 9(11)V99 VALUE ZEROES.
        01 WS-CARGO                   PIC S9(13) VALUE ZEROES.
        01 WS-REPARTIDO               PIC 9(13) VALUE ZEROES.
        01 WS-RESTO                   PIC 9(13) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 WS-TODOS-SW                PIC X(01) VALUE 'N'.
           88 REPARTE-A-TODOS                    VALUE 'Y'.
      *    Lote y prueba de cuadre.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-DEBE              PIC 9(15) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(15) VALUE ZEROES.
        01 WS-TOTAL-REPARTIDAS        PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(03) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC -(12)9.
        01 WS-ED-BASE                 PIC Z(10)9.99.
        01 WS-ED-CUOTA                PIC ZZ9.9999.
        01 WS-CUOTA                   PIC 9(03)V9(04) VALUE ZEROES.
        01 WS-ED-TOTAL-1              PIC Z(14)9.
        01 WS-ED-TOTAL-2              PIC Z(14)9.
        01 WS-TEXTO-BASE              PIC X(20) VALUE SPACES.
           COPY "hdrtrl.cpy".
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM(1:6) IS NUMERIC
                MOVE WS-PARM(1:6)      TO WS-PERIODO
            ELSE
                MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
            END-IF.
            IF WS-PER-MES < 1 OR WS-PER-MES > 12
                DISPLAY '*** PERIODO INVALIDO: ' WS-PERIODO ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CALCULA-ULTIMO-DIA.

            OPEN INPUT REPARTO-FILE.
            IF WS-REPARTO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR REPARTO.DAT - '
                        'STATUS: ' WS-REPARTO-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-REGLAS.
            CLOSE REPARTO-FILE.

            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-DEPCTA.
            PERFORM CUENTA-PLANTILLA.
            PERFORM CARGA-NOMINA.
            PERFORM ACUMULA-CARGOS.

            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM118  '            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.

            PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                    UNTIL WS-CP-IDX > WS-TOTAL-COMPARTIDAS
                PERFORM REPARTE-CUENTA
            END-PERFORM.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.

            PERFORM IMPRIME-CUADRE.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE 8                 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-DIVISA > 0
                    MOVE 4             TO RETURN-CODE
                END-IF
            END-IF.
            DISPLAY 'CUENTAS REPARTIDAS: '  WS-TOTAL-REPARTIDAS.
            DISPLAY 'CUENTAS RECHAZADAS: '  WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM118.PRT'.
            STOP RUN.

      *    Ultimo dia del mes del reparto, fecha de los posteos.
       CALCULA-ULTIMO-DIA.
            EVALUATE WS-PER-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                WHEN 10 WHEN 12
                    MOVE 31            TO DIAS-EN-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30            TO DIAS-EN-MES
                WHEN 2
                    IF FUNCTION MOD(WS-PER-ANYO, 400) = 0
                       OR (FUNCTION MOD(WS-PER-ANYO, 4) = 0 AND
                           FUNCTION MOD(WS-PER-ANYO, 100) NOT = 0)
                        MOVE 29        TO DIAS-EN-MES
                    ELSE
                        MOVE 28        TO DIAS-EN-MES
                    END-IF
            END-EVALUATE.
            COMPUTE WS-FECHA-CARGO = WS-PERIODO * 100 + DIAS-EN-MES.

       CARGA-REGLAS.
            PERFORM UNTIL FIN-CARGA
                READ REPARTO-FILE NEXT
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        PERFORM ANOTA-REGLA
                END-READ
            END-PERFORM.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-REGLA.
            IF WS-TOTAL-REGLAS >= 1000
                DISPLAY '*** TABLA DE REGLAS LLENA - SE IGNORA '
                        RR-CLAVE ' ***'
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-REGLAS.
            MOVE RR-CUENTA-ORIGEN      TO TRG-CUENTA(WS-TOTAL-REGLAS).
            MOVE RR-DEPARTAMENTO       TO
                 TRG-DEPARTAMENTO(WS-TOTAL-REGLAS).
            MOVE RR-BASE               TO TRG-BASE(WS-TOTAL-REGLAS).
            MOVE RR-PORCENTAJE         TO
                 TRG-PORCENTAJE(WS-TOTAL-REGLAS).
            IF WS-TOTAL-COMPARTIDAS > 0
                IF TCP-CUENTA(WS-TOTAL-COMPARTIDAS) = RR-CUENTA-ORIGEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TOTAL-COMPARTIDAS < 200
                ADD 1                  TO WS-TOTAL-COMPARTIDAS
                MOVE RR-CUENTA-ORIGEN  TO
                     TCP-CUENTA(WS-TOTAL-COMPARTIDAS)
                MOVE ZEROES            TO
                     TCP-CARGO(WS-TOTAL-COMPARTIDAS)
                MOVE 'N'               TO
                     TCP-REPARTIDA(WS-TOTAL-COMPARTIDAS)
            END-IF.

       CARGA-DEPTOS.
            OPEN INPUT DEPTO-FILE.
            IF WS-DEPTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-DEPTOS < 100
                                ADD 1    TO WS-TOTAL-DEPTOS
                                MOVE DM-CODIGO TO
                                     TDE-CODIGO(WS-TOTAL-DEPTOS)
                                MOVE DM-NOMBRE TO
                                     TDE-NOMBRE(WS-TOTAL-DEPTOS)
                                MOVE DM-CENTRO-COSTE TO
                                     TDE-CENTRO(WS-TOTAL-DEPTOS)
                                MOVE DM-ACTIVO TO
                                     TDE-ACTIVO(WS-TOTAL-DEPTOS)
                                MOVE ZEROES TO
                                     TDE-CUENTA(WS-TOTAL-DEPTOS)
                                     TDE-PLANTILLA(WS-TOTAL-DEPTOS)
                                     TDE-NOMINA(WS-TOTAL-DEPTOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-DEPCTA.
            OPEN INPUT DEPCTA-FILE.
            IF WS-DEPCTA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPCTA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                                IF TDE-CODIGO(WS-DE-IDX) =
                                   DC-DEPARTAMENTO
                                    MOVE DC-CUENTA TO
                                         TDE-CUENTA(WS-DE-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE DEPCTA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Plantilla activa por departamento.
       CUENTA-PLANTILLA.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PERSONA-FILE NEXT
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF P-ACTIVO
                            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                                IF TDE-CODIGO(WS-DE-IDX) =
                                   P-DEPARTAMENTO
                                    ADD 1 TO TDE-PLANTILLA(WS-DE-IDX)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERSONA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Bruto de la ultima nomina por departamento (EXM29).
       CARGA-NOMINA.
            OPEN INPUT DEPNOM-FILE.
            IF WS-DEPNOM-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ DEPNOM-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        MOVE DN-FECHA    TO WS-FECHA-NOMINA
                        PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                                UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                            IF TDE-CODIGO(WS-DE-IDX) =
                               DN-DEPARTAMENTO
                                ADD DN-BRUTO-CENT TO
                                    TDE-NOMINA(WS-DE-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            CLOSE DEPNOM-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Cargo neto del mes en cada cuenta compartida.
       ACUMULA-CARGOS.
            OPEN INPUT ARCHIVO-FILE.
            IF WS-ARCHIVO-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ ARCHIVO-FILE INTO TRANLEDG-REC
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            PERFORM ANOTA-CARGO
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
                            PERFORM ANOTA-CARGO
                    END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.

       ANOTA-CARGO.
            IF TL-FECHA(1:6) NOT = WS-PERIODO
               OR SUM3 OF TRANLEDG-REC IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                    UNTIL WS-CP-IDX > WS-TOTAL-COMPARTIDAS
                IF TCP-CUENTA(WS-CP-IDX) = TL-CUENTA
                    PERFORM SUMA-CARGO
                    MOVE WS-TOTAL-COMPARTIDAS TO WS-CP-IDX
                END-IF
            END-PERFORM.

       SUMA-CARGO.
            IF TL-CODIGO = WS-CODIGO-ABONO
                MOVE 'Y'               TO TCP-REPARTIDA(WS-CP-IDX)
                EXIT PARAGRAPH
            END-IF.
            IF NOT TL-MONEDA-BASE
                ADD 1                  TO WS-TOTAL-DIVISA
                EXIT PARAGRAPH
            END-IF.
            IF TL-REVERSO
                SUBTRACT SUM3 OF TRANLEDG-REC FROM TCP-CARGO(WS-CP-IDX)
            ELSE
                ADD SUM3 OF TRANLEDG-REC TO TCP-CARGO(WS-CP-IDX)
            END-IF.

      *    Reparto de una cuenta compartida: participantes, bases,
      *    cuotas truncadas y resto al de mayor base.
       REPARTE-CUENTA.
            MOVE TCP-CARGO(WS-CP-IDX)  TO WS-CARGO.
            MOVE SPACES                TO WS-MOTIVO.
            PERFORM LOCALIZA-REGLAS.
            MOVE TRG-BASE(WS-RG-INICIO) TO WS-BASE-CUENTA.
            EVALUATE TRUE
                WHEN TCP-REPARTIDA(WS-CP-IDX) = 'Y'
                    MOVE 'MES YA REPARTIDO (HAY CODIGO 94)'
                                       TO WS-MOTIVO
                WHEN WS-CARGO NOT > 0
                    MOVE 'SIN CARGO NETO EN EL MES' TO WS-MOTIVO
                WHEN WS-CARGO > 999999999
                    MOVE 'CARGO EXCEDE EL CAMPO SUM3' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO = SPACES
                PERFORM MONTA-PARTICIPANTES
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                PERFORM IMPRIME-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CALCULA-CUOTAS.
            PERFORM GRABA-LOTE-CUENTA.
            PERFORM IMPRIME-CUENTA.
            ADD 1                      TO WS-TOTAL-REPARTIDAS.

       LOCALIZA-REGLAS.
            MOVE ZEROES                TO WS-RG-INICIO WS-RG-FIN.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-TOTAL-REGLAS
                IF TRG-CUENTA(WS-RG-IDX) = TCP-CUENTA(WS-CP-IDX)
                    IF WS-RG-INICIO = 0
                        MOVE WS-RG-IDX TO WS-RG-INICIO
                    END-IF
                    MOVE WS-RG-IDX     TO WS-RG-FIN
                END-IF
            END-PERFORM.

       MONTA-PARTICIPANTES.
            MOVE ZEROES                TO WS-TOTAL-PARTES
                                          WS-BASE-TOTAL.
            MOVE 'N'                   TO WS-TODOS-SW.
            PERFORM VARYING WS-RG-IDX FROM WS-RG-INICIO BY 1
                    UNTIL WS-RG-IDX > WS-RG-FIN
                IF TRG-DEPARTAMENTO(WS-RG-IDX) = 0
                    SET REPARTE-A-TODOS TO TRUE
                END-IF
            END-PERFORM.
            IF REPARTE-A-TODOS
                PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                        UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                    IF TDE-ACTIVO(WS-DE-IDX) = 'A'
                        PERFORM ANOTA-PARTICIPANTE
                    END-IF
                END-PERFORM
            ELSE
                PERFORM VARYING WS-RG-IDX FROM WS-RG-INICIO BY 1
                        UNTIL WS-RG-IDX > WS-RG-FIN
                    PERFORM BUSCA-DEPTO-REGLA
                    IF WS-MOTIVO NOT = SPACES
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM ANOTA-PARTICIPANTE
                END-PERFORM
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-BASE-CUENTA = 'F' AND WS-BASE-TOTAL NOT = 100
                MOVE 'PORCENTAJES FIJOS NO SUMAN 100.00'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PARTES = 0 OR WS-BASE-TOTAL = 0
                MOVE 'BASE DE REPARTO A CERO' TO WS-MOTIVO
            END-IF.

       BUSCA-DEPTO-REGLA.
            MOVE ZEROES                TO WS-DE-IDX.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-PA-IDX) = TRG-DEPARTAMENTO(WS-RG-IDX)
                    MOVE WS-PA-IDX     TO WS-DE-IDX
                END-IF
            END-PERFORM.
            IF WS-DE-IDX = 0
                MOVE SPACES            TO WS-MOTIVO
                STRING 'DEPARTAMENTO ' TRG-DEPARTAMENTO(WS-RG-IDX)
                       ' NO ESTA EN DEPTOS'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
            END-IF.

      *    Un departamento con base positiva entra en el reparto;
      *    sin cuenta de gasto en DEPCTA se rechaza la cuenta entera.
       ANOTA-PARTICIPANTE.
            EVALUATE WS-BASE-CUENTA
                WHEN 'H'
                    MOVE TDE-PLANTILLA(WS-DE-IDX) TO WS-BASE-VALOR
                WHEN 'N'
                    COMPUTE WS-BASE-VALOR =
                            TDE-NOMINA(WS-DE-IDX) / 100
                WHEN OTHER
                    MOVE TRG-PORCENTAJE(WS-RG-IDX) TO WS-BASE-VALOR
            END-EVALUATE.
            IF WS-BASE-VALOR = 0
                EXIT PARAGRAPH
            END-IF.
            IF TDE-CUENTA(WS-DE-IDX) = 0
                MOVE SPACES            TO WS-MOTIVO
                STRING 'DEPARTAMENTO ' TDE-CODIGO(WS-DE-IDX)
                       ' SIN CUENTA DE GASTO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PARTES >= 100
                MOVE 'DEMASIADOS DEPARTAMENTOS' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-PARTES.
            MOVE WS-DE-IDX             TO
                 TPA-DEPTO-IDX(WS-TOTAL-PARTES).
            MOVE WS-BASE-VALOR         TO TPA-BASE(WS-TOTAL-PARTES).
            ADD WS-BASE-VALOR          TO WS-BASE-TOTAL.

       CALCULA-CUOTAS.
            MOVE ZEROES                TO WS-REPARTIDO.
            MOVE 1                     TO WS-PA-MAYOR.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-PARTES
                COMPUTE TPA-IMPORTE(WS-PA-IDX) =
                        WS-CARGO * TPA-BASE(WS-PA-IDX) / WS-BASE-TOTAL
                ADD TPA-IMPORTE(WS-PA-IDX) TO WS-REPARTIDO
                IF TPA-BASE(WS-PA-IDX) > TPA-BASE(WS-PA-MAYOR)
                    MOVE WS-PA-IDX     TO WS-PA-MAYOR
                END-IF
            END-PERFORM.
            COMPUTE WS-RESTO = WS-CARGO - WS-REPARTIDO.
            ADD WS-RESTO               TO TPA-IMPORTE(WS-PA-MAYOR).

       GRABA-LOTE-CUENTA.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-PARTES
                IF TPA-IMPORTE(WS-PA-IDX) > 0
                    MOVE TPA-DEPTO-IDX(WS-PA-IDX) TO WS-DE-IDX
                    MOVE TDE-CUENTA(WS-DE-IDX) TO TL-CUENTA
                    MOVE WS-CODIGO-CARGO TO TL-CODIGO
                    MOVE TPA-IMPORTE(WS-PA-IDX) TO
                         SUM3 OF TRANLEDG-REC
                    PERFORM GRABA-POSTEO
                    ADD TPA-IMPORTE(WS-PA-IDX) TO WS-TOTAL-DEBE
                END-IF
            END-PERFORM.
            MOVE TCP-CUENTA(WS-CP-IDX) TO TL-CUENTA.
            MOVE WS-CODIGO-ABONO       TO TL-CODIGO.
            MOVE WS-CARGO              TO SUM3 OF TRANLEDG-REC.
            PERFORM GRABA-POSTEO.
            ADD WS-CARGO               TO WS-TOTAL-HABER.

       GRABA-POSTEO.
            MOVE WS-FECHA-CARGO        TO TL-FECHA.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE 'P'                   TO TL-TIPO.
            MOVE 'EUR'                 TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)    TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA              TO WS-LOTE-HASH.

       IMPRIME-CABECERA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'REPARTO DE GASTO COMPARTIDO POR CENTRO DE COSTE - '
                   'MES ' WS-PERIODO ' - POSTEO ' WS-FECHA-CARGO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'NOMINA BASE (EXM29DEP.DAT) DEL ' WS-FECHA-NOMINA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-CUENTA.
            EVALUATE WS-BASE-CUENTA
                WHEN 'H' MOVE 'PLANTILLA ACTIVA'   TO WS-TEXTO-BASE
                WHEN 'N' MOVE 'NOMINA BRUTA'       TO WS-TEXTO-BASE
                WHEN OTHER MOVE 'PORCENTAJE FIJO'  TO WS-TEXTO-BASE
            END-EVALUATE.
            MOVE WS-CARGO              TO WS-ED-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CUENTA COMPARTIDA ' TCP-CUENTA(WS-CP-IDX)
                   '  BASE: ' WS-TEXTO-BASE
                   '  CARGO DEL MES: ' WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  DEP NOMBRE               CCOSTE          BASE'
                   '     CUOTA%       IMPORTE CUENTA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-PARTES
                MOVE TPA-DEPTO-IDX(WS-PA-IDX) TO WS-DE-IDX
                MOVE TPA-BASE(WS-PA-IDX) TO WS-ED-BASE
                COMPUTE WS-CUOTA ROUNDED =
                        TPA-BASE(WS-PA-IDX) * 100 / WS-BASE-TOTAL
                MOVE WS-CUOTA          TO WS-ED-CUOTA
                MOVE TPA-IMPORTE(WS-PA-IDX) TO WS-ED-IMPORTE
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  ' TDE-CODIGO(WS-DE-IDX) ' '
                       TDE-NOMBRE(WS-DE-IDX) ' '
                       TDE-CENTRO(WS-DE-IDX) ' '
                       WS-ED-BASE ' ' WS-ED-CUOTA ' '
                       WS-ED-IMPORTE ' ' TDE-CUENTA(WS-DE-IDX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.

       IMPRIME-RECHAZO.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '*** CUENTA COMPARTIDA ' TCP-CUENTA(WS-CP-IDX)
                   ' NO REPARTIDA: ' WS-MOTIVO ' ***'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-CUADRE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-TOTAL-DEBE         TO WS-ED-TOTAL-1.
            MOVE WS-TOTAL-HABER        TO WS-ED-TOTAL-2.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CUADRE DEL LOTE  CARGOS 93: ' WS-ED-TOTAL-1
                   '  ABONOS 94: ' WS-ED-TOTAL-2
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE '*** EL LOTE NO CUADRA - NO LIBERAR ***'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            IF WS-TOTAL-DIVISA > 0
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** ' WS-TOTAL-DIVISA ' MOVIMIENTOS EN DIVISA'
                       ' EXCLUIDOS DEL CARGO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'REGISTROS DEL LOTE: ' WS-LOTE-REGISTROS
                   '  CUENTAS REPARTIDAS: ' WS-TOTAL-REPARTIDAS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
