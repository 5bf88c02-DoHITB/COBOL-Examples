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
      * EXM117 - cost-center allocation rule maintenance, same card-  *
      * deck style as EXM87 against REPARTO.DAT (copybooks/           *
      * reparto.cpy, keyed shared account + department):              *
      *   'A' alta    cuenta depto base porcentaje(999V99)            *
      *   'C' cambio  same columns, blank/zero keeps stored           *
      *   'B' baja    cuenta depto                                    *
      * The shared account must exist on CUENTAS.DAT and not be       *
      * closed; a named department must be active on DEPTOS.DAT and   *
      * mapped to an expense account in DEPCTA.DAT, or the month-end  *
      * spread would have nowhere to book.  Department 000 ("all")    *
      * is only for the headcount and payroll bases, and cannot sit   *
      * beside named rows of the same account; every row of one       *
      * account carries the same basis.  Every change writes before/  *
      * after images to REPAUD.DAT with the keying user from the      *
      * PARM.  The run closes with a pass over the fixed-percentage   *
      * rules and lists any account whose rows do not total 100.00    *
      * (RC 4) -- EXM118 refuses to spread such an account.           *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM117.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT REPARTO-FILE ASSIGN TO "REPARTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CLAVE
               FILE STATUS IS WS-REPARTO-STATUS.
           SELECT CUENTA-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUENTA
               FILE STATUS IS WS-CUENTA-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "REPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-CUENTA               PIC 9(06).
           02 TX-DEPARTAMENTO         PIC 9(03).
           02 TX-BASE                 PIC X(01).
           02 TX-PORCENTAJE           PIC 9(03)V99.

       FD  REPARTO-FILE.
           COPY "reparto.cpy".

       FD  CUENTA-FILE.
           COPY "cuenta.cpy".

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  DEPCTA-FILE.
        01 DEPCTA-REC.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 AU-FECHA                PIC 9(08).
           02 AU-HORA                 PIC 9(08).
           02 AU-TIPO-TX              PIC X(01).
           02 AU-IMAGEN               PIC X(01).
           02 AU-REPARTO              PIC X(41).
           02 AU-USUARIO              PIC X(08).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPARTO-STATUS          PIC X(02) VALUE '00'.
        01 WS-CUENTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APLICADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DESCUADRES        PIC 9(06) VALUE ZEROES.
      *    Departamentos activos con cuenta de gasto en DEPCTA.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 100 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-ACTIVO           PIC X(01).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPCTA.
           02 TDC-DEPARTAMENTO OCCURS 100 TIMES PIC 9(03).
        01 WS-DC-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DEPTO-OK-SW             PIC X(01) VALUE 'N'.
           88 DEPTO-OK                           VALUE 'Y'.
        01 WS-MAPEO-OK-SW             PIC X(01) VALUE 'N'.
           88 MAPEO-OK                           VALUE 'Y'.
      *    Resultado del repaso de las otras filas de la cuenta.
        01 WS-OTRAS-FILAS             PIC 9(04) VALUE ZEROES.
        01 WS-OTRA-BASE               PIC X(01) VALUE SPACES.
        01 WS-OTRA-TODOS-SW           PIC X(01) VALUE 'N'.
           88 HAY-FILA-TODOS                     VALUE 'Y'.
        01 WS-OTRA-NOMINAL-SW         PIC X(01) VALUE 'N'.
           88 HAY-FILA-NOMINAL                   VALUE 'Y'.
        01 WS-CLAVE-TARJETA           PIC X(09) VALUE SPACES.
        01 WS-BASE-FINAL              PIC X(01) VALUE SPACES.
        01 WS-PORC-FINAL              PIC 9(03)V99 VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Repaso final de los porcentajes fijos.
        01 WS-CUENTA-ANTERIOR         PIC 9(06) VALUE ZEROES.
        01 WS-SUMA-PORC               PIC 9(05)V99 VALUE ZEROES.
        01 WS-BASE-ANTERIOR           PIC X(01) VALUE SPACES.
        01 WS-ED-PORC                 PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.

            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-DEPCTA.
            OPEN I-O REPARTO-FILE.
            IF WS-REPARTO-STATUS = '35'
                OPEN OUTPUT REPARTO-FILE
                CLOSE REPARTO-FILE
                OPEN I-O REPARTO-FILE
            END-IF.
            OPEN INPUT CUENTA-FILE.
            IF WS-CUENTA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CUENTAS.DAT - '
                        'STATUS: ' WS-CUENTA-STATUS ' ***'
                CLOSE REPARTO-FILE
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

            PERFORM REPASA-PORCENTAJES.

            CLOSE ENTRADA-FILE.
            CLOSE REPARTO-FILE.
            CLOSE CUENTA-FILE.
            CLOSE AUDIT-FILE.

            IF WS-TOTAL-DESCUADRES > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '   WS-TOTAL-LEIDAS.
            DISPLAY 'APLICADAS: '         WS-TOTAL-APLICADAS.
            DISPLAY 'RECHAZADAS: '        WS-TOTAL-RECHAZADAS.
            DISPLAY 'CUENTAS FIJAS QUE NO SUMAN 100: '
                    WS-TOTAL-DESCUADRES.
            STOP RUN.

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
                                MOVE DM-ACTIVO TO
                                     TDE-ACTIVO(WS-TOTAL-DEPTOS)
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
                            IF WS-TOTAL-MAPEOS < 100
                                ADD 1    TO WS-TOTAL-MAPEOS
                                MOVE DC-DEPARTAMENTO TO
                                     TDC-DEPARTAMENTO(WS-TOTAL-MAPEOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPCTA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE ENTRADA-REC(2:9)      TO WS-CLAVE-TARJETA.
            IF TX-CUENTA IS NOT NUMERIC
               OR TX-DEPARTAMENTO IS NOT NUMERIC
                MOVE 'CUENTA O DEPARTAMENTO NO NUMERICO'
                                       TO WS-MOTIVO
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            IF TX-PORCENTAJE IS NOT NUMERIC
                MOVE ZEROES            TO TX-PORCENTAJE
            END-IF.
            EVALUATE TX-TIPO
                WHEN 'A'
                    PERFORM PROCESA-ALTA
                WHEN 'C'
                    PERFORM PROCESA-CAMBIO
                WHEN 'B'
                    PERFORM PROCESA-BAJA
                WHEN OTHER
                    MOVE 'TIPO DE TRANSACCION INVALIDO'
                                       TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
            END-EVALUATE.

       PROCESA-ALTA.
            MOVE TX-BASE               TO WS-BASE-FINAL.
            MOVE TX-PORCENTAJE         TO WS-PORC-FINAL.
            PERFORM VALIDA-REGLA.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CUENTA             TO RR-CUENTA-ORIGEN.
            MOVE TX-DEPARTAMENTO       TO RR-DEPARTAMENTO.
            READ REPARTO-FILE
                INVALID KEY
                    MOVE SPACES          TO REPARTO-REC
                    MOVE TX-CUENTA       TO RR-CUENTA-ORIGEN
                    MOVE TX-DEPARTAMENTO TO RR-DEPARTAMENTO
                    MOVE WS-BASE-FINAL   TO RR-BASE
                    MOVE WS-PORC-FINAL   TO RR-PORCENTAJE
                    MOVE WS-FECHA-HOY    TO RR-FECHA-ALTA
                    MOVE WS-USUARIO-AUDIT TO RR-USUARIO
                    WRITE REPARTO-REC
                    MOVE 'A'             TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    ADD 1                TO WS-TOTAL-APLICADAS
                NOT INVALID KEY
                    MOVE 'ALTA RECHAZADA, YA EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
            END-READ.

       PROCESA-CAMBIO.
            MOVE TX-CUENTA             TO RR-CUENTA-ORIGEN.
            MOVE TX-DEPARTAMENTO       TO RR-DEPARTAMENTO.
            READ REPARTO-FILE
                INVALID KEY
                    MOVE 'CAMBIO RECHAZADO, NO EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
                    EXIT PARAGRAPH
            END-READ.
            MOVE RR-BASE               TO WS-BASE-FINAL.
            MOVE RR-PORCENTAJE         TO WS-PORC-FINAL.
            IF TX-BASE NOT = SPACES
                MOVE TX-BASE           TO WS-BASE-FINAL
            END-IF.
            IF TX-PORCENTAJE > 0
                MOVE TX-PORCENTAJE     TO WS-PORC-FINAL
            END-IF.
            PERFORM VALIDA-REGLA.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
                EXIT PARAGRAPH
            END-IF.
      *    La validacion recorre el fichero: se relee la fila.
            MOVE TX-CUENTA             TO RR-CUENTA-ORIGEN.
            MOVE TX-DEPARTAMENTO       TO RR-DEPARTAMENTO.
            READ REPARTO-FILE
                INVALID KEY
                    MOVE 'CAMBIO RECHAZADO, NO EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
                    EXIT PARAGRAPH
            END-READ.
            MOVE 'B'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            MOVE WS-BASE-FINAL         TO RR-BASE.
            MOVE WS-PORC-FINAL         TO RR-PORCENTAJE.
            MOVE WS-USUARIO-AUDIT      TO RR-USUARIO.
            REWRITE REPARTO-REC.
            MOVE 'A'                   TO AU-IMAGEN.
            PERFORM ESCRIBE-AUDITORIA.
            ADD 1                      TO WS-TOTAL-APLICADAS.

       PROCESA-BAJA.
            MOVE TX-CUENTA             TO RR-CUENTA-ORIGEN.
            MOVE TX-DEPARTAMENTO       TO RR-DEPARTAMENTO.
            READ REPARTO-FILE
                INVALID KEY
                    MOVE 'BAJA RECHAZADA, NO EXISTE' TO WS-MOTIVO
                    PERFORM RECHAZA-TARJETA
                NOT INVALID KEY
                    MOVE 'B'             TO AU-IMAGEN
                    PERFORM ESCRIBE-AUDITORIA
                    DELETE REPARTO-FILE RECORD
                    ADD 1                TO WS-TOTAL-APLICADAS
            END-READ.

      *    Reglas de la fila y su coherencia con las demas filas de
      *    la misma cuenta compartida.  Deja WS-MOTIVO en blanco si
      *    la fila vale.
       VALIDA-REGLA.
            MOVE SPACES                TO WS-MOTIVO.
            IF WS-BASE-FINAL NOT = 'H' AND WS-BASE-FINAL NOT = 'N'
               AND WS-BASE-FINAL NOT = 'F'
                MOVE 'BASE DE REPARTO INVALIDA (H/N/F)' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CUENTA             TO CU-CUENTA.
            READ CUENTA-FILE
                INVALID KEY
                    MOVE 'CUENTA COMPARTIDA INEXISTENTE' TO WS-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF CU-CERRADA
                MOVE 'CUENTA COMPARTIDA CERRADA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DEPARTAMENTO = 0
                IF WS-BASE-FINAL = 'F'
                    MOVE 'PORCENTAJE FIJO EXIGE DEPARTAMENTO'
                                       TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            ELSE
                PERFORM VALIDA-DEPARTAMENTO
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-BASE-FINAL = 'F'
                IF WS-PORC-FINAL = 0 OR WS-PORC-FINAL > 100
                    MOVE 'PORCENTAJE FUERA DE 0.01-100.00'
                                       TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            ELSE
                MOVE ZEROES            TO WS-PORC-FINAL
            END-IF.
            PERFORM REPASA-CUENTA.
            IF WS-OTRAS-FILAS > 0
               AND WS-OTRA-BASE NOT = WS-BASE-FINAL
                MOVE 'LA CUENTA YA REPARTE CON OTRA BASE'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DEPARTAMENTO = 0 AND HAY-FILA-NOMINAL
                MOVE 'YA HAY FILAS POR DEPARTAMENTO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DEPARTAMENTO NOT = 0 AND HAY-FILA-TODOS
                MOVE 'YA HAY FILA 000 (TODOS)' TO WS-MOTIVO
            END-IF.

       VALIDA-DEPARTAMENTO.
            MOVE 'N'                   TO WS-DEPTO-OK-SW.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-DE-IDX) = TX-DEPARTAMENTO
                   AND TDE-ACTIVO(WS-DE-IDX) = 'A'
                    SET DEPTO-OK       TO TRUE
                END-IF
            END-PERFORM.
            IF NOT DEPTO-OK
                MOVE 'DEPARTAMENTO INEXISTENTE O INACTIVO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-MAPEO-OK-SW.
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-TOTAL-MAPEOS
                IF TDC-DEPARTAMENTO(WS-DC-IDX) = TX-DEPARTAMENTO
                    SET MAPEO-OK       TO TRUE
                END-IF
            END-PERFORM.
            IF NOT MAPEO-OK
                MOVE 'DEPARTAMENTO SIN CUENTA DE GASTO (DEPCTA)'
                                       TO WS-MOTIVO
            END-IF.

      *    Las demas filas de la cuenta, sin contar la de la tarjeta.
       REPASA-CUENTA.
            MOVE ZEROES                TO WS-OTRAS-FILAS.
            MOVE SPACES                TO WS-OTRA-BASE.
            MOVE 'N'                   TO WS-OTRA-TODOS-SW
                                          WS-OTRA-NOMINAL-SW.
            MOVE TX-CUENTA             TO RR-CUENTA-ORIGEN.
            MOVE ZEROES                TO RR-DEPARTAMENTO.
            START REPARTO-FILE KEY IS NOT LESS THAN RR-CLAVE
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            PERFORM UNTIL FIN-CARGA
                READ REPARTO-FILE NEXT
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF RR-CUENTA-ORIGEN NOT = TX-CUENTA
                            SET FIN-CARGA TO TRUE
                        ELSE
                            IF RR-DEPARTAMENTO NOT = TX-DEPARTAMENTO
                                ADD 1    TO WS-OTRAS-FILAS
                                MOVE RR-BASE TO WS-OTRA-BASE
                                IF RR-DEPARTAMENTO = 0
                                    SET HAY-FILA-TODOS TO TRUE
                                ELSE
                                    SET HAY-FILA-NOMINAL TO TRUE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Cuentas de porcentaje fijo cuyas filas no suman 100.00.
       REPASA-PORCENTAJES.
            MOVE ZEROES                TO RR-CLAVE.
            START REPARTO-FILE KEY IS NOT LESS THAN RR-CLAVE
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            MOVE ZEROES                TO WS-CUENTA-ANTERIOR
                                          WS-SUMA-PORC.
            MOVE SPACES                TO WS-BASE-ANTERIOR.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            PERFORM UNTIL FIN-CARGA
                READ REPARTO-FILE NEXT
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF RR-CUENTA-ORIGEN NOT = WS-CUENTA-ANTERIOR
                            PERFORM CIERRA-CUENTA-FIJA
                            MOVE RR-CUENTA-ORIGEN TO
                                 WS-CUENTA-ANTERIOR
                            MOVE RR-BASE TO WS-BASE-ANTERIOR
                            MOVE ZEROES  TO WS-SUMA-PORC
                        END-IF
                        ADD RR-PORCENTAJE TO WS-SUMA-PORC
                END-READ
            END-PERFORM.
            PERFORM CIERRA-CUENTA-FIJA.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CIERRA-CUENTA-FIJA.
            IF WS-BASE-ANTERIOR = 'F' AND WS-SUMA-PORC NOT = 100
                ADD 1                  TO WS-TOTAL-DESCUADRES
                MOVE WS-SUMA-PORC      TO WS-ED-PORC
                DISPLAY '  *** CUENTA ' WS-CUENTA-ANTERIOR
                        ' REPARTE FIJO Y SUMA ' WS-ED-PORC
                        ' POR CIENTO ***'
            END-IF.

       RECHAZA-TARJETA.
            DISPLAY '  *** ' WS-MOTIVO ': ' TX-TIPO ' '
                    WS-CLAVE-TARJETA ' ***'.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.

       ESCRIBE-AUDITORIA.
            ACCEPT AU-FECHA            FROM DATE YYYYMMDD.
            ACCEPT AU-HORA             FROM TIME.
            MOVE TX-TIPO               TO AU-TIPO-TX.
            MOVE REPARTO-REC           TO AU-REPARTO.
            MOVE WS-USUARIO-AUDIT      TO AU-USUARIO.
            WRITE AUDIT-REC.
