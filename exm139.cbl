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
      * EXM139 - department absence calendar from the leave requests  *
      * of PERMISOS.DAT (kept by EXM138).  An optional SYSIN card     *
      * gives the first and last day of the calendar (92 days at      *
      * most) and the share of a department's headcount, in percent,  *
      * that may be off on the same day; a blank field takes its      *
      * default: four weeks from the processing date (EXMFECHA) and   *
      * 25%.  The headcount of each department is its employees on    *
      * PERSONA.DAT not terminated, read in key order, with the       *
      * department name from DEPTOS.DAT.  Every pending or approved   *
      * request of one of them counts on each of its working days     *
      * (EXMBDAY) inside the calendar: an approved one as an          *
      * absentee, a pending one apart.  EXM139.PRT prints, department *
      * by department, one line per working day with someone off: the *
      * day (EXMDOW), absentees, pending and the percentage approved. *
      * A day whose absentees exceed the share is flagged, and so is  *
      * a day that would exceed it if the pending requests were       *
      * approved, so an approver sees the effect before keying the    *
      * 'A' card; under a flagged day the employees off are listed    *
      * with their requests.  RC 4 when a day exceeds the share on    *
      * approved requests alone, RC 8 on an invalid control card, RC  *
      * 16 when PERSONA.DAT cannot be read or the headcount or        *
      * requests overflow their tables.                               *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM139.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT PERMISO-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISO-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM139.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tarjeta opcional: primer y ultimo dia del calendario y
      *    porcentaje de la plantilla ausente que se senyala.  Un
      *    campo en blanco toma su valor por omision.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TJ-DESDE                PIC X(08).
           02 TJ-DESDE-N REDEFINES TJ-DESDE PIC 9(08).
           02 TJ-HASTA                PIC X(08).
           02 TJ-HASTA-N REDEFINES TJ-HASTA PIC 9(08).
           02 TJ-UMBRAL               PIC X(03).
           02 TJ-UMBRAL-N REDEFINES TJ-UMBRAL PIC 9(03).
           02 FILLER                  PIC X(61).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  PERMISO-FILE.
           COPY "permiso.cpy".

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERMISO-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Calendario pedido: por omision cuatro semanas desde la
      *    fecha de proceso y el 25% de la plantilla.
        01 WS-DESDE                   PIC 9(08) VALUE ZEROES.
        01 WS-HASTA                   PIC 9(08) VALUE ZEROES.
        01 WS-UMBRAL                  PIC 9(03) VALUE 025.
        01 WS-DIAS-OMISION            PIC 9(03) VALUE 028.
        01 WS-INT-DESDE               PIC 9(07) VALUE ZEROES.
        01 WS-INT-HASTA               PIC 9(07) VALUE ZEROES.
        01 WS-INT-DIA                 PIC 9(07) VALUE ZEROES.
        01 WS-CAL-FECHA               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-CAL-FECHA.
           02 WS-CAL-ANYO             PIC 9(04).
           02 WS-CAL-MES              PIC 9(02).
           02 WS-CAL-DIA              PIC 9(02).
        01 WS-CAL-SIGUIENTE           PIC 9(08) VALUE ZEROES.
        01 WS-CAL-DIAS                PIC 9(02) VALUE ZEROES.
      *    Dias del calendario, laborable o no (EXMBDAY) y su
      *    nombre (EXMDOW).
        01 WS-TOTAL-DIAS              PIC 9(03) VALUE ZEROES.
        01 TABLA-DIAS.
           02 TDI-FILA OCCURS 92 TIMES.
              03 TDI-FECHA            PIC 9(08).
              03 TDI-LABORABLE        PIC X(01).
              03 TDI-NOMBRE           PIC X(09).
        01 WS-DI-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DI-DESDE                PIC 9(03) VALUE ZEROES.
        01 WS-DI-HASTA                PIC 9(03) VALUE ZEROES.
        01 WS-LABORABLES              PIC 9(03) VALUE ZEROES.
        01 WS-BD-FUNCION              PIC X(01) VALUE SPACES.
        01 WS-BD-DIA                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE            PIC X(01) VALUE SPACES.
        01 WS-DIA-SEMANA              PIC 9(01) VALUE ZEROES.
        01 WS-NOMBRE-DIA              PIC X(09) VALUE SPACES.
      *    Plantilla en alta (PERSONA.DAT).
        01 WS-TOTAL-EMPLEADOS         PIC 9(04) VALUE ZEROES.
        01 TABLA-EMPLEADOS.
           02 TEM-FILA OCCURS 5000 TIMES.
              03 TEM-ID               PIC 9(07).
              03 TEM-DEPARTAMENTO     PIC 9(03).
              03 TEM-NOMBRE           PIC X(21).
        01 WS-EM-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-EM-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-EMPLEADOS-LLENO-SW      PIC X(01) VALUE 'N'.
           88 EMPLEADOS-LLENO                    VALUE 'Y'.
      *    Departamentos con plantilla, por codigo, y por dia del
      *    calendario los ausentes con permiso aprobado y los que
      *    lo tienen pendiente.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDA-FILA OCCURS 100 TIMES.
              03 TDA-CODIGO           PIC 9(03).
              03 TDA-NOMBRE           PIC X(20).
              03 TDA-PLANTILLA        PIC 9(04).
              03 TDA-DIA OCCURS 92 TIMES.
                 04 TDA-AUSENTES      PIC 9(04).
                 04 TDA-PENDIENTES    PIC 9(04).
        01 WS-DA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DA-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-DEPTOS-LLENO-SW         PIC X(01) VALUE 'N'.
           88 DEPTOS-LLENO                       VALUE 'Y'.
      *    Permisos vivos que pisan el calendario.
        01 WS-TOTAL-PERMISOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-PERMISOS.
           02 TLR-FILA OCCURS 5000 TIMES.
              03 TLR-NUMERO           PIC 9(07).
              03 TLR-EMPLEADO         PIC 9(04).
              03 TLR-TIPO             PIC X(01).
              03 TLR-ESTADO           PIC X(01).
              03 TLR-DESDE            PIC 9(08).
              03 TLR-HASTA            PIC 9(08).
        01 WS-LR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PERMISOS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 PERMISOS-LLENO                     VALUE 'Y'.
      *    Informe.
        01 WS-DEPTO-CON-AUSENCIAS     PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-SUPERADOS         PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-EN-RIESGO         PIC 9(05) VALUE ZEROES.
        01 WS-PORCENTAJE              PIC 9(03) VALUE ZEROES.
        01 WS-LIMITE                  PIC 9(07) VALUE ZEROES.
        01 WS-MARCA                   PIC X(30) VALUE SPACES.
        01 WS-SENYALADO-SW            PIC X(01) VALUE 'N'.
           88 DIA-SENYALADO                      VALUE 'Y'.
        01 WS-ESTADO-TEXTO            PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM LEE-TARJETA.
            IF WS-MOTIVO NOT = SPACES
                DISPLAY '*** TARJETA DE CONTROL INVALIDA: ' WS-MOTIVO
                        ' ***'
                MOVE 8                 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM ARMA-CALENDARIO.

            PERFORM CARGA-PLANTILLA.
            IF WS-PERSONA-STATUS NOT = '00'
               AND WS-PERSONA-STATUS NOT = '10'
                DISPLAY '*** NO SE PUDO LEER PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            IF EMPLEADOS-LLENO OR DEPTOS-LLENO
                DISPLAY '*** PLANTILLA MAYOR QUE LA TABLA (5000 '
                        'EMPLEADOS/100 DEPARTAMENTOS) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-PERMISOS.
            IF PERMISOS-LLENO
                DISPLAY '*** PERMISOS.DAT MAYOR QUE LA TABLA (5000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM139 - CALENDARIO DE AUSENCIAS POR DEPARTAMENTO'
                   '  DEL ' WS-DESDE ' AL ' WS-HASTA
                   '  UMBRAL ' WS-UMBRAL '% DE LA PLANTILLA'
                   '  FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                    UNTIL WS-DA-IDX > WS-TOTAL-DEPTOS
                PERFORM IMPRIME-DEPARTAMENTO
            END-PERFORM.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-SUPERADOS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'DEPARTAMENTOS: '       WS-TOTAL-DEPTOS.
            DISPLAY 'PERMISOS EN EL CALENDARIO: ' WS-TOTAL-PERMISOS.
            DISPLAY 'DIAS SOBRE EL UMBRAL: ' WS-TOTAL-SUPERADOS.
            DISPLAY 'DIAS SOBRE EL UMBRAL CON LOS PENDIENTES: '
                    WS-TOTAL-EN-RIESGO.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM139.PRT'.
            STOP RUN.

      *    Tarjeta de control, si la hay.  El calendario cubre como
      *    mucho 92 dias.
       LEE-TARJETA.
            MOVE WS-FECHA-PROCESO      TO WS-DESDE.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS = '00'
                READ ENTRADA-FILE
                    AT END
                        MOVE SPACES    TO ENTRADA-REC
                END-READ
                CLOSE ENTRADA-FILE
            ELSE
                MOVE SPACES            TO ENTRADA-REC
            END-IF.
            IF TJ-DESDE NOT = SPACES
                IF TJ-DESDE IS NOT NUMERIC
                    MOVE 'PRIMER DIA NO NUMERICO' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                MOVE TJ-DESDE-N        TO WS-DESDE WS-CAL-FECHA
                PERFORM VALIDA-FECHA
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            COMPUTE WS-INT-DESDE = FUNCTION INTEGER-OF-DATE(WS-DESDE).
            IF TJ-HASTA NOT = SPACES
                IF TJ-HASTA IS NOT NUMERIC
                    MOVE 'ULTIMO DIA NO NUMERICO' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                MOVE TJ-HASTA-N        TO WS-HASTA WS-CAL-FECHA
                PERFORM VALIDA-FECHA
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-INT-HASTA =
                        FUNCTION INTEGER-OF-DATE(WS-HASTA)
            ELSE
                COMPUTE WS-INT-HASTA =
                        WS-INT-DESDE + WS-DIAS-OMISION - 1
                COMPUTE WS-HASTA =
                        FUNCTION DATE-OF-INTEGER(WS-INT-HASTA)
            END-IF.
            IF WS-INT-HASTA < WS-INT-DESDE
               OR WS-INT-HASTA - WS-INT-DESDE > 91
                MOVE 'PERIODO VACIO O DE MAS DE 92 DIAS' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TJ-UMBRAL NOT = SPACES
                IF TJ-UMBRAL IS NOT NUMERIC
                   OR TJ-UMBRAL-N = ZEROES OR TJ-UMBRAL-N > 100
                    MOVE 'UMBRAL INVALIDO (1 A 100)' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                MOVE TJ-UMBRAL-N       TO WS-UMBRAL
            END-IF.

      *    Fecha de WS-CAL-FECHA valida en el calendario.
       VALIDA-FECHA.
            IF WS-CAL-ANYO < 1900 OR WS-CAL-MES < 1 OR WS-CAL-MES > 12
               OR WS-CAL-DIA < 1
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-CAL-MES = 12
                COMPUTE WS-CAL-SIGUIENTE =
                        (WS-CAL-ANYO + 1) * 10000 + 101
            ELSE
                COMPUTE WS-CAL-SIGUIENTE =
                        WS-CAL-ANYO * 10000 + (WS-CAL-MES + 1) * 100
                        + 1
            END-IF.
            COMPUTE WS-CAL-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-CAL-SIGUIENTE)
                    - FUNCTION INTEGER-OF-DATE(
                      WS-CAL-ANYO * 10000 + WS-CAL-MES * 100 + 1).
            IF WS-CAL-DIA > WS-CAL-DIAS
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
            END-IF.

      *    Cada dia del calendario: laborable o no y su nombre.
       ARMA-CALENDARIO.
            MOVE WS-INT-DESDE          TO WS-INT-DIA.
            PERFORM UNTIL WS-INT-DIA > WS-INT-HASTA
                ADD 1                  TO WS-TOTAL-DIAS
                COMPUTE WS-CAL-FECHA =
                        FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                MOVE WS-CAL-FECHA      TO TDI-FECHA(WS-TOTAL-DIAS)
                MOVE 'L'               TO WS-BD-FUNCION
                MOVE WS-CAL-DIA        TO WS-BD-DIA
                MOVE WS-CAL-MES        TO WS-BD-MES
                MOVE WS-CAL-ANYO       TO WS-BD-ANYO
                CALL 'EXMBDAY' USING WS-BD-FUNCION WS-BD-DIA
                                     WS-BD-MES WS-BD-ANYO
                                     WS-BD-LABORABLE
                MOVE WS-BD-LABORABLE   TO TDI-LABORABLE(WS-TOTAL-DIAS)
                IF WS-BD-LABORABLE = 'Y'
                    ADD 1              TO WS-LABORABLES
                END-IF
                CALL 'EXMDOW' USING WS-CAL-DIA WS-CAL-MES WS-CAL-ANYO
                                    WS-DIA-SEMANA WS-NOMBRE-DIA
                MOVE WS-NOMBRE-DIA     TO TDI-NOMBRE(WS-TOTAL-DIAS)
                ADD 1                  TO WS-INT-DIA
            END-PERFORM.

      *    Empleados en alta y su departamento; la tabla de
      *    departamentos queda ordenada por codigo.
       CARGA-PLANTILLA.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PERSONA-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF NOT P-TERMINADO
                            PERFORM ANOTA-EMPLEADO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERSONA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-EMPLEADO.
            IF WS-TOTAL-EMPLEADOS >= 5000
                SET EMPLEADOS-LLENO    TO TRUE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-DA-FILA.
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                    UNTIL WS-DA-IDX > WS-TOTAL-DEPTOS
                       OR WS-DA-FILA NOT = ZEROES
                IF TDA-CODIGO(WS-DA-IDX) = P-DEPARTAMENTO
                    MOVE WS-DA-IDX     TO WS-DA-FILA
                END-IF
            END-PERFORM.
            IF WS-DA-FILA = ZEROES
                IF WS-TOTAL-DEPTOS >= 100
                    SET DEPTOS-LLENO   TO TRUE
                    EXIT PARAGRAPH
                END-IF
                PERFORM INSERTA-DEPARTAMENTO
            END-IF.
            ADD 1                      TO TDA-PLANTILLA(WS-DA-FILA).
            ADD 1                      TO WS-TOTAL-EMPLEADOS.
            MOVE ID-EMPLEADO           TO TEM-ID(WS-TOTAL-EMPLEADOS).
            MOVE P-DEPARTAMENTO        TO
                 TEM-DEPARTAMENTO(WS-TOTAL-EMPLEADOS).
            MOVE SPACES                TO
                 TEM-NOMBRE(WS-TOTAL-EMPLEADOS).
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO TEM-NOMBRE(WS-TOTAL-EMPLEADOS)
            END-STRING.

      *    Departamento nuevo en su sitio por codigo; WS-DA-FILA
      *    queda en su fila.
       INSERTA-DEPARTAMENTO.
            MOVE 1                     TO WS-DA-FILA.
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                    UNTIL WS-DA-IDX > WS-TOTAL-DEPTOS
                IF TDA-CODIGO(WS-DA-IDX) < P-DEPARTAMENTO
                    COMPUTE WS-DA-FILA = WS-DA-IDX + 1
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-DA-IDX FROM WS-TOTAL-DEPTOS BY -1
                    UNTIL WS-DA-IDX < WS-DA-FILA
                MOVE TDA-FILA(WS-DA-IDX) TO TDA-FILA(WS-DA-IDX + 1)
            END-PERFORM.
            ADD 1                      TO WS-TOTAL-DEPTOS.
            INITIALIZE TDA-FILA(WS-DA-FILA).
            MOVE P-DEPARTAMENTO        TO TDA-CODIGO(WS-DA-FILA).
            MOVE '(NO ESTA EN DEPTOS)' TO TDA-NOMBRE(WS-DA-FILA).

       CARGA-DEPTOS.
            OPEN INPUT DEPTO-FILE.
            IF WS-DEPTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                                    UNTIL WS-DA-IDX > WS-TOTAL-DEPTOS
                                IF TDA-CODIGO(WS-DA-IDX) = DM-CODIGO
                                    MOVE DM-NOMBRE TO
                                         TDA-NOMBRE(WS-DA-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Solicitudes pendientes o aprobadas de la plantilla en alta
      *    que pisan el calendario; cada dia laborable suyo suma un
      *    ausente (o un pendiente) a su departamento.
       CARGA-PERMISOS.
            OPEN INPUT PERMISO-FILE.
            IF WS-PERMISO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PERMISO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF LR-EN-VIGOR
                               AND LR-DESDE NOT > WS-HASTA
                               AND LR-HASTA NOT < WS-DESDE
                                PERFORM ANOTA-PERMISO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERMISO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-PERMISO.
            MOVE ZEROES                TO WS-EM-FILA.
            PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-TOTAL-EMPLEADOS
                       OR WS-EM-FILA NOT = ZEROES
                IF TEM-ID(WS-EM-IDX) = LR-ID-EMPLEADO
                    MOVE WS-EM-IDX     TO WS-EM-FILA
                END-IF
            END-PERFORM.
            IF WS-EM-FILA = ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PERMISOS >= 5000
                SET PERMISOS-LLENO     TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-PERMISOS.
            MOVE LR-NUMERO             TO TLR-NUMERO(WS-TOTAL-PERMISOS).
            MOVE WS-EM-FILA            TO
                 TLR-EMPLEADO(WS-TOTAL-PERMISOS).
            MOVE LR-TIPO               TO TLR-TIPO(WS-TOTAL-PERMISOS).
            MOVE LR-ESTADO             TO TLR-ESTADO(WS-TOTAL-PERMISOS).
            MOVE LR-DESDE              TO TLR-DESDE(WS-TOTAL-PERMISOS).
            MOVE LR-HASTA              TO TLR-HASTA(WS-TOTAL-PERMISOS).
            MOVE ZEROES                TO WS-DA-FILA.
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                    UNTIL WS-DA-IDX > WS-TOTAL-DEPTOS
                       OR WS-DA-FILA NOT = ZEROES
                IF TDA-CODIGO(WS-DA-IDX) = TEM-DEPARTAMENTO(WS-EM-FILA)
                    MOVE WS-DA-IDX     TO WS-DA-FILA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                    UNTIL WS-DI-IDX > WS-TOTAL-DIAS
                IF TDI-FECHA(WS-DI-IDX) NOT < LR-DESDE
                   AND TDI-FECHA(WS-DI-IDX) NOT > LR-HASTA
                   AND TDI-LABORABLE(WS-DI-IDX) = 'Y'
                    IF LR-APROBADO
                        ADD 1 TO TDA-AUSENTES(WS-DA-FILA, WS-DI-IDX)
                    ELSE
                        ADD 1 TO TDA-PENDIENTES(WS-DA-FILA, WS-DI-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      *    Un departamento: una linea por dia laborable con alguien
      *    fuera.  Se senyala el dia en que los ausentes aprobados
      *    pasan del umbral y, aparte, aquel en que lo pasarian si
      *    se aprobaran las pendientes; debajo, quien falta.
       IMPRIME-DEPARTAMENTO.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DEPARTAMENTO ' TDA-CODIGO(WS-DA-IDX) ' '
                   TDA-NOMBRE(WS-DA-IDX) '  PLANTILLA EN ALTA: '
                   TDA-PLANTILLA(WS-DA-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            COMPUTE WS-LIMITE = WS-UMBRAL * TDA-PLANTILLA(WS-DA-IDX).
            MOVE 'N'                   TO WS-SENYALADO-SW.
            PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                    UNTIL WS-DI-IDX > WS-TOTAL-DIAS
                IF TDA-AUSENTES(WS-DA-IDX, WS-DI-IDX)
                   + TDA-PENDIENTES(WS-DA-IDX, WS-DI-IDX) > ZEROES
                    SET DIA-SENYALADO  TO TRUE
                    PERFORM IMPRIME-DIA
                END-IF
            END-PERFORM.
            IF DIA-SENYALADO
                ADD 1                  TO WS-DEPTO-CON-AUSENCIAS
            ELSE
                MOVE '  SIN AUSENCIAS EN EL PERIODO' TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-DIA.
            COMPUTE WS-PORCENTAJE =
                    TDA-AUSENTES(WS-DA-IDX, WS-DI-IDX) * 100
                    / TDA-PLANTILLA(WS-DA-IDX).
            EVALUATE TRUE
                WHEN TDA-AUSENTES(WS-DA-IDX, WS-DI-IDX) * 100
                     > WS-LIMITE
                    MOVE '*** SUPERA EL UMBRAL ***' TO WS-MARCA
                    ADD 1              TO WS-TOTAL-SUPERADOS
                WHEN (TDA-AUSENTES(WS-DA-IDX, WS-DI-IDX)
                      + TDA-PENDIENTES(WS-DA-IDX, WS-DI-IDX)) * 100
                     > WS-LIMITE
                    MOVE 'LO SUPERA CON LAS PENDIENTES' TO WS-MARCA
                    ADD 1              TO WS-TOTAL-EN-RIESGO
                WHEN OTHER
                    MOVE SPACES        TO WS-MARCA
            END-EVALUATE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' TDI-FECHA(WS-DI-IDX) ' '
                   TDI-NOMBRE(WS-DI-IDX)
                   '  AUSENTES ' TDA-AUSENTES(WS-DA-IDX, WS-DI-IDX)
                   '  PENDIENTES ' TDA-PENDIENTES(WS-DA-IDX, WS-DI-IDX)
                   '  ' WS-PORCENTAJE '% APROBADO  ' WS-MARCA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-MARCA = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-TOTAL-PERMISOS
                MOVE TLR-EMPLEADO(WS-LR-IDX) TO WS-EM-FILA
                IF TEM-DEPARTAMENTO(WS-EM-FILA) = TDA-CODIGO(WS-DA-IDX)
                   AND TLR-DESDE(WS-LR-IDX) NOT > TDI-FECHA(WS-DI-IDX)
                   AND TLR-HASTA(WS-LR-IDX) NOT < TDI-FECHA(WS-DI-IDX)
                    IF TLR-ESTADO(WS-LR-IDX) = 'A'
                        MOVE 'APROBADA'  TO WS-ESTADO-TEXTO
                    ELSE
                        MOVE 'PENDIENTE' TO WS-ESTADO-TEXTO
                    END-IF
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '        ' TEM-ID(WS-EM-FILA) ' '
                           TEM-NOMBRE(WS-EM-FILA) ' SOLICITUD '
                           TLR-NUMERO(WS-LR-IDX) ' '
                           TLR-TIPO(WS-LR-IDX) ' DEL '
                           TLR-DESDE(WS-LR-IDX) ' AL '
                           TLR-HASTA(WS-LR-IDX) ' ' WS-ESTADO-TEXTO
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DEPARTAMENTOS: ' WS-TOTAL-DEPTOS
                   '  CON AUSENCIAS: ' WS-DEPTO-CON-AUSENCIAS
                   '  DIAS LABORABLES: ' WS-LABORABLES
                   '  DIAS SOBRE EL UMBRAL: ' WS-TOTAL-SUPERADOS
                   '  SOBRE EL UMBRAL CON LAS PENDIENTES: '
                   WS-TOTAL-EN-RIESGO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
