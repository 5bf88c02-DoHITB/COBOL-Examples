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
      * EXM141 - merit-review cycle.  Raises used to go through EXM89 *
      * as one flat percentage per department; this card deck keeps   *
      * one proposal per employee in MERITO.DAT and a raise pool per  *
      * department in MERFONDO.DAT, both for the review cycle named   *
      * on the 'H' card that opens the deck (the current year or the  *
      * next).  An 'F' card, keyed by a user of level 'A', sets a     *
      * department's pool while nothing in it is approved.  A 'P'     *
      * card is the manager's proposal, the user on the PARM: a       *
      * percentage for a live employee of a department with a pool,   *
      * never for the manager's own record, applied to the current    *
      * P-SALARIO; a new proposal replaces one pending or refused.  A *
      * proposal whose new salary leaves the department's BANDAS.DAT  *
      * band (the same bands EXM22 applies), or whose raise, added to *
      * the department's earlier ones in the order proposed, goes     *
      * over the pool, is flagged.  An 'A' card approves every        *
      * pending proposal of a department at once, refused while any   *
      * of them is flagged; an 'R' card refuses one with its reason.  *
      * The approver follows the EXM138 rule: level 'A' through       *
      * EXMSIGN, neither the keying user nor the manager who          *
      * proposed, and not linked to one of the employees.  Once no    *
      * proposal of the cycle is pending, a 'G' card with the         *
      * effective date writes an EXM22 CAMBIO card per approved       *
      * proposal, with the employee's master data as stored and the   *
      * new salary, to PENDTX.DAT, where EXM55 holds it until that    *
      * date and releases it to the EXM22 deck that applies it and    *
      * records it on SALHIST.DAT.  A proposal whose employee has     *
      * left, or whose salary changed after it was proposed, is       *
      * skipped and stays approved.  EXM141.PRT logs every card and   *
      * prints the cycle by department (pool, raises committed, pool  *
      * left and proposals by state) and the proposals still pending. *
      * RC 4 when a card is refused or a proposal skipped, RC 16 when *
      * PERSONA.DAT cannot be read or a file is larger than its       *
      * table.                                                        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM141.

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
           SELECT MERITO-FILE ASSIGN TO "MERITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERITO-STATUS.
           SELECT FONDO-FILE ASSIGN TO "MERFONDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONDO-STATUS.
           SELECT BANDA-FILE ASSIGN TO "BANDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANDA-STATUS.
           SELECT USUARIO-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIO-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM141.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'H' ciclo de la baraja; 'F' fondo de un departamento;
      *    'P' propuesta de un empleado; 'A' aprobacion de un
      *    departamento y 'R' rechazo de una propuesta; 'G'
      *    generacion de las tarjetas CAMBIO del ciclo aprobado.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-CABECERA REDEFINES TX-DATOS.
              03 TX-CICLO             PIC 9(04).
              03 FILLER               PIC X(75).
           02 TX-FONDO REDEFINES TX-DATOS.
              03 TX-DEPTO-FONDO       PIC 9(03).
              03 TX-IMPORTE-FONDO     PIC 9(07)V99.
              03 FILLER               PIC X(67).
           02 TX-PROPUESTA REDEFINES TX-DATOS.
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-PORCENTAJE        PIC 9(02)V99.
              03 FILLER               PIC X(68).
           02 TX-APROBACION REDEFINES TX-DATOS.
              03 TX-DEPTO-APRUEBA     PIC 9(03).
              03 TX-APRUEBA           PIC X(08).
              03 FILLER               PIC X(68).
           02 TX-RECHAZO REDEFINES TX-DATOS.
              03 TX-ID-RECHAZO        PIC 9(07).
              03 TX-APRUEBA-RECHAZO   PIC X(08).
              03 TX-MOTIVO            PIC X(30).
              03 FILLER               PIC X(34).
           02 TX-GENERACION REDEFINES TX-DATOS.
              03 TX-FECHA-EFECTIVA    PIC 9(08).
              03 FILLER               PIC X(71).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  MERITO-FILE.
           COPY "merito.cpy".

      *    Fondo para aumentos de cada departamento en el ciclo.
       FD  FONDO-FILE.
        01 FONDO-REC.
           02 MF-CICLO                PIC 9(04).
           02 MF-DEPARTAMENTO         PIC 9(03).
           02 MF-FONDO                PIC 9(07)V99.
           02 MF-USUARIO              PIC X(08).
           02 MF-FECHA                PIC 9(08).

       FD  BANDA-FILE.
        01 BANDA-REC.
           02 BA-DEPARTAMENTO         PIC 9(03).
           02 BA-MINIMO               PIC 9(07)V99.
           02 BA-MAXIMO               PIC 9(07)V99.

       FD  USUARIO-FILE.
           COPY "usuario.cpy".

      *    Tarjeta CAMBIO de EXM22 con fecha efectiva: EXM55 la
      *    retiene y la libera a la baraja del dia que corresponda.
       FD  PENDIENTE-FILE.
        01 PENDIENTE-REC              PIC X(120).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-MERITO-STATUS           PIC X(02) VALUE '00'.
        01 WS-FONDO-STATUS            PIC X(02) VALUE '00'.
        01 WS-BANDA-STATUS            PIC X(02) VALUE '00'.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-PROCESO.
           02 WS-FP-ANYO              PIC 9(04).
           02 WS-FP-MES               PIC 9(02).
           02 WS-FP-DIA               PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-CICLO                   PIC 9(04) VALUE ZEROES.
        01 WS-ANYO-PURGA              PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PROPUESTAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APROBADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DENEGADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-GENERADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-OMITIDAS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Propuestas (MERITO.DAT completo, se reescribe si cambia).
        01 WS-TOTAL-MERITOS           PIC 9(04) VALUE ZEROES.
        01 TABLA-MERITOS.
           02 TMR-FILA OCCURS 3000 TIMES.
              03 TMR-REGISTRO         PIC X(127).
        01 WS-MR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-MR-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-MERITOS-LLENO-SW        PIC X(01) VALUE 'N'.
           88 MERITOS-LLENO                      VALUE 'Y'.
        01 WS-MERITOS-CAMBIO-SW       PIC X(01) VALUE 'N'.
           88 MERITOS-CAMBIADOS                  VALUE 'Y'.
      *    Fondos (MERFONDO.DAT completo).  El comprometido es la
      *    suma de los aumentos vivos del departamento en el ciclo.
        01 WS-TOTAL-FONDOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-FONDOS.
           02 TFO-FILA OCCURS 300 TIMES.
              03 TFO-CICLO            PIC 9(04).
              03 TFO-DEPARTAMENTO     PIC 9(03).
              03 TFO-FONDO            PIC 9(07)V99.
              03 TFO-USUARIO          PIC X(08).
              03 TFO-FECHA            PIC 9(08).
              03 TFO-COMPROMETIDO     PIC 9(09)V99.
        01 WS-FO-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-FO-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-FONDOS-LLENO-SW         PIC X(01) VALUE 'N'.
           88 FONDOS-LLENO                       VALUE 'Y'.
        01 WS-FONDOS-CAMBIO-SW        PIC X(01) VALUE 'N'.
           88 FONDOS-CAMBIADOS                   VALUE 'Y'.
      *    Bandas salariales por departamento (000 = por defecto),
      *    las mismas que aplica EXM22 al CAMBIO.
        01 WS-TOTAL-BANDAS            PIC 9(02) VALUE ZEROES.
        01 TABLA-BANDAS.
           02 TBA-FILA OCCURS 50 TIMES.
              03 TBA-DEPARTAMENTO     PIC 9(03).
              03 TBA-MINIMO           PIC 9(07)V99.
              03 TBA-MAXIMO           PIC 9(07)V99.
        01 WS-BA-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-BANDA-MIN               PIC 9(07)V99 VALUE ZEROES.
        01 WS-BANDA-MAX               PIC 9(07)V99 VALUE ZEROES.
        01 WS-BANDA-HALLADA-SW        PIC X(01) VALUE 'N'.
           88 BANDA-HALLADA                      VALUE 'Y'.
      *    Empleado enlazado a cada operador (USUARIOS.DAT).
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TUS-FILA OCCURS 500 TIMES.
              03 TUS-USUARIO          PIC X(08).
              03 TUS-ID-EMPLEADO      PIC 9(07).
        01 WS-US-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-APRUEBA                 PIC X(08) VALUE SPACES.
        01 WS-APRUEBA-EMPLEADO        PIC 9(07) VALUE ZEROES.
        01 WS-USUARIO-EMPLEADO        PIC 9(07) VALUE ZEROES.
      *    Departamento en calculo y sus cuentas.
        01 WS-DEPARTAMENTO            PIC 9(03) VALUE ZEROES.
        01 WS-EMPLEADO                PIC 9(07) VALUE ZEROES.
        01 WS-COMPROMETIDO            PIC 9(09)V99 VALUE ZEROES.
        01 WS-DISPONIBLE              PIC S9(09)V99 VALUE ZEROES.
        01 WS-AUMENTO-DEPTO           PIC 9(09)V99 VALUE ZEROES.
        01 WS-CUENTA-PENDIENTES       PIC 9(04) VALUE ZEROES.
        01 WS-CUENTA-APROBADAS        PIC 9(04) VALUE ZEROES.
        01 WS-CUENTA-RECHAZADAS       PIC 9(04) VALUE ZEROES.
        01 WS-CUENTA-GENERADAS        PIC 9(04) VALUE ZEROES.
        01 WS-CUENTA-AVISOS           PIC 9(04) VALUE ZEROES.
        01 WS-CUENTA-DEPTO-AG         PIC 9(04) VALUE ZEROES.
        01 WS-NOMBRE-ACTUAL           PIC X(21) VALUE SPACES.
        01 WS-ESTADO-TEXTO            PIC X(10) VALUE SPACES.
        01 WS-AVISO-TEXTO             PIC X(16) VALUE SPACES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
        01 WS-ED-PORCENTAJE           PIC Z9.99.
        01 WS-ED-SALARIO              PIC Z(06)9.99.
        01 WS-ED-NUEVO                PIC Z(06)9.99.
        01 WS-ED-AUMENTO              PIC Z(06)9.99.
        01 WS-ED-FONDO                PIC Z(08)9.99.
        01 WS-ED-COMPROMETIDO         PIC Z(08)9.99.
        01 WS-ED-DISPONIBLE           PIC Z(08)9.99-.
      *    Fecha efectiva de la generacion.
        01 WS-CAL-FECHA               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-CAL-FECHA.
           02 WS-CAL-ANYO             PIC 9(04).
           02 WS-CAL-MES              PIC 9(02).
           02 WS-CAL-DIA              PIC 9(02).
        01 WS-CAL-SIGUIENTE           PIC 9(08) VALUE ZEROES.
        01 WS-CAL-DIAS                PIC 9(02) VALUE ZEROES.
      *    Tarjeta CAMBIO en el formato de columnas fijas de EXM22:
      *    los datos del maestro tal como estan, el salario nuevo,
      *    estado y direccion en blanco (se conservan) y la fecha
      *    efectiva.
        01 WS-TARJETA-CAMBIO.
           02 TC-TIPO                 PIC X(01).
           02 TC-ID-EMPLEADO          PIC 9(07).
           02 TC-NOMBRE               PIC X(10).
           02 TC-APELLIDO             PIC X(10).
           02 TC-DIA                  PIC 9(02).
           02 TC-MES                  PIC 9(02).
           02 TC-ANYO                 PIC 9(04).
           02 TC-DEPARTAMENTO         PIC 9(03).
           02 TC-ALTA-DIA             PIC 9(02).
           02 TC-ALTA-MES             PIC 9(02).
           02 TC-ALTA-ANYO            PIC 9(04).
           02 TC-SALARIO              PIC 9(07)V99.
           02 TC-ESTADO               PIC X(01).
           02 TC-DIRECCION            PIC X(55).
           02 TC-EFF-FECHA            PIC 9(08).

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-ANYO-PURGA = WS-FP-ANYO - 1.

            PERFORM CARGA-MERITOS.
            IF MERITOS-LLENO
                DISPLAY '*** MERITO.DAT MAYOR QUE LA TABLA (3000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-FONDOS.
            IF FONDOS-LLENO
                DISPLAY '*** MERFONDO.DAT MAYOR QUE LA TABLA (300) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-BANDAS.
            PERFORM CARGA-USUARIOS.
            MOVE ZEROES                TO WS-USUARIO-EMPLEADO.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                IF TUS-USUARIO(WS-US-IDX) = WS-USUARIO-AUDIT
                    MOVE TUS-ID-EMPLEADO(WS-US-IDX)
                                       TO WS-USUARIO-EMPLEADO
                END-IF
            END-PERFORM.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM141 - REVISION SALARIAL POR MERITOS  FECHA '
                   'PROCESO: ' WS-FECHA-PROCESO
                   '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            IF WS-ENTRADA-STATUS = '00'
                PERFORM UNTIL FIN-ENTRADA
                    READ ENTRADA-FILE
                        AT END
                            SET FIN-ENTRADA TO TRUE
                        NOT AT END
                            PERFORM PROCESA-TARJETA
                    END-READ
                END-PERFORM
                CLOSE ENTRADA-FILE
            END-IF.

            IF WS-CICLO NOT = ZEROES
                PERFORM IMPRIME-RESUMEN
            END-IF.
            IF MERITOS-CAMBIADOS
                PERFORM GRABA-MERITOS
            END-IF.
            IF FONDOS-CAMBIADOS
                PERFORM GRABA-FONDOS
            END-IF.
            CLOSE PERSONA-FILE.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-OMITIDAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '     WS-TOTAL-LEIDAS.
            DISPLAY 'PROPUESTAS: '          WS-TOTAL-PROPUESTAS.
            DISPLAY 'APROBADAS: '           WS-TOTAL-APROBADAS.
            DISPLAY 'DENEGADAS: '           WS-TOTAL-DENEGADAS.
            DISPLAY 'CAMBIOS GENERADOS: '   WS-TOTAL-GENERADAS.
            DISPLAY 'OMITIDAS AL GENERAR: ' WS-TOTAL-OMITIDAS.
            DISPLAY 'TARJETAS RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM141.PRT'.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF TX-TIPO NOT = 'H' AND WS-CICLO = ZEROES
                MOVE 'FALTA LA CABECERA H CON EL CICLO' TO WS-MOTIVO
            ELSE
                EVALUATE TX-TIPO
                    WHEN 'H'
                        PERFORM CABECERA-CICLO
                    WHEN 'F'
                        PERFORM FIJA-FONDO
                    WHEN 'P'
                        PERFORM NUEVA-PROPUESTA
                    WHEN 'A'
                        PERFORM APRUEBA-DEPARTAMENTO
                    WHEN 'R'
                        PERFORM DENIEGA-PROPUESTA
                    WHEN 'G'
                        PERFORM GENERA-CAMBIOS
                    WHEN OTHER
                        MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
                END-EVALUATE
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    El ciclo es el anyo de la revision: el de proceso o el
      *    siguiente (la revision de enero se prepara en diciembre).
       CABECERA-CICLO.
            IF TX-CICLO IS NOT NUMERIC
                MOVE 'CICLO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-CICLO < WS-FP-ANYO OR TX-CICLO > WS-FP-ANYO + 1
                MOVE 'CICLO FUERA DEL ANYO EN CURSO O EL SIGUIENTE'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CICLO              TO WS-CICLO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  CICLO DE REVISION ' WS-CICLO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Fondo del departamento: lo fija un usuario de nivel 'A'
      *    mientras el departamento no tenga nada aprobado.
       FIJA-FONDO.
            IF TX-DEPTO-FONDO IS NOT NUMERIC
               OR TX-IMPORTE-FONDO IS NOT NUMERIC
                MOVE 'DEPARTAMENTO O IMPORTE NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO-AUDIT WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                MOVE 'EL FONDO LO FIJA UN USUARIO DE NIVEL A'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-DEPTO-FONDO        TO WS-DEPARTAMENTO.
            PERFORM CUENTA-DEPARTAMENTO.
            IF WS-CUENTA-APROBADAS > ZEROES
               OR WS-CUENTA-GENERADAS > ZEROES
                MOVE 'DEPARTAMENTO YA APROBADO EN EL CICLO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-FONDO.
            IF WS-FO-FILA = ZEROES
                IF WS-TOTAL-FONDOS >= 300
                    MOVE 'TABLA DE FONDOS LLENA' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-FONDOS
                MOVE WS-TOTAL-FONDOS   TO WS-FO-FILA
                MOVE WS-CICLO          TO TFO-CICLO(WS-FO-FILA)
                MOVE WS-DEPARTAMENTO   TO TFO-DEPARTAMENTO(WS-FO-FILA)
            END-IF.
            MOVE TX-IMPORTE-FONDO      TO TFO-FONDO(WS-FO-FILA).
            MOVE WS-USUARIO-AUDIT      TO TFO-USUARIO(WS-FO-FILA).
            MOVE WS-FECHA-PROCESO      TO TFO-FECHA(WS-FO-FILA).
            SET FONDOS-CAMBIADOS       TO TRUE.
            PERFORM RECALCULA-AVISOS.
            MOVE TFO-FONDO(WS-FO-FILA) TO WS-ED-FONDO.
            MOVE TFO-COMPROMETIDO(WS-FO-FILA) TO WS-ED-COMPROMETIDO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  FONDO DEL DEPARTAMENTO ' WS-DEPARTAMENTO
                   ': ' WS-ED-FONDO '  PROPUESTO HASTA AHORA: '
                   WS-ED-COMPROMETIDO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Propuesta del responsable (el usuario del PARM) para un
      *    empleado vivo de un departamento con fondo, nunca para el
      *    propio.  Una pendiente o rechazada se sustituye; una ya
      *    aprobada no.  Queda pendiente, con su aviso si lo tiene.
       NUEVA-PROPUESTA.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
               OR TX-PORCENTAJE IS NOT NUMERIC
                MOVE 'EMPLEADO O PORCENTAJE NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM LEE-EMPLEADO.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-USUARIO-EMPLEADO = WS-EMPLEADO
                MOVE 'PROPUESTA PARA EL PROPIO USUARIO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF P-SALARIO NOT > ZEROES
                MOVE 'EMPLEADO SIN SALARIO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE P-DEPARTAMENTO        TO WS-DEPARTAMENTO.
            PERFORM BUSCA-FONDO.
            IF WS-FO-FILA = ZEROES
                MOVE 'DEPARTAMENTO SIN FONDO EN EL CICLO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CUENTA-DEPARTAMENTO.
            IF WS-CUENTA-APROBADAS > ZEROES
               OR WS-CUENTA-GENERADAS > ZEROES
                MOVE 'DEPARTAMENTO YA APROBADO EN EL CICLO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-MERITO.
            IF WS-MR-FILA NOT = ZEROES
                IF MR-APROBADA OR MR-GENERADA
                    MOVE 'PROPUESTA YA APROBADA' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF WS-TOTAL-MERITOS >= 3000
                    MOVE 'TABLA DE PROPUESTAS LLENA' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-MERITOS
                MOVE WS-TOTAL-MERITOS  TO WS-MR-FILA
            END-IF.
            MOVE SPACES                TO MERITO-REC.
            MOVE WS-CICLO              TO MR-CICLO.
            MOVE WS-EMPLEADO           TO MR-ID-EMPLEADO.
            MOVE WS-DEPARTAMENTO       TO MR-DEPARTAMENTO.
            MOVE TX-PORCENTAJE         TO MR-PORCENTAJE.
            MOVE P-SALARIO             TO MR-SALARIO-ACTUAL.
            COMPUTE MR-SALARIO-NUEVO ROUNDED =
                    P-SALARIO * (100 + TX-PORCENTAJE) / 100.
            COMPUTE MR-AUMENTO = MR-SALARIO-NUEVO - MR-SALARIO-ACTUAL.
            MOVE 'P'                   TO MR-ESTADO.
            MOVE WS-USUARIO-AUDIT      TO MR-PROPONE.
            MOVE WS-FECHA-PROCESO      TO MR-FECHA-PROPUESTA.
            MOVE ZEROES                TO MR-FECHA-RESOLUCION
                                          MR-FECHA-EFECTIVA.
            MOVE MERITO-REC            TO TMR-REGISTRO(WS-MR-FILA).
            SET MERITOS-CAMBIADOS      TO TRUE.
            ADD 1                      TO WS-TOTAL-PROPUESTAS.
            PERFORM RECALCULA-AVISOS.
            MOVE TMR-REGISTRO(WS-MR-FILA) TO MERITO-REC.
            MOVE 'PROPUESTA'           TO WS-ESTADO-TEXTO.
            PERFORM LINEA-PROPUESTA.

      *    Aprobacion de todas las pendientes de un departamento,
      *    solo si ninguna tiene aviso, por un usuario de nivel 'A'
      *    que no haya propuesto ninguna ni sea uno de los
      *    empleados.
       APRUEBA-DEPARTAMENTO.
            IF TX-DEPTO-APRUEBA IS NOT NUMERIC
                MOVE 'DEPARTAMENTO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-DEPTO-APRUEBA      TO WS-DEPARTAMENTO.
            PERFORM BUSCA-FONDO.
            IF WS-FO-FILA = ZEROES
                MOVE 'DEPARTAMENTO SIN FONDO EN EL CICLO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM RECALCULA-AVISOS.
            PERFORM CUENTA-DEPARTAMENTO.
            IF WS-CUENTA-PENDIENTES = ZEROES
                MOVE 'SIN PROPUESTAS PENDIENTES' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-CUENTA-AVISOS > ZEROES
                MOVE 'PROPUESTAS CON AVISO EN EL DEPARTAMENTO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-APRUEBA            TO WS-APRUEBA.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                       OR WS-MOTIVO NOT = SPACES
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO
                   AND MR-DEPARTAMENTO = WS-DEPARTAMENTO
                   AND MR-PROPUESTA
                    PERFORM VALIDA-APROBADOR
                END-IF
            END-PERFORM.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-AUMENTO-DEPTO.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO
                   AND MR-DEPARTAMENTO = WS-DEPARTAMENTO
                   AND MR-PROPUESTA
                    MOVE 'A'           TO MR-ESTADO
                    MOVE WS-APRUEBA    TO MR-APRUEBA
                    MOVE WS-FECHA-PROCESO TO MR-FECHA-RESOLUCION
                    MOVE MERITO-REC    TO TMR-REGISTRO(WS-MR-IDX)
                    ADD MR-AUMENTO     TO WS-AUMENTO-DEPTO
                    ADD 1              TO WS-TOTAL-APROBADAS
                END-IF
            END-PERFORM.
            SET MERITOS-CAMBIADOS      TO TRUE.
            MOVE WS-AUMENTO-DEPTO      TO WS-ED-COMPROMETIDO.
            MOVE TFO-FONDO(WS-FO-FILA) TO WS-ED-FONDO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  DEPARTAMENTO ' WS-DEPARTAMENTO ' APROBADO POR '
                   WS-APRUEBA ': ' WS-CUENTA-PENDIENTES
                   ' PROPUESTAS, AUMENTOS ' WS-ED-COMPROMETIDO
                   ' DE UN FONDO DE ' WS-ED-FONDO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Rechazo de una propuesta pendiente, con el mismo
      *    aprobador que una aprobacion y el motivo.
       DENIEGA-PROPUESTA.
            IF TX-ID-RECHAZO IS NOT NUMERIC
                MOVE 'EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-RECHAZO         TO WS-EMPLEADO.
            PERFORM BUSCA-MERITO.
            IF WS-MR-FILA = ZEROES
                MOVE 'SIN PROPUESTA EN EL CICLO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT MR-PROPUESTA
                MOVE 'PROPUESTA NO PENDIENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-MOTIVO = SPACES
                MOVE 'FALTA EL MOTIVO DEL RECHAZO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-APRUEBA-RECHAZO    TO WS-APRUEBA.
            PERFORM VALIDA-APROBADOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE 'R'                   TO MR-ESTADO.
            MOVE SPACE                 TO MR-AVISO.
            MOVE WS-APRUEBA            TO MR-APRUEBA.
            MOVE WS-FECHA-PROCESO      TO MR-FECHA-RESOLUCION.
            MOVE TX-MOTIVO             TO MR-MOTIVO.
            MOVE MERITO-REC            TO TMR-REGISTRO(WS-MR-FILA).
            SET MERITOS-CAMBIADOS      TO TRUE.
            ADD 1                      TO WS-TOTAL-DENEGADAS.
            MOVE MR-DEPARTAMENTO       TO WS-DEPARTAMENTO.
            PERFORM BUSCA-FONDO.
            IF WS-FO-FILA NOT = ZEROES
                PERFORM RECALCULA-AVISOS
            END-IF.
            MOVE TMR-REGISTRO(WS-MR-FILA) TO MERITO-REC.
            MOVE WS-EMPLEADO           TO ID-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-ACTUAL.
            READ PERSONA-FILE
                NOT INVALID KEY
                    PERFORM NOMBRE-EMPLEADO
            END-READ.
            MOVE 'RECHAZADA'           TO WS-ESTADO-TEXTO.
            PERFORM LINEA-PROPUESTA.

      *    Con el ciclo aprobado entero (nada pendiente), cada
      *    aprobada pasa a una tarjeta CAMBIO de EXM22 en PENDTX.DAT
      *    con la fecha efectiva.  Se omite, y queda aprobada, la de
      *    un empleado dado de baja o cuyo salario ya no es el de la
      *    propuesta.
       GENERA-CAMBIOS.
            IF TX-FECHA-EFECTIVA IS NOT NUMERIC
                MOVE 'FECHA EFECTIVA NO NUMERICA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA-EFECTIVA     TO WS-CAL-FECHA.
            PERFORM VALIDA-FECHA.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA-EFECTIVA < WS-FECHA-PROCESO
                MOVE 'FECHA EFECTIVA PASADA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-CUENTA-PENDIENTES
                                          WS-CUENTA-APROBADAS.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO
                    IF MR-PROPUESTA
                        ADD 1          TO WS-CUENTA-PENDIENTES
                    END-IF
                    IF MR-APROBADA
                        ADD 1          TO WS-CUENTA-APROBADAS
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-CUENTA-PENDIENTES > ZEROES
                MOVE 'CICLO CON PROPUESTAS PENDIENTES' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-CUENTA-APROBADAS = ZEROES
                MOVE 'SIN PROPUESTAS APROBADAS POR GENERAR'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            OPEN EXTEND PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS = '05' OR WS-PENDIENTE-STATUS = '35'
                OPEN OUTPUT PENDIENTE-FILE
            END-IF.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO AND MR-APROBADA
                    PERFORM GENERA-TARJETA
                END-IF
            END-PERFORM.
            CLOSE PENDIENTE-FILE.

       GENERA-TARJETA.
            MOVE MR-ID-EMPLEADO        TO ID-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-ACTUAL.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-ESTADO-TEXTO
                    PERFORM LINEA-OMITIDA
                    EXIT PARAGRAPH
            END-READ.
            PERFORM NOMBRE-EMPLEADO.
            IF P-TERMINADO
                MOVE 'DE BAJA'         TO WS-ESTADO-TEXTO
                PERFORM LINEA-OMITIDA
                EXIT PARAGRAPH
            END-IF.
            IF P-SALARIO NOT = MR-SALARIO-ACTUAL
                MOVE 'SALARIO CAMBIADO' TO WS-ESTADO-TEXTO
                PERFORM LINEA-OMITIDA
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-TARJETA-CAMBIO.
            MOVE 'C'                   TO TC-TIPO.
            MOVE ID-EMPLEADO           TO TC-ID-EMPLEADO.
            MOVE NOMBRE                TO TC-NOMBRE.
            MOVE P-APELLIDO            TO TC-APELLIDO.
            MOVE DIA                   TO TC-DIA.
            MOVE MES                   TO TC-MES.
            MOVE ANYO                  TO TC-ANYO.
            MOVE P-DEPARTAMENTO        TO TC-DEPARTAMENTO.
            MOVE P-ALTA-DIA            TO TC-ALTA-DIA.
            MOVE P-ALTA-MES            TO TC-ALTA-MES.
            MOVE P-ALTA-ANYO           TO TC-ALTA-ANYO.
            MOVE MR-SALARIO-NUEVO      TO TC-SALARIO.
            MOVE TX-FECHA-EFECTIVA     TO TC-EFF-FECHA.
            MOVE WS-TARJETA-CAMBIO     TO PENDIENTE-REC.
            WRITE PENDIENTE-REC.
            MOVE 'G'                   TO MR-ESTADO.
            MOVE TX-FECHA-EFECTIVA     TO MR-FECHA-EFECTIVA.
            MOVE MERITO-REC            TO TMR-REGISTRO(WS-MR-IDX).
            SET MERITOS-CAMBIADOS      TO TRUE.
            ADD 1                      TO WS-TOTAL-GENERADAS.
            MOVE 'GENERADA'            TO WS-ESTADO-TEXTO.
            PERFORM LINEA-PROPUESTA.

       LINEA-OMITIDA.
            ADD 1                      TO WS-TOTAL-OMITIDAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** OMITIDA ' MR-ID-EMPLEADO ' '
                   WS-NOMBRE-ACTUAL ' - ' WS-ESTADO-TEXTO
                   ' - QUEDA APROBADA SIN TARJETA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       LINEA-PROPUESTA.
            MOVE MR-PORCENTAJE         TO WS-ED-PORCENTAJE.
            MOVE MR-SALARIO-ACTUAL     TO WS-ED-SALARIO.
            MOVE MR-SALARIO-NUEVO      TO WS-ED-NUEVO.
            MOVE MR-AUMENTO            TO WS-ED-AUMENTO.
            PERFORM TEXTO-AVISO.
            MOVE SPACES                TO LINEA-REPORTE.
            MOVE 1                     TO WS-PUNTERO.
            STRING '  ' MR-ID-EMPLEADO ' ' WS-NOMBRE-ACTUAL
                   ' DEPTO ' MR-DEPARTAMENTO ' ' WS-ED-PORCENTAJE
                   '% ' WS-ED-SALARIO ' -> ' WS-ED-NUEVO
                   ' (+' WS-ED-AUMENTO ') ' WS-ESTADO-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
                   WITH POINTER WS-PUNTERO
            END-STRING.
            IF WS-AVISO-TEXTO NOT = SPACES
                STRING ' ' WS-AVISO-TEXTO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                END-STRING
            END-IF.
            IF MR-RECHAZADA
                STRING ' - ' MR-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                END-STRING
            END-IF.
            IF MR-GENERADA
                STRING ' - EFECTIVA ' MR-FECHA-EFECTIVA
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.

       TEXTO-AVISO.
            EVALUATE TRUE
                WHEN MR-FUERA-BANDA
                    MOVE '*FUERA DE BANDA*' TO WS-AVISO-TEXTO
                WHEN MR-SOBRE-FONDO
                    MOVE '*SUPERA FONDO*' TO WS-AVISO-TEXTO
                WHEN OTHER
                    MOVE SPACES        TO WS-AVISO-TEXTO
            END-EVALUATE.

      *    Avisos de las pendientes del departamento WS-DEPARTAMENTO
      *    (fondo en WS-FO-FILA): fuera de la banda, o con el
      *    acumulado de aumentos del departamento, en el orden en
      *    que se propusieron, por encima del fondo.
       RECALCULA-AVISOS.
            MOVE ZEROES                TO WS-COMPROMETIDO.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO
                   AND MR-DEPARTAMENTO = WS-DEPARTAMENTO
                   AND MR-EN-CICLO
                    ADD MR-AUMENTO     TO WS-COMPROMETIDO
                    IF MR-PROPUESTA
                        MOVE SPACE     TO MR-AVISO
                        PERFORM BUSCA-BANDA
                        IF BANDA-HALLADA
                           AND (MR-SALARIO-NUEVO < WS-BANDA-MIN
                                OR MR-SALARIO-NUEVO > WS-BANDA-MAX)
                            MOVE 'B'   TO MR-AVISO
                        ELSE
                            IF WS-COMPROMETIDO > TFO-FONDO(WS-FO-FILA)
                                MOVE 'F' TO MR-AVISO
                            END-IF
                        END-IF
                        MOVE MERITO-REC TO TMR-REGISTRO(WS-MR-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-COMPROMETIDO       TO TFO-COMPROMETIDO(WS-FO-FILA).

      *    Propuestas del departamento WS-DEPARTAMENTO en el ciclo
      *    por estado.
       CUENTA-DEPARTAMENTO.
            MOVE ZEROES                TO WS-CUENTA-PENDIENTES
                                          WS-CUENTA-APROBADAS
                                          WS-CUENTA-RECHAZADAS
                                          WS-CUENTA-GENERADAS
                                          WS-CUENTA-AVISOS.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO
                   AND MR-DEPARTAMENTO = WS-DEPARTAMENTO
                    EVALUATE TRUE
                        WHEN MR-PROPUESTA
                            ADD 1      TO WS-CUENTA-PENDIENTES
                            IF NOT MR-SIN-AVISO
                                ADD 1  TO WS-CUENTA-AVISOS
                            END-IF
                        WHEN MR-APROBADA
                            ADD 1      TO WS-CUENTA-APROBADAS
                        WHEN MR-RECHAZADA
                            ADD 1      TO WS-CUENTA-RECHAZADAS
                        WHEN MR-GENERADA
                            ADD 1      TO WS-CUENTA-GENERADAS
                    END-EVALUATE
                END-IF
            END-PERFORM.

      *    Banda aplicable: la fila del departamento de la
      *    propuesta; sin fila propia, la banda por defecto 000.
       BUSCA-BANDA.
            MOVE 'N'                   TO WS-BANDA-HALLADA-SW.
            MOVE ZEROES                TO WS-BANDA-MIN
                                          WS-BANDA-MAX.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-BANDAS
                IF TBA-DEPARTAMENTO(WS-BA-IDX) = MR-DEPARTAMENTO
                    MOVE TBA-MINIMO(WS-BA-IDX) TO WS-BANDA-MIN
                    MOVE TBA-MAXIMO(WS-BA-IDX) TO WS-BANDA-MAX
                    SET BANDA-HALLADA  TO TRUE
                END-IF
                IF TBA-DEPARTAMENTO(WS-BA-IDX) = ZEROES
                   AND NOT BANDA-HALLADA
                    MOVE TBA-MINIMO(WS-BA-IDX) TO WS-BANDA-MIN
                    MOVE TBA-MAXIMO(WS-BA-IDX) TO WS-BANDA-MAX
                END-IF
            END-PERFORM.
            IF NOT BANDA-HALLADA AND WS-BANDA-MAX NOT = ZEROES
                SET BANDA-HALLADA      TO TRUE
            END-IF.

       BUSCA-FONDO.
            MOVE ZEROES                TO WS-FO-FILA.
            PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                    UNTIL WS-FO-IDX > WS-TOTAL-FONDOS
                       OR WS-FO-FILA NOT = ZEROES
                IF TFO-CICLO(WS-FO-IDX) = WS-CICLO
                   AND TFO-DEPARTAMENTO(WS-FO-IDX) = WS-DEPARTAMENTO
                    MOVE WS-FO-IDX     TO WS-FO-FILA
                END-IF
            END-PERFORM.

      *    Propuesta del empleado WS-EMPLEADO en el ciclo, cargada
      *    en MERITO-REC.
       BUSCA-MERITO.
            MOVE ZEROES                TO WS-MR-FILA.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                       OR WS-MR-FILA NOT = ZEROES
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                IF MR-CICLO = WS-CICLO
                   AND MR-ID-EMPLEADO = WS-EMPLEADO
                    MOVE WS-MR-IDX     TO WS-MR-FILA
                END-IF
            END-PERFORM.
            IF WS-MR-FILA NOT = ZEROES
                MOVE TMR-REGISTRO(WS-MR-FILA) TO MERITO-REC
            END-IF.

      *    Aprobador de nivel 'A', distinto de quien teclea la
      *    baraja y de quien hizo la propuesta de MERITO-REC, y no
      *    enlazado al empleado.
       VALIDA-APROBADOR.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR WS-APRUEBA = SPACES
               OR WS-APRUEBA = WS-USUARIO-AUDIT
               OR WS-APRUEBA = MR-PROPONE
                MOVE 'SIN APROBADOR A DISTINTO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-APRUEBA-EMPLEADO.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                IF TUS-USUARIO(WS-US-IDX) = WS-APRUEBA
                    MOVE TUS-ID-EMPLEADO(WS-US-IDX)
                                       TO WS-APRUEBA-EMPLEADO
                END-IF
            END-PERFORM.
            IF WS-APRUEBA-EMPLEADO = MR-ID-EMPLEADO
                MOVE 'APROBADOR ES EL PROPIO EMPLEADO' TO WS-MOTIVO
            END-IF.

      *    Empleado de WS-EMPLEADO en PERSONA-REC, vivo; su nombre
      *    en WS-NOMBRE-ACTUAL.
       LEE-EMPLEADO.
            MOVE WS-EMPLEADO           TO ID-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-ACTUAL.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            PERFORM NOMBRE-EMPLEADO.
            IF P-TERMINADO
                MOVE 'EMPLEADO DADO DE BAJA' TO WS-MOTIVO
            END-IF.

       NOMBRE-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-ACTUAL.
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO WS-NOMBRE-ACTUAL
            END-STRING.

      *    Fecha de WS-CAL-FECHA valida en el calendario.
       VALIDA-FECHA.
            IF WS-CAL-ANYO < 1900 OR WS-CAL-MES < 1 OR WS-CAL-MES > 12
               OR WS-CAL-DIA < 1
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM DIAS-DEL-MES.
            IF WS-CAL-DIA > WS-CAL-DIAS
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
            END-IF.

      *    Dias del mes de WS-CAL-FECHA en WS-CAL-DIAS.
       DIAS-DEL-MES.
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

       RECHAZA-TARJETA.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:25) ' ***'.

      *    Situacion del ciclo por departamento: fondo, aumentos
      *    vivos, lo que queda y las propuestas por estado; debajo,
      *    las pendientes con aviso.
       IMPRIME-RESUMEN.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'SITUACION DEL CICLO ' WS-CICLO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE 'DEPTO         FONDO  COMPROMETIDO     DISPONIBLE  PEND
      -         '  APROB  RECH  GENER  AVISOS'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-FO-FILA FROM 1 BY 1
                    UNTIL WS-FO-FILA > WS-TOTAL-FONDOS
                IF TFO-CICLO(WS-FO-FILA) = WS-CICLO
                    MOVE TFO-DEPARTAMENTO(WS-FO-FILA)
                                       TO WS-DEPARTAMENTO
                    PERFORM RECALCULA-AVISOS
                    PERFORM CUENTA-DEPARTAMENTO
                    COMPUTE WS-DISPONIBLE = TFO-FONDO(WS-FO-FILA)
                                    - TFO-COMPROMETIDO(WS-FO-FILA)
                    MOVE TFO-FONDO(WS-FO-FILA) TO WS-ED-FONDO
                    MOVE TFO-COMPROMETIDO(WS-FO-FILA)
                                       TO WS-ED-COMPROMETIDO
                    MOVE WS-DISPONIBLE TO WS-ED-DISPONIBLE
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '  ' WS-DEPARTAMENTO '  ' WS-ED-FONDO
                           '  ' WS-ED-COMPROMETIDO '  '
                           WS-ED-DISPONIBLE '  '
                           WS-CUENTA-PENDIENTES '   '
                           WS-CUENTA-APROBADAS '  '
                           WS-CUENTA-RECHAZADAS '   '
                           WS-CUENTA-GENERADAS '    '
                           WS-CUENTA-AVISOS
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'PROPUESTAS PENDIENTES DE APROBAR' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE ZEROES                TO WS-CUENTA-PENDIENTES.
            PERFORM VARYING WS-MR-FILA FROM 1 BY 1
                    UNTIL WS-MR-FILA > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-FILA) TO MERITO-REC
                IF MR-CICLO = WS-CICLO AND MR-PROPUESTA
                    ADD 1              TO WS-CUENTA-PENDIENTES
                    MOVE MR-ID-EMPLEADO TO ID-EMPLEADO
                    MOVE SPACES        TO WS-NOMBRE-ACTUAL
                    READ PERSONA-FILE
                        NOT INVALID KEY
                            PERFORM NOMBRE-EMPLEADO
                    END-READ
                    MOVE 'PENDIENTE'   TO WS-ESTADO-TEXTO
                    PERFORM LINEA-PROPUESTA
                END-IF
            END-PERFORM.
            IF WS-CUENTA-PENDIENTES = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS: ' WS-TOTAL-LEIDAS
                   '  PROPUESTAS: ' WS-TOTAL-PROPUESTAS
                   '  APROBADAS: ' WS-TOTAL-APROBADAS
                   '  DENEGADAS: ' WS-TOTAL-DENEGADAS
                   '  GENERADAS: ' WS-TOTAL-GENERADAS
                   '  OMITIDAS: ' WS-TOTAL-OMITIDAS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Se purgan los ciclos anteriores al anyo pasado.
       CARGA-MERITOS.
            OPEN INPUT MERITO-FILE.
            IF WS-MERITO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ MERITO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF MR-CICLO < WS-ANYO-PURGA
                                SET MERITOS-CAMBIADOS TO TRUE
                            ELSE
                                IF WS-TOTAL-MERITOS < 3000
                                    ADD 1 TO WS-TOTAL-MERITOS
                                    MOVE MERITO-REC TO
                                      TMR-REGISTRO(WS-TOTAL-MERITOS)
                                ELSE
                                    SET MERITOS-LLENO TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MERITO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-MERITOS.
            OPEN OUTPUT MERITO-FILE.
            PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > WS-TOTAL-MERITOS
                MOVE TMR-REGISTRO(WS-MR-IDX) TO MERITO-REC
                WRITE MERITO-REC
            END-PERFORM.
            CLOSE MERITO-FILE.

       CARGA-FONDOS.
            OPEN INPUT FONDO-FILE.
            IF WS-FONDO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ FONDO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF MF-CICLO < WS-ANYO-PURGA
                                SET FONDOS-CAMBIADOS TO TRUE
                            ELSE
                                IF WS-TOTAL-FONDOS < 300
                                    ADD 1 TO WS-TOTAL-FONDOS
                                    MOVE MF-CICLO TO
                                      TFO-CICLO(WS-TOTAL-FONDOS)
                                    MOVE MF-DEPARTAMENTO TO
                                      TFO-DEPARTAMENTO(WS-TOTAL-FONDOS)
                                    MOVE MF-FONDO TO
                                      TFO-FONDO(WS-TOTAL-FONDOS)
                                    MOVE MF-USUARIO TO
                                      TFO-USUARIO(WS-TOTAL-FONDOS)
                                    MOVE MF-FECHA TO
                                      TFO-FECHA(WS-TOTAL-FONDOS)
                                    MOVE ZEROES TO
                                      TFO-COMPROMETIDO(WS-TOTAL-FONDOS)
                                ELSE
                                    SET FONDOS-LLENO TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FONDO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-FONDOS.
            OPEN OUTPUT FONDO-FILE.
            PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                    UNTIL WS-FO-IDX > WS-TOTAL-FONDOS
                MOVE TFO-CICLO(WS-FO-IDX) TO MF-CICLO
                MOVE TFO-DEPARTAMENTO(WS-FO-IDX) TO MF-DEPARTAMENTO
                MOVE TFO-FONDO(WS-FO-IDX) TO MF-FONDO
                MOVE TFO-USUARIO(WS-FO-IDX) TO MF-USUARIO
                MOVE TFO-FECHA(WS-FO-IDX) TO MF-FECHA
                WRITE FONDO-REC
            END-PERFORM.
            CLOSE FONDO-FILE.

       CARGA-BANDAS.
            OPEN INPUT BANDA-FILE.
            IF WS-BANDA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ BANDA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-BANDAS < 50
                                ADD 1     TO WS-TOTAL-BANDAS
                                MOVE BA-DEPARTAMENTO TO
                                     TBA-DEPARTAMENTO(WS-TOTAL-BANDAS)
                                MOVE BA-MINIMO TO
                                     TBA-MINIMO(WS-TOTAL-BANDAS)
                                MOVE BA-MAXIMO TO
                                     TBA-MAXIMO(WS-TOTAL-BANDAS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BANDA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-USUARIOS.
            OPEN INPUT USUARIO-FILE.
            IF WS-USUARIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ USUARIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-USUARIOS < 500
                                ADD 1     TO WS-TOTAL-USUARIOS
                                MOVE US-USUARIO TO
                                     TUS-USUARIO(WS-TOTAL-USUARIOS)
                                IF US-ID-EMPLEADO IS NUMERIC
                                    MOVE US-ID-EMPLEADO TO
                                      TUS-ID-EMPLEADO(WS-TOTAL-USUARIOS)
                                ELSE
                                    MOVE ZEROES TO
                                      TUS-ID-EMPLEADO(WS-TOTAL-USUARIOS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE USUARIO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
