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
      * EXM142 - twelve-month headcount and payroll cost projection   *
      * by department.  The projection starts from the active         *
      * employees of PERSONA.DAT at their current P-SALARIO and       *
      * department and runs twelve months from the month after the    *
      * processing date, or from the month on an 'M' card (AAAAMM, up *
      * to a year ahead).  Over those months it applies what is       *
      * already scheduled: the future-dated EXM22 cards held in       *
      * PENDTX.DAT (a CAMBIO changes salary and department from the   *
      * month of its effective date, a BAJA or a CAMBIO to 'T' is a   *
      * leaver, an ALTA a hire; CSV cards are not projected), the     *
      * retirements EXM44 projects (the employee counts through the   *
      * month of the 65th birthday) and the planned hires and leavers *
      * of PLANTIL.DAT (plantil.cpy).  The planning file is kept by   *
      * the same deck: an 'I' card (date, department, number of       *
      * people, monthly salary each and social-security group,        *
      * description) plans hires for an active DEPTOS.DAT department, *
      * an 'S' card (date, employee, description) plans an active     *
      * employee's leave, an 'X' card deletes a row by number; rows   *
      * of past months are purged.  A leaver counts through the month *
      * of leaving, a hire the whole month of hiring.  Each month and *
      * department gets the gross salaries, the sixth of salary that  *
      * accrues to the two extra payments (as PAGAEXT in EXM29) and   *
      * the employer social-security cost the EXM29 way: the month's  *
      * gross, with the extra payment in June and December, held to   *
      * the group's minimum and maximum base of COTIZSS.DAT for that  *
      * year or the latest year before it, at the group's employer    *
      * rate.  Headcount is compared with DM-HEADCOUNT and cost with  *
      * the PRESUPUE.DAT budget of the GL codes that cover the        *
      * department's DEPCTA.DAT accounts through CTAGLMAP.DAT, in     *
      * cents like the ledger; a GL code shared with another          *
      * department is flagged, since its budget covers both.          *
      * EXM142.PRT logs the cards, lists the movements applied and    *
      * prints twelve months per department and for the company.  RC  *
      * 4 when a card is refused or a department month is over its    *
      * headcount or budget, RC 16 when PERSONA.DAT cannot be read or *
      * a file is larger than its table.                              *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM142.

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
           SELECT PLANTIL-FILE ASSIGN TO "PLANTIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTIL-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "PENDTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT COTIZSS-FILE ASSIGN TO "COTIZSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIZSS-STATUS.
           SELECT COTIZEMP-FILE ASSIGN TO "COTIZEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIZEMP-STATUS.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT CTAGLMAP-FILE ASSIGN TO "CTAGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAGLMAP-STATUS.
           SELECT PRESUP-FILE ASSIGN TO "PRESUPUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUP-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM142.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'M' primer mes de la proyeccion; 'I' incorporacion
      *    planificada; 'S' salida planificada; 'X' baja de una
      *    fila de la planificacion.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-INICIO REDEFINES TX-DATOS.
              03 TX-PERIODO-INICIO    PIC 9(06).
              03 FILLER REDEFINES TX-PERIODO-INICIO.
                 04 TX-INICIO-ANYO    PIC 9(04).
                 04 TX-INICIO-MES     PIC 9(02).
              03 FILLER               PIC X(73).
           02 TX-INCORPORACION REDEFINES TX-DATOS.
              03 TX-FECHA-ALTA        PIC 9(08).
              03 TX-DEPARTAMENTO      PIC 9(03).
              03 TX-CANTIDAD          PIC 9(03).
              03 TX-SALARIO           PIC 9(07)V99.
              03 TX-GRUPO             PIC 9(02).
              03 TX-DESCRIPCION-ALTA  PIC X(30).
              03 FILLER               PIC X(24).
           02 TX-SALIDA REDEFINES TX-DATOS.
              03 TX-FECHA-SALIDA      PIC 9(08).
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-DESCRIPCION-BAJA  PIC X(30).
              03 FILLER               PIC X(34).
           02 TX-SUPRESION REDEFINES TX-DATOS.
              03 TX-NUMERO            PIC 9(05).
              03 FILLER               PIC X(74).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  PLANTIL-FILE.
           COPY "plantil.cpy".

      *    Tarjeta de EXM22 retenida hasta su fecha efectiva, en el
      *    formato de columnas fijas; las CSV no se proyectan.
       FD  PENDIENTE-FILE.
        01 PENDIENTE-REC.
           02 PT-TIPO                 PIC X(01).
           02 PT-ID-EMPLEADO          PIC 9(07).
           02 FILLER                  PIC X(28).
           02 PT-DEPARTAMENTO         PIC 9(03).
           02 FILLER                  PIC X(08).
           02 PT-SALARIO              PIC 9(07)V99.
           02 PT-ESTADO               PIC X(01).
           02 FILLER                  PIC X(55).
           02 PT-EFF-FECHA            PIC 9(08).

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  COTIZSS-FILE.
           COPY "cotizss.cpy".

       FD  COTIZEMP-FILE.
        01 COTIZEMP-REC.
           02 CE-ID-EMPLEADO          PIC 9(07).
           02 CE-GRUPO                PIC 9(02).

       FD  DEPCTA-FILE.
        01 DEPCTA-REC.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

       FD  CTAGLMAP-FILE.
           COPY "ctaglmap.cpy".

       FD  PRESUP-FILE.
           COPY "presup.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PLANTIL-STATUS          PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-COTIZSS-STATUS          PIC X(02) VALUE '00'.
        01 WS-COTIZEMP-STATUS         PIC X(02) VALUE '00'.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-CTAGLMAP-STATUS         PIC X(02) VALUE '00'.
        01 WS-PRESUP-STATUS           PIC X(02) VALUE '00'.
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
        01 WS-PERIODO-HOY             PIC 9(06) VALUE ZEROES.
        01 WS-PERIODO-TOPE            PIC 9(06) VALUE ZEROES.
        01 WS-EDAD-JUBILACION         PIC 9(03) VALUE 65.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PURGADAS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-EMPLEADOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-JUBILACIONES      PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-BAJAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-INCORPORADOS      PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-GRUPO         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-EXCESOS           PIC 9(06) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 WS-LLENO-SW                PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
        01 WS-TABLA-LLENA             PIC X(12) VALUE SPACES.
      *    Los doce meses proyectados.
        01 WS-PERIODO-INICIO          PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO-INICIO.
           02 WS-INICIO-ANYO          PIC 9(04).
           02 WS-INICIO-MES           PIC 9(02).
        01 TABLA-PERIODOS.
           02 TPE-FILA OCCURS 12 TIMES.
              03 TPE-PERIODO          PIC 9(06).
              03 FILLER REDEFINES TPE-PERIODO.
                 04 TPE-ANYO          PIC 9(04).
                 04 TPE-MES           PIC 9(02).
        01 WS-MES-IDX                 PIC 9(02) VALUE ZEROES.
      *    Mes de la proyeccion que corresponde a un periodo AAAAMM:
      *    menor que 1 si es anterior al primero, mayor que 12 si
      *    cae despues del horizonte.
        01 WS-IX-PERIODO              PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-IX-PERIODO.
           02 WS-IX-ANYO              PIC 9(04).
           02 WS-IX-MES               PIC 9(02).
        01 WS-IX-INDICE               PIC S9(05) VALUE ZEROES.
      *    Planificacion (PLANTIL.DAT completo, se reescribe si
      *    cambia).
        01 WS-TOTAL-PLANTIL           PIC 9(03) VALUE ZEROES.
        01 TABLA-PLANTIL.
           02 TPL-FILA OCCURS 500 TIMES.
              03 TPL-REGISTRO         PIC X(94).
        01 WS-PL-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PL-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-ULTIMO-NUMERO           PIC 9(05) VALUE ZEROES.
        01 WS-PLANTIL-CAMBIO-SW       PIC X(01) VALUE 'N'.
           88 PLANTIL-CAMBIADA                   VALUE 'Y'.
      *    Empleados activos de PERSONA.DAT: el ultimo mes en que
      *    cuentan (12 si siguen todo el horizonte, 0 si ninguno) y
      *    la causa de la salida ('J' jubilacion, 'B' baja de
      *    PENDTX, 'S' salida planificada).
        01 WS-TOTAL-ACTIVOS           PIC 9(04) VALUE ZEROES.
        01 TABLA-EMPLEADOS.
           02 TEM-FILA OCCURS 3000 TIMES.
              03 TEM-ID               PIC 9(07).
              03 TEM-NOMBRE           PIC X(21).
              03 TEM-DEPARTAMENTO     PIC 9(03).
              03 TEM-SALARIO          PIC 9(07)V99.
              03 TEM-GRUPO            PIC 9(02).
              03 TEM-JUBILACION       PIC 9(06).
              03 TEM-ULTIMO-MES       PIC 9(02).
              03 TEM-CAUSA            PIC X(01).
        01 WS-EM-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-EM-FILA                 PIC 9(04) VALUE ZEROES.
      *    Cambios de salario o departamento de las tarjetas CAMBIO
      *    de PENDTX, desde el mes de su fecha efectiva.
        01 WS-TOTAL-CAMBIOS           PIC 9(04) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 1000 TIMES.
              03 TCA-ID               PIC 9(07).
              03 TCA-MES              PIC 9(02).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-SALARIO          PIC 9(07)V99.
              03 TCA-DEPARTAMENTO     PIC 9(03).
        01 WS-CA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-MEJOR-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-MEJOR-FECHA-DEP         PIC 9(08) VALUE ZEROES.
      *    Altas del horizonte: de PENDTX ('P') y planificadas ('I').
        01 WS-TOTAL-ALTAS             PIC 9(03) VALUE ZEROES.
        01 TABLA-ALTAS.
           02 TAL-FILA OCCURS 500 TIMES.
              03 TAL-MES              PIC 9(02).
              03 TAL-DEPARTAMENTO     PIC 9(03).
              03 TAL-CANTIDAD         PIC 9(03).
              03 TAL-SALARIO          PIC 9(07)V99.
              03 TAL-GRUPO            PIC 9(02).
              03 TAL-ORIGEN           PIC X(01).
        01 WS-AL-IDX                  PIC 9(03) VALUE ZEROES.
      *    Grupos de cotizacion de todos los anyos (COTIZSS.DAT) y
      *    grupo de cada empleado (COTIZEMP.DAT).
        01 WS-TOTAL-GRUPOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-GRUPOS.
           02 TGS-FILA OCCURS 200 TIMES.
              03 TGS-ANYO             PIC 9(04).
              03 TGS-GRUPO            PIC 9(02).
              03 TGS-TIPO-EMPRESA     PIC 9(02)V99.
              03 TGS-BASE-MINIMA      PIC 9(07)V99.
              03 TGS-BASE-MAXIMA      PIC 9(07)V99.
        01 WS-GS-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-GS-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-COTIZEMP          PIC 9(04) VALUE ZEROES.
        01 TABLA-COTIZEMP.
           02 TCE-FILA OCCURS 3000 TIMES.
              03 TCE-ID               PIC 9(07).
              03 TCE-GRUPO            PIC 9(02).
        01 WS-CE-IDX                  PIC 9(04) VALUE ZEROES.
      *    Cuenta de gasto de cada departamento (DEPCTA.DAT) y
      *    rangos de cuenta a codigo GL (CTAGLMAP.DAT).
        01 WS-TOTAL-MAPEOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPCTA.
           02 TDC-FILA OCCURS 200 TIMES.
              03 TDC-DEPARTAMENTO     PIC 9(03).
              03 TDC-CUENTA           PIC 9(06).
        01 WS-DC-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-RANGOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-RANGOS.
           02 TCM-FILA OCCURS 500 TIMES.
              03 TCM-DESDE            PIC 9(06).
              03 TCM-HASTA            PIC 9(06).
              03 TCM-CUENTA-GL        PIC X(10).
        01 WS-CM-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-CUENTA-GL               PIC X(10) VALUE SPACES.
      *    Presupuesto de los doce meses por codigo GL, en centimos
      *    como el importe SUM3 del mayor.
        01 WS-TOTAL-PRESUP            PIC 9(04) VALUE ZEROES.
        01 TABLA-PRESUP.
           02 TPR-FILA OCCURS 3000 TIMES.
              03 TPR-CUENTA-GL        PIC X(10).
              03 TPR-MES              PIC 9(02).
              03 TPR-MONTO            PIC S9(13).
        01 WS-PR-IDX                  PIC 9(04) VALUE ZEROES.
      *    Departamentos en orden de codigo: los de DEPTOS.DAT y los
      *    que aparecen en la proyeccion; sus codigos GL y los doce
      *    meses de plantilla, coste y presupuesto.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 200 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-NOMBRE           PIC X(20).
              03 TDE-EN-MAESTRO       PIC X(01).
              03 TDE-ACTIVO           PIC X(01).
              03 TDE-HEADCOUNT        PIC 9(04).
              03 TDE-COMPARTIDA       PIC X(01).
              03 TDE-TOTAL-GL         PIC 9(01).
              03 TDE-CUENTA-GL        PIC X(10) OCCURS 5 TIMES.
              03 TDE-MES OCCURS 12 TIMES.
                 04 TDM-PLANTILLA     PIC 9(05).
                 04 TDM-BRUTO         PIC 9(09)V99.
                 04 TDM-DEVENGO       PIC 9(09)V99.
                 04 TDM-SS            PIC 9(09)V99.
                 04 TDM-PRESUPUESTO   PIC S9(11)V99.
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DE-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-DE-OTRO                 PIC 9(03) VALUE ZEROES.
        01 WS-GL-IDX                  PIC 9(01) VALUE ZEROES.
        01 WS-GL-OTRO                 PIC 9(01) VALUE ZEROES.
        01 WS-HALLADO-SW              PIC X(01) VALUE 'N'.
           88 HALLADO                            VALUE 'Y'.
      *    Calculo de un mes de un empleado o de un alta.
        01 WS-DEPARTAMENTO            PIC 9(03) VALUE ZEROES.
        01 WS-EMPLEADO                PIC 9(07) VALUE ZEROES.
        01 WS-CAUSA                   PIC X(01) VALUE SPACES.
        01 WS-COMAS                   PIC 9(02) VALUE ZEROES.
        01 WS-PLANTILLA-DEPTO         PIC 9(07) VALUE ZEROES.
        01 WS-SALARIO                 PIC 9(07)V99 VALUE ZEROES.
        01 WS-CANTIDAD                PIC 9(03) VALUE ZEROES.
        01 WS-SS-GRUPO                PIC 9(02) VALUE ZEROES.
        01 WS-SS-BASE                 PIC 9(09)V99 VALUE ZEROES.
        01 WS-SS-EMPRESA              PIC 9(07)V99 VALUE ZEROES.
        01 WS-DEVENGO                 PIC 9(07)V99 VALUE ZEROES.
        01 WS-MEJOR-ANYO              PIC 9(04) VALUE ZEROES.
        01 WS-SIN-GRUPO-SW            PIC X(01) VALUE 'N'.
           88 SIN-GRUPO                          VALUE 'Y'.
        01 WS-ANYO-JUBILACION         PIC 9(04) VALUE ZEROES.
      *    Lineas del informe.
        01 WS-COSTE                   PIC 9(10)V99 VALUE ZEROES.
        01 WS-DESVIACION              PIC S9(11)V99 VALUE ZEROES.
        01 WS-DIFERENCIA              PIC S9(05) VALUE ZEROES.
        01 WS-AVISO                   PIC X(12) VALUE SPACES.
        01 WS-PLANTILLA-EXCEDIDA-SW   PIC X(01) VALUE 'N'.
           88 PLANTILLA-EXCEDIDA                 VALUE 'Y'.
        01 WS-COSTE-EXCEDIDO-SW       PIC X(01) VALUE 'N'.
           88 COSTE-EXCEDIDO                     VALUE 'Y'.
        01 WS-CAUSA-TEXTO             PIC X(12) VALUE SPACES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
        01 WS-BLOQUE-EMPRESA-SW       PIC X(01) VALUE 'N'.
           88 BLOQUE-EMPRESA                     VALUE 'Y'.
      *    Acumulados de un bloque (un departamento o la empresa).
        01 TABLA-BLOQUE.
           02 TBL-MES OCCURS 12 TIMES.
              03 TBL-PLANTILLA        PIC 9(05).
              03 TBL-HEADCOUNT        PIC 9(05).
              03 TBL-BRUTO            PIC 9(09)V99.
              03 TBL-DEVENGO          PIC 9(09)V99.
              03 TBL-SS               PIC 9(09)V99.
              03 TBL-PRESUPUESTO      PIC S9(11)V99.
        01 WS-TOTAL-BRUTO             PIC 9(10)V99 VALUE ZEROES.
        01 WS-TOTAL-DEVENGO           PIC 9(10)V99 VALUE ZEROES.
        01 WS-TOTAL-SS                PIC 9(10)V99 VALUE ZEROES.
        01 WS-TOTAL-COSTE             PIC 9(11)V99 VALUE ZEROES.
        01 WS-TOTAL-PRESUPUESTO       PIC S9(11)V99 VALUE ZEROES.
        01 WS-ED-PLANTILLA            PIC ZZZZ9.
        01 WS-ED-HEADCOUNT            PIC ZZZZ9.
        01 WS-ED-DIFERENCIA           PIC ----9.
        01 WS-ED-BRUTO                PIC Z(08)9.99.
        01 WS-ED-DEVENGO              PIC Z(08)9.99.
        01 WS-ED-SS                   PIC Z(08)9.99.
        01 WS-ED-COSTE                PIC Z(09)9.99.
        01 WS-ED-PRESUPUESTO          PIC Z(09)9.99.
        01 WS-ED-DESVIACION           PIC Z(09)9.99-.
        01 WS-ED-SALARIO              PIC Z(06)9.99.
        01 WS-ED-CANTIDAD             PIC ZZ9.
      *    Validacion de fechas de las tarjetas.
        01 WS-CAL-FECHA               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-CAL-FECHA.
           02 WS-CAL-ANYO             PIC 9(04).
           02 WS-CAL-MES              PIC 9(02).
           02 WS-CAL-DIA              PIC 9(02).
        01 WS-CAL-SIGUIENTE           PIC 9(08) VALUE ZEROES.
        01 WS-CAL-DIAS                PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-PERIODO-HOY = WS-FP-ANYO * 100 + WS-FP-MES.
            COMPUTE WS-PERIODO-TOPE = WS-PERIODO-HOY + 100.
      *    Por defecto se proyecta desde el mes siguiente al de
      *    proceso, el primero que aun no ha pagado la nomina.
            IF WS-FP-MES = 12
                COMPUTE WS-PERIODO-INICIO = (WS-FP-ANYO + 1) * 100 + 1
            ELSE
                COMPUTE WS-PERIODO-INICIO = WS-PERIODO-HOY + 1
            END-IF.

            PERFORM CARGA-DEPTOS.
            PERFORM CARGA-COTIZACION.
            PERFORM CARGA-PLANTIL.
            PERFORM CARGA-EMPLEADOS.
            IF TABLA-LLENA
                DISPLAY '*** ' WS-TABLA-LLENA
                        ' MAYOR QUE SU TABLA - PROYECCION ANULADA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM142 - PROYECCION DE PLANTILLA Y COSTE DE '
                   'NOMINA A DOCE MESES  FECHA PROCESO: '
                   WS-FECHA-PROCESO
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
            IF PLANTIL-CAMBIADA
                PERFORM GRABA-PLANTIL
            END-IF.

            PERFORM PREPARA-PERIODOS.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'MOVIMIENTOS PREVISTOS DE ' TPE-PERIODO(1)
                   ' A ' TPE-PERIODO(12)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM PROYECTA-JUBILACIONES.
            PERFORM CARGA-PENDIENTES.
            PERFORM APLICA-PLANTIL.
            IF TABLA-LLENA
                DISPLAY '*** ' WS-TABLA-LLENA
                        ' MAYOR QUE SU TABLA - PROYECCION ANULADA ***'
                CLOSE REPORTE-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM PROYECTA-EMPLEADO
                    VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-TOTAL-ACTIVOS.
            PERFORM PROYECTA-ALTA
                    VARYING WS-AL-IDX FROM 1 BY 1
                    UNTIL WS-AL-IDX > WS-TOTAL-ALTAS.
            PERFORM CARGA-CUENTAS.
            PERFORM CARGA-PRESUPUESTO.
            PERFORM ASIGNA-PRESUPUESTO.
            IF TABLA-LLENA
                DISPLAY '*** ' WS-TABLA-LLENA
                        ' MAYOR QUE SU TABLA - PROYECCION ANULADA ***'
                CLOSE REPORTE-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM IMPRIME-DEPARTAMENTO
                    VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS.
            PERFORM IMPRIME-EMPRESA.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-EXCESOS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '       WS-TOTAL-LEIDAS.
            DISPLAY 'TARJETAS RECHAZADAS: '   WS-TOTAL-RECHAZADAS.
            DISPLAY 'EMPLEADOS PROYECTADOS: ' WS-TOTAL-EMPLEADOS.
            DISPLAY 'JUBILACIONES: '          WS-TOTAL-JUBILACIONES.
            DISPLAY 'SALIDAS: '               WS-TOTAL-BAJAS.
            DISPLAY 'INCORPORACIONES: '       WS-TOTAL-INCORPORADOS.
            DISPLAY 'MESES POR ENCIMA DE LO PREVISTO: '
                    WS-TOTAL-EXCESOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM142.PRT'.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            EVALUATE TX-TIPO
                WHEN 'M'
                    PERFORM FIJA-INICIO
                WHEN 'I'
                    PERFORM NUEVA-INCORPORACION
                WHEN 'S'
                    PERFORM NUEVA-SALIDA
                WHEN 'X'
                    PERFORM SUPRIME-FILA
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    Primer mes de la proyeccion: el de proceso como pronto y
      *    no mas alla de un anyo.
       FIJA-INICIO.
            IF TX-PERIODO-INICIO IS NOT NUMERIC
                MOVE 'MES DE INICIO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-INICIO-MES < 1 OR TX-INICIO-MES > 12
                MOVE 'MES DE INICIO INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-PERIODO-INICIO < WS-PERIODO-HOY
               OR TX-PERIODO-INICIO > WS-PERIODO-TOPE
                MOVE 'MES DE INICIO FUERA DEL ANYO SIGUIENTE'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-PERIODO-INICIO     TO WS-PERIODO-INICIO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  PROYECCION DESDE ' WS-PERIODO-INICIO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Incorporacion planificada: personas, departamento activo,
      *    salario mensual y grupo de cotizacion de cada una.
       NUEVA-INCORPORACION.
            IF TX-FECHA-ALTA IS NOT NUMERIC
                MOVE 'FECHA DE INCORPORACION NO NUMERICA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA-ALTA         TO WS-CAL-FECHA.
            PERFORM VALIDA-FECHA.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA-ALTA < WS-FECHA-PROCESO
                MOVE 'FECHA DE INCORPORACION PASADA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DEPARTAMENTO IS NOT NUMERIC
                MOVE 'DEPARTAMENTO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-DEPARTAMENTO       TO WS-DEPARTAMENTO.
            PERFORM BUSCA-DEPTO.
            IF NOT HALLADO
                MOVE 'DEPARTAMENTO INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TDE-EN-MAESTRO(WS-DE-IDX) NOT = 'S'
               OR TDE-ACTIVO(WS-DE-IDX) NOT = 'A'
                MOVE 'DEPARTAMENTO INACTIVO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-CANTIDAD IS NOT NUMERIC OR TX-CANTIDAD = ZEROES
                MOVE 'NUMERO DE PERSONAS INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-SALARIO IS NOT NUMERIC OR TX-SALARIO = ZEROES
                MOVE 'SALARIO INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-GRUPO IS NOT NUMERIC
                MOVE 'GRUPO DE COTIZACION NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-HALLADO-SW.
            PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                    UNTIL WS-GS-IDX > WS-TOTAL-GRUPOS OR HALLADO
                IF TGS-GRUPO(WS-GS-IDX) = TX-GRUPO
                    SET HALLADO        TO TRUE
                END-IF
            END-PERFORM.
            IF NOT HALLADO
                MOVE 'GRUPO DE COTIZACION INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-PLANTIL >= 500
                MOVE 'PLANTIL.DAT LLENO (500 FILAS)' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO PLANTIL-REC.
            ADD 1                      TO WS-ULTIMO-NUMERO.
            MOVE WS-ULTIMO-NUMERO      TO PL-NUMERO.
            SET PL-INCORPORACION       TO TRUE.
            MOVE TX-FECHA-ALTA         TO PL-FECHA.
            MOVE TX-DEPARTAMENTO       TO PL-DEPARTAMENTO.
            MOVE ZEROES                TO PL-ID-EMPLEADO.
            MOVE TX-CANTIDAD           TO PL-CANTIDAD.
            MOVE TX-SALARIO            TO PL-SALARIO.
            MOVE TX-GRUPO              TO PL-GRUPO.
            MOVE TX-DESCRIPCION-ALTA   TO PL-DESCRIPCION.
            PERFORM ANOTA-FILA.

      *    Salida planificada de un empleado activo; una por
      *    empleado.
       NUEVA-SALIDA.
            IF TX-FECHA-SALIDA IS NOT NUMERIC
                MOVE 'FECHA DE SALIDA NO NUMERICA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA-SALIDA       TO WS-CAL-FECHA.
            PERFORM VALIDA-FECHA.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA-SALIDA < WS-FECHA-PROCESO
                MOVE 'FECHA DE SALIDA PASADA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
                MOVE 'EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF WS-EM-FILA = ZEROES
                MOVE 'EMPLEADO INEXISTENTE O NO ACTIVO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANTIL
                MOVE TPL-REGISTRO(WS-PL-IDX) TO PLANTIL-REC
                IF PL-SALIDA AND PL-ID-EMPLEADO = TX-ID-EMPLEADO
                    MOVE 'SALIDA YA PLANIFICADA EN LA FILA'
                                       TO WS-MOTIVO
                    MOVE PL-NUMERO     TO WS-MOTIVO(34:5)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-TOTAL-PLANTIL >= 500
                MOVE 'PLANTIL.DAT LLENO (500 FILAS)' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO PLANTIL-REC.
            ADD 1                      TO WS-ULTIMO-NUMERO.
            MOVE WS-ULTIMO-NUMERO      TO PL-NUMERO.
            SET PL-SALIDA              TO TRUE.
            MOVE TX-FECHA-SALIDA       TO PL-FECHA.
            MOVE TEM-DEPARTAMENTO(WS-EM-FILA) TO PL-DEPARTAMENTO.
            MOVE TX-ID-EMPLEADO        TO PL-ID-EMPLEADO.
            MOVE 1                     TO PL-CANTIDAD.
            MOVE TEM-SALARIO(WS-EM-FILA) TO PL-SALARIO.
            MOVE TEM-GRUPO(WS-EM-FILA) TO PL-GRUPO.
            MOVE TX-DESCRIPCION-BAJA   TO PL-DESCRIPCION.
            PERFORM ANOTA-FILA.

       ANOTA-FILA.
            MOVE WS-USUARIO-AUDIT      TO PL-USUARIO.
            MOVE WS-FECHA-PROCESO      TO PL-FECHA-ALTA.
            ADD 1                      TO WS-TOTAL-PLANTIL.
            MOVE PLANTIL-REC TO TPL-REGISTRO(WS-TOTAL-PLANTIL).
            SET PLANTIL-CAMBIADA       TO TRUE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ANOTADA EN LA PLANIFICACION COMO FILA '
                   PL-NUMERO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       SUPRIME-FILA.
            IF TX-NUMERO IS NOT NUMERIC
                MOVE 'NUMERO DE FILA NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-PL-FILA.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANTIL
                MOVE TPL-REGISTRO(WS-PL-IDX) TO PLANTIL-REC
                IF PL-NUMERO = TX-NUMERO
                    MOVE WS-PL-IDX     TO WS-PL-FILA
                END-IF
            END-PERFORM.
            IF WS-PL-FILA = ZEROES
                MOVE 'FILA DE PLANIFICACION INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PL-IDX FROM WS-PL-FILA BY 1
                    UNTIL WS-PL-IDX >= WS-TOTAL-PLANTIL
                MOVE TPL-REGISTRO(WS-PL-IDX + 1)
                                       TO TPL-REGISTRO(WS-PL-IDX)
            END-PERFORM.
            SUBTRACT 1                 FROM WS-TOTAL-PLANTIL.
            SET PLANTIL-CAMBIADA       TO TRUE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  FILA ' TX-NUMERO
                   ' SUPRIMIDA DE LA PLANIFICACION'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       RECHAZA-TARJETA.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:25) ' ***'.

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

      *    Los doce periodos AAAAMM desde el de inicio.
       PREPARA-PERIODOS.
            MOVE WS-PERIODO-INICIO     TO TPE-PERIODO(1).
            PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                    UNTIL WS-MES-IDX > 12
                IF TPE-MES(WS-MES-IDX - 1) = 12
                    COMPUTE TPE-ANYO(WS-MES-IDX) =
                            TPE-ANYO(WS-MES-IDX - 1) + 1
                    MOVE 1             TO TPE-MES(WS-MES-IDX)
                ELSE
                    MOVE TPE-ANYO(WS-MES-IDX - 1)
                                       TO TPE-ANYO(WS-MES-IDX)
                    COMPUTE TPE-MES(WS-MES-IDX) =
                            TPE-MES(WS-MES-IDX - 1) + 1
                END-IF
            END-PERFORM.

      *    Mes de la proyeccion del periodo WS-IX-PERIODO.
       CALCULA-INDICE.
            COMPUTE WS-IX-INDICE =
                    (WS-IX-ANYO - WS-INICIO-ANYO) * 12
                    + WS-IX-MES - WS-INICIO-MES + 1.

      *    Jubilacion como en EXM44: el mes en que el empleado
      *    cumple WS-EDAD-JUBILACION es el ultimo que cuenta.
       PROYECTA-JUBILACIONES.
            MOVE 'JUBILACION'          TO WS-CAUSA-TEXTO.
            MOVE 'J'                   TO WS-CAUSA.
            PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-TOTAL-ACTIVOS
                MOVE TEM-JUBILACION(WS-EM-IDX) TO WS-IX-PERIODO
                PERFORM CALCULA-INDICE
                IF WS-IX-INDICE >= 1 AND WS-IX-INDICE <= 12
                    MOVE WS-EM-IDX     TO WS-EM-FILA
                    PERFORM REGISTRA-SALIDA
                END-IF
            END-PERFORM.

      *    Salida de WS-EM-FILA en el periodo WS-IX-PERIODO: cuenta
      *    hasta ese mes incluido; si hay varias, manda la primera.
       REGISTRA-SALIDA.
            IF WS-IX-INDICE < 1
                MOVE ZEROES            TO WS-IX-INDICE
            END-IF.
            IF WS-IX-INDICE < TEM-ULTIMO-MES(WS-EM-FILA)
               OR TEM-CAUSA(WS-EM-FILA) = SPACES
                MOVE WS-IX-INDICE      TO TEM-ULTIMO-MES(WS-EM-FILA)
                MOVE WS-CAUSA          TO TEM-CAUSA(WS-EM-FILA)
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' WS-CAUSA-TEXTO ' ' TEM-ID(WS-EM-FILA)
                   ' ' TEM-NOMBRE(WS-EM-FILA)
                   '  DEPTO ' TEM-DEPARTAMENTO(WS-EM-FILA)
                   '  ULTIMO MES ' WS-IX-PERIODO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Tarjetas de EXM22 retenidas en PENDTX.DAT hasta su fecha
      *    efectiva: altas, bajas y cambios de salario, departamento
      *    o estado que aun no estan en el maestro.
       CARGA-PENDIENTES.
            OPEN INPUT PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PENDIENTE-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            PERFORM ANALIZA-PENDIENTE
                    END-READ
                END-PERFORM
                CLOSE PENDIENTE-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANALIZA-PENDIENTE.
            MOVE ZEROES                TO WS-COMAS.
            INSPECT PENDIENTE-REC(1:9) TALLYING WS-COMAS FOR ALL ','.
            IF WS-COMAS > ZEROES
               OR PT-EFF-FECHA IS NOT NUMERIC
               OR PT-ID-EMPLEADO IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE PT-EFF-FECHA(1:6)     TO WS-IX-PERIODO.
            PERFORM CALCULA-INDICE.
            IF WS-IX-INDICE > 12
                EXIT PARAGRAPH
            END-IF.
            MOVE PT-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            EVALUATE TRUE
                WHEN PT-TIPO = 'A'
                    PERFORM PENDIENTE-ALTA
                WHEN WS-EM-FILA = ZEROES
                    CONTINUE
                WHEN PT-TIPO = 'B'
                WHEN PT-TIPO = 'C' AND PT-ESTADO = 'T'
                    MOVE 'BAJA PENDTX'  TO WS-CAUSA-TEXTO
                    MOVE 'B'            TO WS-CAUSA
                    PERFORM REGISTRA-SALIDA
                WHEN PT-TIPO = 'C'
                    PERFORM PENDIENTE-CAMBIO
            END-EVALUATE.

      *    Alta con fecha efectiva: una persona desde ese mes, con
      *    el grupo de cotizacion que ya tenga en COTIZEMP.DAT.
       PENDIENTE-ALTA.
            IF WS-EM-FILA NOT = ZEROES
               OR PT-DEPARTAMENTO IS NOT NUMERIC
               OR PT-SALARIO IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-ALTAS >= 500
                SET TABLA-LLENA        TO TRUE
                MOVE 'ALTAS'           TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            IF WS-IX-INDICE < 1
                MOVE 1                 TO WS-IX-INDICE
            END-IF.
            ADD 1                      TO WS-TOTAL-ALTAS.
            MOVE WS-IX-INDICE          TO TAL-MES(WS-TOTAL-ALTAS).
            MOVE PT-DEPARTAMENTO TO TAL-DEPARTAMENTO(WS-TOTAL-ALTAS).
            MOVE 1                     TO TAL-CANTIDAD(WS-TOTAL-ALTAS).
            MOVE PT-SALARIO            TO TAL-SALARIO(WS-TOTAL-ALTAS).
            PERFORM BUSCA-GRUPO-EMPLEADO.
            MOVE WS-SS-GRUPO           TO TAL-GRUPO(WS-TOTAL-ALTAS).
            MOVE 'P'                   TO TAL-ORIGEN(WS-TOTAL-ALTAS).
            MOVE PT-SALARIO            TO WS-ED-SALARIO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ALTA PENDTX  ' PT-ID-EMPLEADO
                   '  DEPTO ' PT-DEPARTAMENTO
                   '  DESDE ' TPE-PERIODO(TAL-MES(WS-TOTAL-ALTAS))
                   '  PERSONAS   1  SALARIO ' WS-ED-SALARIO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    CAMBIO con fecha efectiva: salario y departamento desde
      *    ese mes.  Uno sin importe o sin departamento conserva el
      *    que rija.
       PENDIENTE-CAMBIO.
            IF PT-SALARIO IS NOT NUMERIC
                MOVE ZEROES            TO PT-SALARIO
            END-IF.
            IF PT-DEPARTAMENTO IS NOT NUMERIC
                MOVE ZEROES            TO PT-DEPARTAMENTO
            END-IF.
            IF (PT-SALARIO = ZEROES
                OR PT-SALARIO = TEM-SALARIO(WS-EM-FILA))
               AND (PT-DEPARTAMENTO = ZEROES
                OR PT-DEPARTAMENTO = TEM-DEPARTAMENTO(WS-EM-FILA))
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-CAMBIOS >= 1000
                SET TABLA-LLENA        TO TRUE
                MOVE 'CAMBIOS'         TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            IF WS-IX-INDICE < 1
                MOVE 1                 TO WS-IX-INDICE
            END-IF.
            ADD 1                      TO WS-TOTAL-CAMBIOS.
            MOVE WS-EMPLEADO           TO TCA-ID(WS-TOTAL-CAMBIOS).
            MOVE WS-IX-INDICE          TO TCA-MES(WS-TOTAL-CAMBIOS).
            MOVE PT-EFF-FECHA          TO TCA-FECHA(WS-TOTAL-CAMBIOS).
            MOVE PT-SALARIO            TO TCA-SALARIO(WS-TOTAL-CAMBIOS).
            MOVE PT-DEPARTAMENTO
                              TO TCA-DEPARTAMENTO(WS-TOTAL-CAMBIOS).
            MOVE PT-SALARIO            TO WS-ED-SALARIO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  CAMBIO PENDTX ' WS-EMPLEADO
                   ' ' TEM-NOMBRE(WS-EM-FILA)
                   '  DEPTO ' TEM-DEPARTAMENTO(WS-EM-FILA)
                   '  DESDE ' TPE-PERIODO(WS-IX-INDICE)
                   '  SALARIO ' WS-ED-SALARIO
                   '  DEPTO NUEVO ' PT-DEPARTAMENTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Filas de la planificacion dentro del horizonte.
       APLICA-PLANTIL.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANTIL
                MOVE TPL-REGISTRO(WS-PL-IDX) TO PLANTIL-REC
                MOVE PL-PERIODO        TO WS-IX-PERIODO
                PERFORM CALCULA-INDICE
                IF WS-IX-INDICE <= 12
                    IF PL-INCORPORACION
                        PERFORM PLANTIL-ALTA
                    ELSE
                        PERFORM PLANTIL-SALIDA
                    END-IF
                END-IF
            END-PERFORM.

       PLANTIL-ALTA.
            IF WS-TOTAL-ALTAS >= 500
                SET TABLA-LLENA        TO TRUE
                MOVE 'ALTAS'           TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            IF WS-IX-INDICE < 1
                MOVE 1                 TO WS-IX-INDICE
            END-IF.
            ADD 1                      TO WS-TOTAL-ALTAS.
            MOVE WS-IX-INDICE          TO TAL-MES(WS-TOTAL-ALTAS).
            MOVE PL-DEPARTAMENTO TO TAL-DEPARTAMENTO(WS-TOTAL-ALTAS).
            MOVE PL-CANTIDAD           TO TAL-CANTIDAD(WS-TOTAL-ALTAS).
            MOVE PL-SALARIO            TO TAL-SALARIO(WS-TOTAL-ALTAS).
            MOVE PL-GRUPO              TO TAL-GRUPO(WS-TOTAL-ALTAS).
            MOVE 'I'                   TO TAL-ORIGEN(WS-TOTAL-ALTAS).
            MOVE PL-SALARIO            TO WS-ED-SALARIO.
            MOVE PL-CANTIDAD           TO WS-ED-CANTIDAD.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ALTA PLANIF. FILA ' PL-NUMERO
                   '  DEPTO ' PL-DEPARTAMENTO
                   '  DESDE ' TPE-PERIODO(WS-IX-INDICE)
                   '  PERSONAS ' WS-ED-CANTIDAD
                   '  SALARIO ' WS-ED-SALARIO
                   '  ' PL-DESCRIPCION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Una salida de alguien que ya no esta activo se ha
      *    adelantado en el maestro: se avisa y no cuenta.
       PLANTIL-SALIDA.
            MOVE PL-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM BUSCA-EMPLEADO.
            IF WS-EM-FILA = ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  SALIDA PLANIF. FILA ' PL-NUMERO
                       ' DEL EMPLEADO ' PL-ID-EMPLEADO
                       ' QUE YA NO ESTA ACTIVO'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'SALIDA PLAN.'       TO WS-CAUSA-TEXTO.
            MOVE 'S'                   TO WS-CAUSA.
            PERFORM REGISTRA-SALIDA.

      *    Un empleado activo cuenta cada mes hasta su salida con el
      *    salario y el departamento que rijan ese mes.
       PROYECTA-EMPLEADO.
            ADD 1                      TO WS-TOTAL-EMPLEADOS.
            EVALUATE TEM-CAUSA(WS-EM-IDX)
                WHEN 'J'
                    ADD 1              TO WS-TOTAL-JUBILACIONES
                WHEN 'B'
                WHEN 'S'
                    ADD 1              TO WS-TOTAL-BAJAS
            END-EVALUATE.
            MOVE 'N'                   TO WS-SIN-GRUPO-SW.
            MOVE TEM-GRUPO(WS-EM-IDX)  TO WS-SS-GRUPO.
            MOVE 1                     TO WS-CANTIDAD.
            PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                    UNTIL WS-MES-IDX > TEM-ULTIMO-MES(WS-EM-IDX)
                PERFORM SALARIO-DEL-MES
                PERFORM ACUMULA-MES
            END-PERFORM.
            IF SIN-GRUPO
                ADD 1                  TO WS-TOTAL-SIN-GRUPO
            END-IF.

      *    El CAMBIO de fecha efectiva mas reciente que ya rige en
      *    el mes, por separado para el salario y el departamento.
       SALARIO-DEL-MES.
            MOVE TEM-SALARIO(WS-EM-IDX) TO WS-SALARIO.
            MOVE TEM-DEPARTAMENTO(WS-EM-IDX) TO WS-DEPARTAMENTO.
            MOVE ZEROES                TO WS-MEJOR-FECHA
                                          WS-MEJOR-FECHA-DEP.
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                IF TCA-ID(WS-CA-IDX) = TEM-ID(WS-EM-IDX)
                   AND TCA-MES(WS-CA-IDX) <= WS-MES-IDX
                    IF TCA-SALARIO(WS-CA-IDX) > ZEROES
                       AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA
                        MOVE TCA-FECHA(WS-CA-IDX) TO WS-MEJOR-FECHA
                        MOVE TCA-SALARIO(WS-CA-IDX) TO WS-SALARIO
                    END-IF
                    IF TCA-DEPARTAMENTO(WS-CA-IDX) > ZEROES
                       AND TCA-FECHA(WS-CA-IDX) >= WS-MEJOR-FECHA-DEP
                        MOVE TCA-FECHA(WS-CA-IDX)
                                       TO WS-MEJOR-FECHA-DEP
                        MOVE TCA-DEPARTAMENTO(WS-CA-IDX)
                                       TO WS-DEPARTAMENTO
                    END-IF
                END-IF
            END-PERFORM.

      *    Un alta cuenta el mes entero desde el de su fecha.
       PROYECTA-ALTA.
            ADD TAL-CANTIDAD(WS-AL-IDX) TO WS-TOTAL-INCORPORADOS.
            MOVE 'N'                   TO WS-SIN-GRUPO-SW.
            MOVE TAL-SALARIO(WS-AL-IDX) TO WS-SALARIO.
            MOVE TAL-DEPARTAMENTO(WS-AL-IDX) TO WS-DEPARTAMENTO.
            MOVE TAL-CANTIDAD(WS-AL-IDX) TO WS-CANTIDAD.
            MOVE TAL-GRUPO(WS-AL-IDX)  TO WS-SS-GRUPO.
            PERFORM VARYING WS-MES-IDX FROM TAL-MES(WS-AL-IDX) BY 1
                    UNTIL WS-MES-IDX > 12
                PERFORM ACUMULA-MES
            END-PERFORM.
            IF SIN-GRUPO
                ADD TAL-CANTIDAD(WS-AL-IDX) TO WS-TOTAL-SIN-GRUPO
            END-IF.

      *    Coste del mes: bruto, el sexto del salario que devengan
      *    las dos pagas extra (como PAGAEXT en EXM29) y la cuota
      *    empresarial.
       ACUMULA-MES.
            PERFORM ANYADE-DEPTO.
            IF TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD WS-CANTIDAD TO TDM-PLANTILLA(WS-DE-FILA WS-MES-IDX).
            COMPUTE TDM-BRUTO(WS-DE-FILA WS-MES-IDX) =
                    TDM-BRUTO(WS-DE-FILA WS-MES-IDX)
                    + WS-SALARIO * WS-CANTIDAD.
            COMPUTE WS-DEVENGO ROUNDED = WS-SALARIO / 6.
            COMPUTE TDM-DEVENGO(WS-DE-FILA WS-MES-IDX) =
                    TDM-DEVENGO(WS-DE-FILA WS-MES-IDX)
                    + WS-DEVENGO * WS-CANTIDAD.
            PERFORM CALCULA-CUOTA.
            COMPUTE TDM-SS(WS-DE-FILA WS-MES-IDX) =
                    TDM-SS(WS-DE-FILA WS-MES-IDX)
                    + WS-SS-EMPRESA * WS-CANTIDAD.

      *    Base de cotizacion como en EXM29: el bruto del mes, con
      *    la paga extra en junio y diciembre, llevado a la base
      *    minima o maxima del grupo.  Rige la tabla del anyo del
      *    mes o, si aun no esta cargada, la ultima anterior.  Sin
      *    grupo valido no hay cuota empresarial.
       CALCULA-CUOTA.
            MOVE ZEROES                TO WS-SS-EMPRESA
                                          WS-GS-FILA WS-MEJOR-ANYO.
            MOVE WS-SALARIO            TO WS-SS-BASE.
            IF TPE-MES(WS-MES-IDX) = 6 OR TPE-MES(WS-MES-IDX) = 12
                ADD WS-SALARIO         TO WS-SS-BASE
            END-IF.
            IF WS-SS-GRUPO NOT = ZEROES
                PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                        UNTIL WS-GS-IDX > WS-TOTAL-GRUPOS
                    IF TGS-GRUPO(WS-GS-IDX) = WS-SS-GRUPO
                       AND TGS-ANYO(WS-GS-IDX) <= TPE-ANYO(WS-MES-IDX)
                       AND TGS-ANYO(WS-GS-IDX) >= WS-MEJOR-ANYO
                        MOVE TGS-ANYO(WS-GS-IDX) TO WS-MEJOR-ANYO
                        MOVE WS-GS-IDX TO WS-GS-FILA
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-GS-FILA = ZEROES
                SET SIN-GRUPO          TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-SS-BASE < TGS-BASE-MINIMA(WS-GS-FILA)
                MOVE TGS-BASE-MINIMA(WS-GS-FILA) TO WS-SS-BASE
            END-IF.
            IF WS-SS-BASE > TGS-BASE-MAXIMA(WS-GS-FILA)
                MOVE TGS-BASE-MAXIMA(WS-GS-FILA) TO WS-SS-BASE
            END-IF.
            COMPUTE WS-SS-EMPRESA ROUNDED =
                    WS-SS-BASE * TGS-TIPO-EMPRESA(WS-GS-FILA) / 100.

       BUSCA-DEPTO.
            MOVE 'N'                   TO WS-HALLADO-SW.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS OR HALLADO
                IF TDE-CODIGO(WS-DE-IDX) = WS-DEPARTAMENTO
                    SET HALLADO        TO TRUE
                END-IF
            END-PERFORM.
            IF HALLADO
                SUBTRACT 1             FROM WS-DE-IDX
            END-IF.

      *    Fila de WS-DEPARTAMENTO en WS-DE-FILA; si no esta se
      *    inserta en su sitio para que el informe salga en orden.
       ANYADE-DEPTO.
            MOVE 'N'                   TO WS-HALLADO-SW.
            MOVE WS-TOTAL-DEPTOS       TO WS-DE-FILA.
            ADD 1                      TO WS-DE-FILA.
            PERFORM VARYING WS-DE-OTRO FROM 1 BY 1
                    UNTIL WS-DE-OTRO > WS-TOTAL-DEPTOS OR HALLADO
                IF TDE-CODIGO(WS-DE-OTRO) >= WS-DEPARTAMENTO
                    SET HALLADO        TO TRUE
                    MOVE WS-DE-OTRO    TO WS-DE-FILA
                END-IF
            END-PERFORM.
            IF HALLADO
                IF TDE-CODIGO(WS-DE-FILA) = WS-DEPARTAMENTO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TOTAL-DEPTOS >= 200
                SET TABLA-LLENA        TO TRUE
                MOVE 'DEPARTAMENTOS'   TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-DE-OTRO FROM WS-TOTAL-DEPTOS BY -1
                    UNTIL WS-DE-OTRO < WS-DE-FILA
                MOVE TDE-FILA(WS-DE-OTRO) TO TDE-FILA(WS-DE-OTRO + 1)
            END-PERFORM.
            INITIALIZE TDE-FILA(WS-DE-FILA).
            MOVE WS-DEPARTAMENTO       TO TDE-CODIGO(WS-DE-FILA).
            MOVE 'N'                   TO TDE-EN-MAESTRO(WS-DE-FILA)
                                          TDE-COMPARTIDA(WS-DE-FILA).
            ADD 1                      TO WS-TOTAL-DEPTOS.

       BUSCA-EMPLEADO.
            MOVE ZEROES                TO WS-EM-FILA.
            PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-TOTAL-ACTIVOS
                       OR WS-EM-FILA NOT = ZEROES
                IF TEM-ID(WS-EM-IDX) = WS-EMPLEADO
                    MOVE WS-EM-IDX     TO WS-EM-FILA
                END-IF
            END-PERFORM.

       BUSCA-GRUPO-EMPLEADO.
            MOVE ZEROES                TO WS-SS-GRUPO.
            PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                    UNTIL WS-CE-IDX > WS-TOTAL-COTIZEMP
                IF TCE-ID(WS-CE-IDX) = WS-EMPLEADO
                    MOVE TCE-GRUPO(WS-CE-IDX) TO WS-SS-GRUPO
                END-IF
            END-PERFORM.

      *    Departamentos del maestro, activos o no: el informe los
      *    lista por orden de codigo con su plantilla prevista.
       CARGA-DEPTOS.
            OPEN INPUT DEPTO-FILE.
            IF WS-DEPTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE DM-CODIGO TO WS-DEPARTAMENTO
                            PERFORM ANYADE-DEPTO
                            IF NOT TABLA-LLENA
                                MOVE DM-NOMBRE TO
                                     TDE-NOMBRE(WS-DE-FILA)
                                MOVE 'S'   TO
                                     TDE-EN-MAESTRO(WS-DE-FILA)
                                MOVE DM-ACTIVO TO
                                     TDE-ACTIVO(WS-DE-FILA)
                                MOVE DM-HEADCOUNT TO
                                     TDE-HEADCOUNT(WS-DE-FILA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            ELSE
                DISPLAY '*** DEPTOS.DAT NO DISPONIBLE - SIN PLANTILLA '
                        'PREVISTA ***'
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Grupos de cotizacion de todos los anyos, para el anyo de
      *    cada mes proyectado, y grupo de cada empleado.
       CARGA-COTIZACION.
            OPEN INPUT COTIZSS-FILE.
            IF WS-COTIZSS-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ COTIZSS-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-GRUPOS < 200
                                ADD 1     TO WS-TOTAL-GRUPOS
                                MOVE CS-ANYO TO
                                     TGS-ANYO(WS-TOTAL-GRUPOS)
                                MOVE CS-GRUPO TO
                                     TGS-GRUPO(WS-TOTAL-GRUPOS)
                                MOVE CS-TIPO-EMPRESA TO
                                     TGS-TIPO-EMPRESA(WS-TOTAL-GRUPOS)
                                MOVE CS-BASE-MINIMA TO
                                     TGS-BASE-MINIMA(WS-TOTAL-GRUPOS)
                                MOVE CS-BASE-MAXIMA TO
                                     TGS-BASE-MAXIMA(WS-TOTAL-GRUPOS)
                            ELSE
                                SET TABLA-LLENA TO TRUE
                                MOVE 'COTIZSS.DAT' TO WS-TABLA-LLENA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COTIZSS-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            IF WS-TOTAL-GRUPOS = ZEROES
                DISPLAY '*** COTIZSS.DAT SIN GRUPOS - SIN CUOTA '
                        'EMPRESARIAL EN LA PROYECCION ***'
            END-IF.
            OPEN INPUT COTIZEMP-FILE.
            IF WS-COTIZEMP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ COTIZEMP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-COTIZEMP < 3000
                                ADD 1     TO WS-TOTAL-COTIZEMP
                                MOVE CE-ID-EMPLEADO TO
                                     TCE-ID(WS-TOTAL-COTIZEMP)
                                MOVE CE-GRUPO TO
                                     TCE-GRUPO(WS-TOTAL-COTIZEMP)
                            ELSE
                                SET TABLA-LLENA TO TRUE
                                MOVE 'COTIZEMP.DAT' TO WS-TABLA-LLENA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COTIZEMP-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Se purgan las filas de meses ya pasados: a estas alturas
      *    el alta o la baja ya esta en el maestro.
       CARGA-PLANTIL.
            OPEN INPUT PLANTIL-FILE.
            IF WS-PLANTIL-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PLANTIL-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF PL-NUMERO > WS-ULTIMO-NUMERO
                                MOVE PL-NUMERO TO WS-ULTIMO-NUMERO
                            END-IF
                            IF PL-PERIODO < WS-PERIODO-HOY
                                ADD 1     TO WS-TOTAL-PURGADAS
                                SET PLANTIL-CAMBIADA TO TRUE
                            ELSE
                                IF WS-TOTAL-PLANTIL < 500
                                    ADD 1 TO WS-TOTAL-PLANTIL
                                    MOVE PLANTIL-REC TO
                                      TPL-REGISTRO(WS-TOTAL-PLANTIL)
                                ELSE
                                    SET TABLA-LLENA TO TRUE
                                    MOVE 'PLANTIL.DAT'
                                                 TO WS-TABLA-LLENA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PLANTIL-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PLANTIL.
            OPEN OUTPUT PLANTIL-FILE.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANTIL
                MOVE TPL-REGISTRO(WS-PL-IDX) TO PLANTIL-REC
                WRITE PLANTIL-REC
            END-PERFORM.
            CLOSE PLANTIL-FILE.

      *    Empleados activos del maestro con su salario de hoy, su
      *    grupo de cotizacion y el mes en que se jubilarian.
       CARGA-EMPLEADOS.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PERSONA-FILE NEXT RECORD
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        IF P-ACTIVO
                            PERFORM ANOTA-EMPLEADO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERSONA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-EMPLEADO.
            IF WS-TOTAL-ACTIVOS >= 3000
                SET TABLA-LLENA        TO TRUE
                MOVE 'PERSONA.DAT'     TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-ACTIVOS.
            MOVE ID-EMPLEADO           TO TEM-ID(WS-TOTAL-ACTIVOS)
                                          WS-EMPLEADO.
            MOVE SPACES                TO TEM-NOMBRE(WS-TOTAL-ACTIVOS).
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SIZE
                   INTO TEM-NOMBRE(WS-TOTAL-ACTIVOS)
            END-STRING.
            MOVE P-DEPARTAMENTO TO TEM-DEPARTAMENTO(WS-TOTAL-ACTIVOS).
            MOVE P-SALARIO             TO TEM-SALARIO(WS-TOTAL-ACTIVOS).
            PERFORM BUSCA-GRUPO-EMPLEADO.
            MOVE WS-SS-GRUPO           TO TEM-GRUPO(WS-TOTAL-ACTIVOS).
            MOVE ZEROES          TO TEM-JUBILACION(WS-TOTAL-ACTIVOS).
            IF ANYO IS NUMERIC AND MES IS NUMERIC
                COMPUTE TEM-JUBILACION(WS-TOTAL-ACTIVOS) =
                        (ANYO + WS-EDAD-JUBILACION) * 100 + MES
            END-IF.
            MOVE 12              TO TEM-ULTIMO-MES(WS-TOTAL-ACTIVOS).
            MOVE SPACES                TO TEM-CAUSA(WS-TOTAL-ACTIVOS).

      *    Cuenta de gasto de cada departamento y rangos de cuenta
      *    a codigo GL.
       CARGA-CUENTAS.
            OPEN INPUT DEPCTA-FILE.
            IF WS-DEPCTA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPCTA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPEOS < 200
                                ADD 1     TO WS-TOTAL-MAPEOS
                                MOVE DC-DEPARTAMENTO TO
                                     TDC-DEPARTAMENTO(WS-TOTAL-MAPEOS)
                                MOVE DC-CUENTA TO
                                     TDC-CUENTA(WS-TOTAL-MAPEOS)
                            ELSE
                                SET TABLA-LLENA TO TRUE
                                MOVE 'DEPCTA.DAT' TO WS-TABLA-LLENA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPCTA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            OPEN INPUT CTAGLMAP-FILE.
            IF WS-CTAGLMAP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CTAGLMAP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-RANGOS < 500
                                ADD 1     TO WS-TOTAL-RANGOS
                                MOVE CM-DESDE TO
                                     TCM-DESDE(WS-TOTAL-RANGOS)
                                MOVE CM-HASTA TO
                                     TCM-HASTA(WS-TOTAL-RANGOS)
                                MOVE CM-CUENTA-GL TO
                                     TCM-CUENTA-GL(WS-TOTAL-RANGOS)
                            ELSE
                                SET TABLA-LLENA TO TRUE
                                MOVE 'CTAGLMAP.DAT' TO WS-TABLA-LLENA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTAGLMAP-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Filas de presupuesto de los doce meses proyectados.
       CARGA-PRESUPUESTO.
            OPEN INPUT PRESUP-FILE.
            IF WS-PRESUP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PRESUP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE PB-PERIODO TO WS-IX-PERIODO
                            PERFORM CALCULA-INDICE
                            IF WS-IX-INDICE >= 1
                               AND WS-IX-INDICE <= 12
                                PERFORM ANOTA-PRESUPUESTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESUP-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-PRESUPUESTO.
            IF WS-TOTAL-PRESUP >= 3000
                SET TABLA-LLENA        TO TRUE
                MOVE 'PRESUPUE.DAT'    TO WS-TABLA-LLENA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-PRESUP.
            MOVE PB-CUENTA-GL TO TPR-CUENTA-GL(WS-TOTAL-PRESUP).
            MOVE WS-IX-INDICE          TO TPR-MES(WS-TOTAL-PRESUP).
            MOVE PB-MONTO              TO TPR-MONTO(WS-TOTAL-PRESUP).

      *    Codigos GL de cada departamento: los que cubren sus
      *    cuentas de DEPCTA.  Un codigo que cubre la cuenta de otro
      *    departamento se marca: su presupuesto es de los dos.
       ASIGNA-PRESUPUESTO.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                        UNTIL WS-DC-IDX > WS-TOTAL-MAPEOS
                    IF TDC-DEPARTAMENTO(WS-DC-IDX) =
                       TDE-CODIGO(WS-DE-IDX)
                        PERFORM ANOTA-CUENTA-GL
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                        UNTIL WS-GL-IDX > TDE-TOTAL-GL(WS-DE-IDX)
                    MOVE TDE-CUENTA-GL(WS-DE-IDX WS-GL-IDX)
                                       TO WS-CUENTA-GL
                    PERFORM VARYING WS-DE-OTRO FROM 1 BY 1
                            UNTIL WS-DE-OTRO > WS-TOTAL-DEPTOS
                        IF WS-DE-OTRO NOT = WS-DE-IDX
                            PERFORM VARYING WS-GL-OTRO FROM 1 BY 1
                                    UNTIL WS-GL-OTRO >
                                          TDE-TOTAL-GL(WS-DE-OTRO)
                                IF TDE-CUENTA-GL(WS-DE-OTRO WS-GL-OTRO)
                                   = WS-CUENTA-GL
                                    MOVE 'S' TO
                                         TDE-COMPARTIDA(WS-DE-IDX)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-PERFORM
                    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                            UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                        IF TPR-CUENTA-GL(WS-PR-IDX) = WS-CUENTA-GL
                            COMPUTE TDM-PRESUPUESTO(WS-DE-IDX
                                    TPR-MES(WS-PR-IDX)) =
                                    TDM-PRESUPUESTO(WS-DE-IDX
                                    TPR-MES(WS-PR-IDX))
                                    + TPR-MONTO(WS-PR-IDX) / 100
                        END-IF
                    END-PERFORM
                END-PERFORM
            END-PERFORM.

       ANOTA-CUENTA-GL.
            MOVE SPACES                TO WS-CUENTA-GL.
            PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                    UNTIL WS-CM-IDX > WS-TOTAL-RANGOS
                       OR WS-CUENTA-GL NOT = SPACES
                IF TDC-CUENTA(WS-DC-IDX) >= TCM-DESDE(WS-CM-IDX)
                   AND TDC-CUENTA(WS-DC-IDX) <= TCM-HASTA(WS-CM-IDX)
                    MOVE TCM-CUENTA-GL(WS-CM-IDX) TO WS-CUENTA-GL
                END-IF
            END-PERFORM.
            IF WS-CUENTA-GL = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > TDE-TOTAL-GL(WS-DE-IDX)
                IF TDE-CUENTA-GL(WS-DE-IDX WS-GL-IDX) = WS-CUENTA-GL
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF TDE-TOTAL-GL(WS-DE-IDX) < 5
                ADD 1                  TO TDE-TOTAL-GL(WS-DE-IDX)
                MOVE WS-CUENTA-GL      TO TDE-CUENTA-GL(WS-DE-IDX
                                          TDE-TOTAL-GL(WS-DE-IDX))
            END-IF.

      *    Un departamento del maestro activo, o con plantilla en la
      *    proyeccion: cabecera con su plantilla prevista y codigos
      *    GL, los doce meses y el total.
       IMPRIME-DEPARTAMENTO.
            MOVE ZEROES                TO WS-PLANTILLA-DEPTO.
            PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                    UNTIL WS-MES-IDX > 12
                ADD TDM-PLANTILLA(WS-DE-IDX WS-MES-IDX)
                                       TO WS-PLANTILLA-DEPTO
            END-PERFORM.
            IF TDE-ACTIVO(WS-DE-IDX) NOT = 'A'
               AND WS-PLANTILLA-DEPTO = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            MOVE 1                     TO WS-PUNTERO.
            STRING 'DEPARTAMENTO ' TDE-CODIGO(WS-DE-IDX)
                   ' ' TDE-NOMBRE(WS-DE-IDX)
                   '  PLANTILLA PREVISTA: ' TDE-HEADCOUNT(WS-DE-IDX)
                   '  CODIGOS GL:'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
                   WITH POINTER WS-PUNTERO
            END-STRING.
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > TDE-TOTAL-GL(WS-DE-IDX)
                STRING ' ' DELIMITED BY SIZE
                       TDE-CUENTA-GL(WS-DE-IDX WS-GL-IDX)
                       DELIMITED BY SPACE
                       INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                END-STRING
            END-PERFORM.
            WRITE LINEA-REPORTE.
            IF TDE-EN-MAESTRO(WS-DE-IDX) NOT = 'S'
                MOVE SPACES            TO LINEA-REPORTE
                MOVE '  *** DEPARTAMENTO QUE NO ESTA EN DEPTOS.DAT: SIN 
      -             'PLANTILLA PREVISTA ***'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            ELSE
                IF TDE-ACTIVO(WS-DE-IDX) NOT = 'A'
                    MOVE SPACES        TO LINEA-REPORTE
                    MOVE '  *** DEPARTAMENTO INACTIVO EN DEPTOS.DAT CON 
      -                 'PLANTILLA PROYECTADA ***'
                                           TO LINEA-REPORTE
                    WRITE LINEA-REPORTE
                END-IF
            END-IF.
            IF TDE-TOTAL-GL(WS-DE-IDX) = ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                MOVE '  *** SIN CODIGO GL POR DEPCTA.DAT Y CTAGLMAP.DAT:
      -             ' SIN PRESUPUESTO DE COSTE ***'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            IF TDE-COMPARTIDA(WS-DE-IDX) = 'S'
                MOVE SPACES            TO LINEA-REPORTE
                MOVE '  *** CODIGO GL COMPARTIDO CON OTRO DEPARTAMENTO: 
      -             'EL PRESUPUESTO ES EL DE TODO EL CODIGO ***'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                    UNTIL WS-MES-IDX > 12
                MOVE TDM-PLANTILLA(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-PLANTILLA(WS-MES-IDX)
                MOVE TDE-HEADCOUNT(WS-DE-IDX)
                                       TO TBL-HEADCOUNT(WS-MES-IDX)
                MOVE TDM-BRUTO(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-BRUTO(WS-MES-IDX)
                MOVE TDM-DEVENGO(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-DEVENGO(WS-MES-IDX)
                MOVE TDM-SS(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-SS(WS-MES-IDX)
                MOVE TDM-PRESUPUESTO(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-PRESUPUESTO(WS-MES-IDX)
            END-PERFORM.
            MOVE 'N'                   TO WS-BLOQUE-EMPRESA-SW.
            PERFORM IMPRIME-BLOQUE.

      *    Toda la empresa: los departamentos listados, con el
      *    presupuesto de cada codigo GL sumado una sola vez.
       IMPRIME-EMPRESA.
            INITIALIZE TABLA-BLOQUE.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                        UNTIL WS-MES-IDX > 12
                    ADD TDM-PLANTILLA(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-PLANTILLA(WS-MES-IDX)
                    ADD TDM-BRUTO(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-BRUTO(WS-MES-IDX)
                    ADD TDM-DEVENGO(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-DEVENGO(WS-MES-IDX)
                    ADD TDM-SS(WS-DE-IDX WS-MES-IDX)
                                       TO TBL-SS(WS-MES-IDX)
                    IF TDE-ACTIVO(WS-DE-IDX) = 'A'
                        ADD TDE-HEADCOUNT(WS-DE-IDX)
                                       TO TBL-HEADCOUNT(WS-MES-IDX)
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESUP
                MOVE 'N'               TO WS-HALLADO-SW
                PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                        UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS OR HALLADO
                    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                            UNTIL WS-GL-IDX > TDE-TOTAL-GL(WS-DE-IDX)
                        IF TDE-CUENTA-GL(WS-DE-IDX WS-GL-IDX) =
                           TPR-CUENTA-GL(WS-PR-IDX)
                            SET HALLADO TO TRUE
                        END-IF
                    END-PERFORM
                END-PERFORM
                IF HALLADO
                    COMPUTE TBL-PRESUPUESTO(TPR-MES(WS-PR-IDX)) =
                            TBL-PRESUPUESTO(TPR-MES(WS-PR-IDX))
                            + TPR-MONTO(WS-PR-IDX) / 100
                END-IF
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            MOVE 'TOTAL EMPRESA'       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            SET BLOQUE-EMPRESA         TO TRUE.
            PERFORM IMPRIME-BLOQUE.

      *    Doce meses de TABLA-BLOQUE.  Un mes avisa cuando la
      *    plantilla pasa de la prevista o el coste del presupuesto;
      *    en un departamento cuenta para el RC 4.
       IMPRIME-BLOQUE.
            MOVE '  MES    PLANT.  PREV.   DIF.         BRUTO   PAGAS EX
      -         'TRA      CUOTA SS    COSTE TOTAL    PRESUPUESTO     DES
      -         'VIACION   AVISO'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE ZEROES                TO WS-TOTAL-BRUTO
                                          WS-TOTAL-DEVENGO
                                          WS-TOTAL-SS
                                          WS-TOTAL-COSTE
                                          WS-TOTAL-PRESUPUESTO.
            PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                    UNTIL WS-MES-IDX > 12
                PERFORM IMPRIME-MES
            END-PERFORM.
            COMPUTE WS-DESVIACION =
                    WS-TOTAL-COSTE - WS-TOTAL-PRESUPUESTO.
            MOVE WS-TOTAL-BRUTO        TO WS-ED-BRUTO.
            MOVE WS-TOTAL-DEVENGO      TO WS-ED-DEVENGO.
            MOVE WS-TOTAL-SS           TO WS-ED-SS.
            MOVE WS-TOTAL-COSTE        TO WS-ED-COSTE.
            MOVE WS-TOTAL-PRESUPUESTO  TO WS-ED-PRESUPUESTO.
            MOVE WS-DESVIACION         TO WS-ED-DESVIACION.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  TOTAL'
                   '                        '
                   WS-ED-BRUTO '  ' WS-ED-DEVENGO '  ' WS-ED-SS
                   '  ' WS-ED-COSTE '  ' WS-ED-PRESUPUESTO
                   '  ' WS-ED-DESVIACION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-MES.
            COMPUTE WS-COSTE = TBL-BRUTO(WS-MES-IDX)
                             + TBL-DEVENGO(WS-MES-IDX)
                             + TBL-SS(WS-MES-IDX).
            COMPUTE WS-DESVIACION =
                    WS-COSTE - TBL-PRESUPUESTO(WS-MES-IDX).
            COMPUTE WS-DIFERENCIA = TBL-PLANTILLA(WS-MES-IDX)
                                  - TBL-HEADCOUNT(WS-MES-IDX).
            ADD TBL-BRUTO(WS-MES-IDX)  TO WS-TOTAL-BRUTO.
            ADD TBL-DEVENGO(WS-MES-IDX) TO WS-TOTAL-DEVENGO.
            ADD TBL-SS(WS-MES-IDX)     TO WS-TOTAL-SS.
            ADD WS-COSTE               TO WS-TOTAL-COSTE.
            ADD TBL-PRESUPUESTO(WS-MES-IDX) TO WS-TOTAL-PRESUPUESTO.
            MOVE 'N'                   TO WS-PLANTILLA-EXCEDIDA-SW
                                          WS-COSTE-EXCEDIDO-SW.
            IF WS-DIFERENCIA > ZEROES
                SET PLANTILLA-EXCEDIDA TO TRUE
            END-IF.
            IF TBL-PRESUPUESTO(WS-MES-IDX) > ZEROES
               AND WS-DESVIACION > ZEROES
                SET COSTE-EXCEDIDO     TO TRUE
            END-IF.
            EVALUATE TRUE
                WHEN PLANTILLA-EXCEDIDA AND COSTE-EXCEDIDO
                    MOVE 'PLANT.+COSTE' TO WS-AVISO
                WHEN PLANTILLA-EXCEDIDA
                    MOVE 'PLANTILLA'   TO WS-AVISO
                WHEN COSTE-EXCEDIDO
                    MOVE 'COSTE'       TO WS-AVISO
                WHEN TBL-PRESUPUESTO(WS-MES-IDX) = ZEROES
                    MOVE 'SIN PRESUP.' TO WS-AVISO
                WHEN OTHER
                    MOVE SPACES        TO WS-AVISO
            END-EVALUATE.
            IF NOT BLOQUE-EMPRESA
               AND (PLANTILLA-EXCEDIDA OR COSTE-EXCEDIDO)
                ADD 1                  TO WS-TOTAL-EXCESOS
            END-IF.
            MOVE TBL-PLANTILLA(WS-MES-IDX) TO WS-ED-PLANTILLA.
            MOVE TBL-HEADCOUNT(WS-MES-IDX) TO WS-ED-HEADCOUNT.
            MOVE WS-DIFERENCIA         TO WS-ED-DIFERENCIA.
            MOVE TBL-BRUTO(WS-MES-IDX) TO WS-ED-BRUTO.
            MOVE TBL-DEVENGO(WS-MES-IDX) TO WS-ED-DEVENGO.
            MOVE TBL-SS(WS-MES-IDX)    TO WS-ED-SS.
            MOVE WS-COSTE              TO WS-ED-COSTE.
            MOVE TBL-PRESUPUESTO(WS-MES-IDX) TO WS-ED-PRESUPUESTO.
            MOVE WS-DESVIACION         TO WS-ED-DESVIACION.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' TPE-PERIODO(WS-MES-IDX)
                   '  ' WS-ED-PLANTILLA '  ' WS-ED-HEADCOUNT
                   '  ' WS-ED-DIFERENCIA '  ' WS-ED-BRUTO
                   '  ' WS-ED-DEVENGO '  ' WS-ED-SS
                   '  ' WS-ED-COSTE '  ' WS-ED-PRESUPUESTO
                   '  ' WS-ED-DESVIACION '  ' WS-AVISO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS: ' WS-TOTAL-LEIDAS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   '  FILAS PURGADAS: ' WS-TOTAL-PURGADAS
                   '  EMPLEADOS: ' WS-TOTAL-EMPLEADOS
                   '  JUBILACIONES: ' WS-TOTAL-JUBILACIONES
                   '  SALIDAS: ' WS-TOTAL-BAJAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'INCORPORACIONES: ' WS-TOTAL-INCORPORADOS
                   '  SIN GRUPO DE COTIZACION: ' WS-TOTAL-SIN-GRUPO
                   '  MESES DE DEPARTAMENTO POR ENCIMA DE LO PREVISTO: '
                   WS-TOTAL-EXCESOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
