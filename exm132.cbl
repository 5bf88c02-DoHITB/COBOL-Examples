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
      * EXM132 - final settlement of leavers.  The terminations come  *
      * from the personnel-master audit trail EXM22AUD.DAT, which     *
      * sees the cards keyed in EXM22 and those EXM55 releases on     *
      * their effective date alike: a BAJA 'B' image of an employee   *
      * not already terminated, or an 'A' image left 'T' after a 'B'  *
      * image that was not.  The audit image is the employee as they  *
      * left.  Every termination on or after the SYSIN card 'D' +     *
      * date (default the first day of the previous month) without a  *
      * row in FINIQUITO.DAT (copybooks/finiquit.cpy) is settled: the *
      * days worked in the last month at the monthly salary over a    *
      * 30-day month (nothing if NOMHIST.DAT shows the month already  *
      * paid by EXM29), plus the unused absence hours in VACSALDO.DAT *
      * at the salary over the shop-standard 160-hour month, less the *
      * DEDUCMAE/DEDUCEMP deductions, with the IRP regularized over   *
      * the year from NOMYTD.DAT like a December payroll when         *
      * TRAMOIRP.DAT has brackets.  Deductions beyond the gross are   *
      * shown and not taken.  The net goes to EXM132PAG.DAT, the      *
      * EXM29PAG record with its own HDR/TRL, to the CTABANCO.DAT     *
      * account in force checked through EXMIBAN; without a valid     *
      * account it is held in NOMPEND.DAT ('T', file 'EXM132PG') for  *
      * EXM131 to reissue.  EXM132LDG.DAT, a branch-feed-shaped batch *
      * (43 bytes, HDR/TRL) for the EXM57 slot 'NOM', posts code 90   *
      * for the days and code 88 for the unused absence on the        *
      * department's DEPCTA.DAT account against code 91 on the        *
      * payroll payable.  The settlement rolls into NOMYTD.DAT and    *
      * the leaver's absence balance is zeroed.  EXM132.PRT prints    *
      * one settlement statement per leaver, then the exception list: *
      * terminations before the 'D' date or that could not be         *
      * settled, and employees left 'T' in PERSONA.DAT with no        *
      * settlement.  A card 'M' + employee records a settlement paid  *
      * outside the run and clears the employee from the list.  The   *
      * PARM is the keying user.  RC 4 with exceptions or held        *
      * payments, RC 8 if the batch does not balance, RC 16 without   *
      * the audit trail.                                              *
      * The settlement also pays the leaver's share of the June and   *
      * December extra payments: whatever EXM29 accrued in            *
      * PAGAEXT.DAT and did not pay, plus the months of the           *
      * termination half-year not yet accrued, a sixth of the salary  *
      * per 30-day month up to the termination day (from the hire day *
      * in the month of hire).  The part EXM29 accrued comes out of   *
      * the extra-payments liability account 999982 and the new part  *
      * goes to the department's expense account, both with code 89,  *
      * and the rows are left 'F'.  The amount is a line of its own   *
      * on the statement and is kept in FQ-IMPORTE-PAGAS.             *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM132.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXM22AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT FINIQUITO-FILE ASSIGN TO "FINIQUITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINIQUITO-STATUS.
           SELECT PAGAEXT-FILE ASSIGN TO "PAGAEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAEXT-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACACION-STATUS.
           SELECT YTD-FILE ASSIGN TO "NOMYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMHIST-STATUS.
           SELECT DEDUCMAE-FILE ASSIGN TO "DEDUCMAE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCMAE-STATUS.
           SELECT DEDUCEMP-FILE ASSIGN TO "DEDUCEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCEMP-STATUS.
           SELECT TRAMO-FILE ASSIGN TO "TRAMOIRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAMO-STATUS.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT BANCO-FILE ASSIGN TO "CTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-ID-EMPLEADO
               FILE STATUS IS WS-BANCO-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "NOMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT PAGO-FILE ASSIGN TO "EXM132PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM132LDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM132.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'D' fecha desde (AAAAMMDD) de las bajas a liquidar;
      *    'M' empleado cuyo finiquito se pago fuera del run.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TJ-TIPO                 PIC X(01).
           02 TJ-DATOS                PIC X(15).
           02 TJ-DESDE REDEFINES TJ-DATOS.
              03 TJ-FECHA-DESDE       PIC 9(08).
              03 FILLER               PIC X(07).
           02 TJ-MANUAL REDEFINES TJ-DATOS.
              03 TJ-ID-EMPLEADO       PIC 9(07).
              03 FILLER               PIC X(08).

       FD  AUDIT-FILE.
           COPY "audper.cpy".

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  FINIQUITO-FILE.
           COPY "finiquit.cpy".

      *    Saldo de ausencias por empleado: derecho anual en horas
      *    y horas tomadas hasta la fecha.
       FD  VACACION-FILE.
        01 VACACION-REC.
           02 VB-ID-EMPLEADO          PIC 9(07).
           02 VB-DERECHO              PIC 9(03).
           02 VB-TOMADAS              PIC 9(03).

      *    Pagas extra devengadas por EXM29, por empleado y
      *    semestre.
       FD  PAGAEXT-FILE.
           COPY "pagaext.cpy".

      *    Acumulado del anyo por empleado: bruto, neto y retenido.
       FD  YTD-FILE.
        01 YTD-REC.
           02 NY-ID-EMPLEADO          PIC 9(07).
           02 NY-ANYO                 PIC 9(04).
           02 NY-BRUTO                PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-NETO                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-RETENIDO             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  NOMHIST-FILE.
           COPY "nomhist.cpy".

      *    Reglas de deduccion de la nomina (mismo fichero que EXM29).
       FD  DEDUCMAE-FILE.
        01 DEDUCMAE-REC.
           02 DR-CODIGO               PIC X(03).
           02 DR-TIPO                 PIC X(01).
           02 DR-VALOR                PIC 9(07)V99.
           02 DR-AMBITO               PIC X(01).

       FD  DEDUCEMP-FILE.
        01 DEDUCEMP-REC.
           02 DE-ID-EMPLEADO          PIC 9(07).
           02 DE-CODIGO               PIC X(03).

       FD  TRAMO-FILE.
           COPY "tramoirp.cpy".

      *    Mapeo departamento -> cuenta de gasto salarial.
       FD  DEPCTA-FILE.
        01 DEPCTA-REC.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

       FD  BANCO-FILE.
           COPY "ctabanco.cpy".

       FD  PENDIENTE-FILE.
           COPY "nompend.cpy".

      *    Transferencia del finiquito: mismo registro que la de
      *    EXM29, con sus propios HDR/TRL.
       FD  PAGO-FILE.
        01 PAGO-REC.
           02 PG-ID-EMPLEADO          PIC 9(07).
           02 PG-NOMBRE               PIC X(10).
           02 PG-APELLIDO             PIC X(10).
           02 PG-NETO-CENT            PIC 9(09).
           02 PG-IBAN                 PIC X(34).
           02 PG-BIC                  PIC X(11).
           COPY "hdrtrl.cpy".

       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-FINIQUITO-STATUS        PIC X(02) VALUE '00'.
        01 WS-VACACION-STATUS         PIC X(02) VALUE '00'.
        01 WS-PAGAEXT-STATUS          PIC X(02) VALUE '00'.
        01 WS-YTD-STATUS              PIC X(02) VALUE '00'.
        01 WS-NOMHIST-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEDUCMAE-STATUS         PIC X(02) VALUE '00'.
        01 WS-DEDUCEMP-STATUS         PIC X(02) VALUE '00'.
        01 WS-TRAMO-STATUS            PIC X(02) VALUE '00'.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-BANCO-STATUS            PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-PAGO-STATUS             PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-FECHA-CALC.
           02 WS-FC-ANYO              PIC 9(04).
           02 WS-FC-MES               PIC 9(02).
           02 WS-FC-DIA               PIC 9(02).
        01 WS-ANYO-HOY                PIC 9(04) VALUE ZEROES.
      *    Bajas desde esta fecha se liquidan; las anteriores sin
      *    finiquito son excepciones (por defecto, el dia 1 del mes
      *    anterior al de proceso).
        01 WS-FECHA-DESDE             PIC 9(08) VALUE ZEROES.
      *    Mes estandar del taller (EXM29) y mes comercial de 30
      *    dias para los dias trabajados del ultimo mes.
        01 WS-HORAS-MES               PIC 9(03) VALUE 160.
        01 WS-DIAS-MES                PIC 9(02) VALUE 30.
      *    Cuentas y codigos del lote (TRANCODC): los dias del mes
      *    (90) y las vacaciones no disfrutadas (88) son gasto
      *    salarial del departamento contra el acreedor de nomina
      *    (91), igual que la nomina mensual.
        01 WS-CUENTA-NOMINA           PIC 9(06) VALUE 999980.
        01 WS-CODIGO-GASTO            PIC 9(02) VALUE 90.
        01 WS-CODIGO-VACACIONES       PIC 9(02) VALUE 88.
        01 WS-CODIGO-ACREEDOR         PIC 9(02) VALUE 91.
      *    Pagas extra: lo devengado por EXM29 y no pagado esta en la
      *    cuenta acreedora de pagas; la parte de los meses de la
      *    baja aun sin devengar va a gasto del departamento.
        01 WS-CUENTA-PAGAS            PIC 9(06) VALUE 999982.
        01 WS-CODIGO-PAGAS            PIC 9(02) VALUE 89.
        01 WS-CUENTA-GASTO            PIC 9(06) VALUE ZEROES.
      *    Tarjetas 'M': finiquitos pagados fuera del run.
        01 WS-TOTAL-MANUALES          PIC 9(03) VALUE ZEROES.
        01 TABLA-MANUALES.
           02 TM-FILA OCCURS 100 TIMES.
              03 TM-ID-EMPLEADO       PIC 9(07).
        01 WS-TM-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-MARCAS-TARJETA          PIC 9(03) VALUE ZEROES.
      *    Bajas leidas de la auditoria del maestro: baja (imagen
      *    'B' de una tarjeta B) o cambio a estado 'T' (imagen 'A'
      *    cuya imagen 'B' previa no estaba terminada).  La imagen
      *    del empleado es la del momento de la baja.
        01 WS-TOTAL-BAJAS             PIC 9(03) VALUE ZEROES.
        01 TABLA-BAJAS.
           02 TB-FILA OCCURS 300 TIMES.
              03 TB-ID                PIC 9(07).
              03 TB-FECHA             PIC 9(08).
              03 TB-TIPO-TX           PIC X(01).
              03 TB-PERSONA           PIC X(123).
              03 TB-SITUACION         PIC X(01).
                 88 TB-PENDIENTE                 VALUE 'P'.
                 88 TB-LIQUIDADA                 VALUE 'F'.
                 88 TB-ATRASADA                  VALUE 'E'.
                 88 TB-MANUAL                    VALUE 'M'.
                 88 TB-FALLIDA                   VALUE 'X'.
              03 TB-MES-PAGADO        PIC X(01).
              03 TB-MOTIVO            PIC X(30).
        01 WS-TB-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TB-BUSCA                PIC 9(03) VALUE ZEROES.
        01 WS-BAJAS-LLENO-SW          PIC X(01) VALUE 'N'.
           88 BAJAS-LLENO                        VALUE 'Y'.
        01 WS-BAJA-SW                 PIC X(01) VALUE 'N'.
           88 ES-BAJA                            VALUE 'Y'.
        01 WS-ANTES-ID                PIC 9(07) VALUE ZEROES.
        01 WS-ANTES-ESTADO            PIC X(01) VALUE SPACES.
        01 WS-EN-TABLA-SW             PIC X(01) VALUE 'N'.
           88 EN-TABLA                           VALUE 'Y'.
      *    Finiquitos ya registrados (clave empleado + fecha de baja;
      *    una fila manual sin fecha cubre cualquier baja).
        01 WS-TOTAL-FINIQUITOS        PIC 9(04) VALUE ZEROES.
        01 TABLA-FINIQUITOS.
           02 TF-FILA OCCURS 2000 TIMES.
              03 TF-ID                PIC 9(07).
              03 TF-FECHA-BAJA        PIC 9(08).
        01 WS-TF-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-FINIQUITOS-ABIERTO-SW   PIC X(01) VALUE 'N'.
           88 FINIQUITOS-ABIERTO                 VALUE 'Y'.
        01 WS-TOTAL-VACACIONES        PIC 9(03) VALUE ZEROES.
        01 TABLA-VACACIONES.
           02 TV-FILA OCCURS 500 TIMES.
              03 TV-ID                PIC 9(07).
              03 TV-DERECHO           PIC 9(03).
              03 TV-TOMADAS           PIC 9(03).
        01 WS-TV-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-VACACIONES-LLENO-SW     PIC X(01) VALUE 'N'.
           88 VACACIONES-LLENO                   VALUE 'Y'.
        01 WS-TOTAL-PAGAS             PIC 9(04) VALUE ZEROES.
        01 TABLA-PAGAS.
           02 TPX-FILA OCCURS 2000 TIMES.
              03 TPX-ID               PIC 9(07).
              03 TPX-ANYO             PIC 9(04).
              03 TPX-SEMESTRE         PIC 9(01).
              03 TPX-MES-HASTA        PIC 9(02).
              03 TPX-DEVENGADO        PIC 9(07)V99.
              03 TPX-ESTADO           PIC X(01).
              03 TPX-FECHA-PAGO       PIC 9(08).
              03 TPX-IMPORTE-PAGADO   PIC 9(07)V99.
        01 WS-PX-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PX-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-PAGAS-LLENO-SW          PIC X(01) VALUE 'N'.
           88 PAGAS-LLENO                        VALUE 'Y'.
        01 WS-PX-SEMESTRE             PIC 9(01) VALUE ZEROES.
        01 WS-PX-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-PX-PERIODO              PIC 9(06) VALUE ZEROES.
        01 WS-PX-PERIODO-ALTA         PIC 9(06) VALUE ZEROES.
        01 WS-PX-DIAS                 PIC S9(03) VALUE ZEROES.
        01 WS-PX-IMPORTE              PIC S9(07)V99 VALUE ZEROES.
        01 WS-TOTAL-YTD               PIC 9(03) VALUE ZEROES.
        01 TABLA-YTD.
           02 TY-FILA OCCURS 500 TIMES.
              03 TY-ID                PIC 9(07).
              03 TY-ANYO              PIC 9(04).
              03 TY-BRUTO             PIC S9(09)V99.
              03 TY-NETO              PIC S9(09)V99.
              03 TY-RETENIDO          PIC S9(09)V99.
        01 WS-TY-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TY-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 YTD-EN-TABLA                       VALUE 'Y'.
        01 WS-YTD-LLENO-SW            PIC X(01) VALUE 'N'.
           88 YTD-LLENO                          VALUE 'Y'.
        01 WS-YTD-HUECO-SW            PIC X(01) VALUE 'N'.
           88 YTD-SIN-HUECO                      VALUE 'Y'.
        01 WS-TOTAL-MAPEOS            PIC 9(02) VALUE ZEROES.
        01 TABLA-DEPCTA.
           02 TDC-FILA OCCURS 50 TIMES.
              03 TDC-DEPARTAMENTO     PIC 9(03).
              03 TDC-CUENTA           PIC 9(06).
        01 WS-DC-IDX                  PIC 9(02) VALUE ZEROES.
      *    Reglas de deduccion y asignaciones por empleado.
        01 WS-TOTAL-REGLAS            PIC 9(02) VALUE ZEROES.
        01 TABLA-REGLAS.
           02 TRG-FILA OCCURS 20 TIMES.
              03 TRG-CODIGO           PIC X(03).
              03 TRG-TIPO             PIC X(01).
              03 TRG-VALOR            PIC 9(07)V99.
              03 TRG-AMBITO           PIC X(01).
        01 WS-RG-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-ASIGNACIONES      PIC 9(03) VALUE ZEROES.
        01 TABLA-ASIGNACIONES.
           02 TAS-FILA OCCURS 200 TIMES.
              03 TAS-ID               PIC 9(07).
              03 TAS-CODIGO           PIC X(03).
        01 WS-AS-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-APLICA-SW               PIC X(01) VALUE 'N'.
           88 REGLA-APLICA                       VALUE 'Y'.
      *    Lineas de deduccion del finiquito para la liquidacion.
        01 WS-TOTAL-LINEAS-DED        PIC 9(02) VALUE ZEROES.
        01 TABLA-LINEAS-DED.
           02 TLD-FILA OCCURS 20 TIMES.
              03 TLD-CODIGO           PIC X(03).
              03 TLD-TIPO             PIC X(01).
              03 TLD-VALOR            PIC 9(07)V99.
              03 TLD-IMPORTE          PIC S9(07)V99.
        01 WS-LD-IDX                  PIC 9(02) VALUE ZEROES.
      *    Tramos del IRP del anyo: el finiquito regulariza el anyo
      *    como una nomina de diciembre.
        01 WS-TOTAL-TRAMOS            PIC 9(02) VALUE ZEROES.
        01 TABLA-TRAMOS.
           02 TIR-FILA OCCURS 20 TIMES.
              03 TIR-HASTA            PIC 9(07)V99.
              03 TIR-TIPO             PIC 9(02)V99.
        01 WS-IR-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-IRP-SW                  PIC X(01) VALUE 'N'.
           88 IRP-PROGRESIVO                     VALUE 'Y'.
        01 WS-IRP-BRUTO-ANT           PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-RETENIDO-ANT        PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-BASE                PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-CUOTA               PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-DESDE               PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-HASTA               PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-TIPO                PIC 9(02)V99 VALUE ZEROES.
        01 WS-IRP-MES                 PIC S9(07)V99 VALUE ZEROES.
      *    Calculo del finiquito (moneda.cpy).
        01 WS-DIAS                    PIC 9(02) VALUE ZEROES.
        01 WS-HORAS-VACACION          PIC 9(03) VALUE ZEROES.
        01 WS-IMPORTE-DIAS            PIC S9(07)V99 VALUE ZEROES.
        01 WS-IMPORTE-VACACION        PIC S9(07)V99 VALUE ZEROES.
        01 WS-PAGAS-DEVENGADAS        PIC S9(07)V99 VALUE ZEROES.
        01 WS-PAGAS-BAJA              PIC S9(07)V99 VALUE ZEROES.
        01 WS-IMPORTE-PAGAS           PIC S9(07)V99 VALUE ZEROES.
        01 WS-BRUTO                   PIC S9(07)V99 VALUE ZEROES.
        01 WS-DEDUCCION               PIC S9(07)V99 VALUE ZEROES.
        01 WS-DEDUCCIONES-EMP         PIC S9(07)V99 VALUE ZEROES.
        01 WS-NETO                    PIC S9(07)V99 VALUE ZEROES.
        01 WS-NO-CUBIERTO             PIC S9(07)V99 VALUE ZEROES.
        01 WS-NETO-CENT               PIC 9(09) VALUE ZEROES.
        01 WS-POSTEO-CENT             PIC 9(09) VALUE ZEROES.
        01 WS-BANCO-ABIERTO-SW        PIC X(01) VALUE 'N'.
           88 BANCO-ABIERTO                      VALUE 'Y'.
        01 WS-CUENTA-SW               PIC X(01) VALUE 'N'.
           88 CUENTA-VALIDA                      VALUE 'Y'.
        01 WS-IBAN-FUNCION            PIC X(01) VALUE SPACES.
        01 WS-IBAN-VALOR              PIC X(34) VALUE SPACES.
        01 WS-IBAN-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-IBAN-MOTIVO             PIC X(30) VALUE SPACES.
        01 WS-PAGO-IBAN               PIC X(34) VALUE SPACES.
        01 WS-PAGO-BIC                PIC X(11) VALUE SPACES.
        01 WS-PENDIENTE-ABIERTO-SW    PIC X(01) VALUE 'N'.
           88 PENDIENTE-ABIERTO                  VALUE 'Y'.
        01 WS-TOTAL-LIQUIDADAS        PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-RETENIDAS         PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-MARCADAS          PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-EXCEPCIONES       PIC 9(04) VALUE ZEROES.
        01 WS-PAGOS-FICHERO           PIC 9(08) VALUE ZEROES.
        01 WS-HASH-NETO               PIC 9(13) VALUE ZEROES.
        01 WS-RETENIDO-CENT           PIC 9(13) VALUE ZEROES.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-DEBE              PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-HABER             PIC 9(13) VALUE ZEROES.
        01 WS-IMPORTE                 PIC 9(11)V99 VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC -Z(07)9.99.
        01 WS-ED-TOTAL                PIC Z(10)9.99.
        01 WS-ED-VALOR                PIC Z(06)9.99.
        01 WS-ETIQUETA                PIC X(40) VALUE SPACES.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO      TO WS-FECHA-CALC.
            MOVE WS-FC-ANYO            TO WS-ANYO-HOY.
            IF WS-FC-MES = 1
                SUBTRACT 1             FROM WS-FC-ANYO
                MOVE 12                TO WS-FC-MES
            ELSE
                SUBTRACT 1             FROM WS-FC-MES
            END-IF.
            MOVE 1                     TO WS-FC-DIA.
            MOVE WS-FECHA-CALC         TO WS-FECHA-DESDE.
            PERFORM LEE-TARJETAS.

            PERFORM CARGA-FINIQUITOS.
            PERFORM CARGA-BAJAS.
            PERFORM MARCA-MESES-PAGADOS.
            PERFORM CARGA-VACACIONES.
            PERFORM CARGA-PAGAS-EXTRA.
            PERFORM CARGA-YTD.
            PERFORM CARGA-DEPCTA.
            PERFORM CARGA-REGLAS.
            PERFORM CARGA-ASIGNACIONES.
            PERFORM CARGA-TRAMOS-IRP.
            OPEN EXTEND FINIQUITO-FILE.
            IF WS-FINIQUITO-STATUS = '05'
               OR WS-FINIQUITO-STATUS = '35'
                OPEN OUTPUT FINIQUITO-FILE
            END-IF.
            SET FINIQUITOS-ABIERTO     TO TRUE.
            OPEN INPUT BANCO-FILE.
            IF WS-BANCO-STATUS = '00'
                SET BANCO-ABIERTO      TO TRUE
            ELSE
                DISPLAY '*** SIN CTABANCO.DAT - STATUS: '
                        WS-BANCO-STATUS ' ***'
            END-IF.

            OPEN OUTPUT PAGO-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM132PG'            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.
            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM132  '            TO CAB-FICHERO.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM132 - FINIQUITOS DE BAJAS  FECHA PROCESO: '
                   WS-FECHA-PROCESO '  BAJAS DESDE: ' WS-FECHA-DESDE
                   '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                    UNTIL WS-TM-IDX > WS-TOTAL-MANUALES
                PERFORM MARCA-MANUAL
            END-PERFORM.
            PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                    UNTIL WS-TB-IDX > WS-TOTAL-BAJAS
                IF TB-PENDIENTE(WS-TB-IDX)
                    PERFORM LIQUIDA-BAJA
                END-IF
            END-PERFORM.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-PAGOS-FICHERO      TO PIE-REGISTROS.
            MOVE WS-HASH-NETO          TO PIE-HASH.
            WRITE CONTROL-PIE.
            CLOSE PAGO-FILE.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.
            IF BANCO-ABIERTO
                CLOSE BANCO-FILE
            END-IF.
            IF PENDIENTE-ABIERTO
                CLOSE PENDIENTE-FILE
            END-IF.
            IF FINIQUITOS-ABIERTO
                CLOSE FINIQUITO-FILE
            END-IF.
            PERFORM GRABA-VACACIONES.
            PERFORM GRABA-PAGAS-EXTRA.
            PERFORM GRABA-YTD.
            PERFORM LISTA-EXCEPCIONES.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE 8                 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-EXCEPCIONES > 0 OR WS-TOTAL-RETENIDAS > 0
                    MOVE 4             TO RETURN-CODE
                END-IF
            END-IF.
            DISPLAY 'FINIQUITOS LIQUIDADOS: ' WS-TOTAL-LIQUIDADAS.
            DISPLAY 'RETENIDOS EN NOMPEND: '  WS-TOTAL-RETENIDAS.
            DISPLAY 'BAJAS SIN FINIQUITO: '   WS-TOTAL-EXCEPCIONES.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM132.PRT'.
            STOP RUN.

       LEE-TARJETAS.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        PERFORM ANOTA-TARJETA
                END-READ
            END-PERFORM.
            CLOSE ENTRADA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-TARJETA.
            EVALUATE TJ-TIPO
                WHEN 'D'
                    IF TJ-FECHA-DESDE IS NUMERIC
                       AND TJ-FECHA-DESDE > 0
                        MOVE TJ-FECHA-DESDE TO WS-FECHA-DESDE
                    ELSE
                        DISPLAY '*** TARJETA D INVALIDA: '
                                ENTRADA-REC ' ***'
                    END-IF
                WHEN 'M'
                    IF TJ-ID-EMPLEADO IS NOT NUMERIC
                        DISPLAY '*** TARJETA M INVALIDA: '
                                ENTRADA-REC ' ***'
                    ELSE
                        IF WS-TOTAL-MANUALES < 100
                            ADD 1      TO WS-TOTAL-MANUALES
                            MOVE TJ-ID-EMPLEADO TO
                                 TM-ID-EMPLEADO(WS-TOTAL-MANUALES)
                        ELSE
                            DISPLAY '*** DEMASIADAS TARJETAS M: '
                                    ENTRADA-REC ' ***'
                        END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY '*** TARJETA IGNORADA: '
                            ENTRADA-REC ' ***'
            END-EVALUATE.

      *    Finiquitos ya registrados: la baja que tiene el suyo no
      *    se vuelve a liquidar.  Los de este run se anyaden al
      *    final (EXTEND).
       CARGA-FINIQUITOS.
            OPEN INPUT FINIQUITO-FILE.
            IF WS-FINIQUITO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ FINIQUITO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            PERFORM ANOTA-FINIQUITO
                    END-READ
                END-PERFORM
                CLOSE FINIQUITO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       ANOTA-FINIQUITO.
            IF WS-TOTAL-FINIQUITOS < 2000
                ADD 1                  TO WS-TOTAL-FINIQUITOS
                MOVE FQ-ID-EMPLEADO    TO TF-ID(WS-TOTAL-FINIQUITOS)
                MOVE FQ-FECHA-BAJA     TO
                     TF-FECHA-BAJA(WS-TOTAL-FINIQUITOS)
            ELSE
                DISPLAY '*** FINIQUITO.DAT MAYOR QUE LA TABLA - '
                        'FILA IGNORADA: ' FQ-ID-EMPLEADO ' ***'
            END-IF.

      *    Las bajas salen de la auditoria del maestro, que ve igual
      *    las tarjetas de EXM22 que las que EXM55 libera en su
      *    fecha de efecto.  Sin auditoria no se sabe quien se fue.
       CARGA-BAJAS.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR EXM22AUD.DAT - STATUS: '
                        WS-AUDIT-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ AUDIT-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        PERFORM EXAMINA-IMAGEN
                END-READ
            END-PERFORM.
            CLOSE AUDIT-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            IF BAJAS-LLENO
                DISPLAY '*** MAS DE 300 BAJAS EN LA AUDITORIA - '
                        'SE AMPLIA LA TABLA ***'
            END-IF.

      *    Baja: imagen 'B' de una tarjeta B de un empleado que no
      *    estaba ya terminado.  Cambio a 'T': imagen 'A' terminada
      *    tras una imagen 'B' del mismo empleado que no lo estaba.
       EXAMINA-IMAGEN.
            MOVE AU-PERSONA            TO PERSONA.
            MOVE 'N'                   TO WS-BAJA-SW.
            IF AU-IMAGEN = 'B'
                IF AU-TIPO-TX = 'B' AND NOT P-TERMINADO
                    SET ES-BAJA        TO TRUE
                END-IF
                MOVE ID-EMPLEADO       TO WS-ANTES-ID
                MOVE P-ESTADO          TO WS-ANTES-ESTADO
            ELSE
                IF AU-IMAGEN = 'A' AND P-TERMINADO
                   AND WS-ANTES-ID = ID-EMPLEADO
                   AND WS-ANTES-ESTADO NOT = 'T'
                    SET ES-BAJA        TO TRUE
                END-IF
                MOVE ZEROES            TO WS-ANTES-ID
                MOVE SPACES            TO WS-ANTES-ESTADO
            END-IF.
            IF NOT ES-BAJA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-EN-TABLA-SW.
            PERFORM VARYING WS-TB-BUSCA FROM 1 BY 1
                    UNTIL WS-TB-BUSCA > WS-TOTAL-BAJAS
                IF TB-ID(WS-TB-BUSCA) = ID-EMPLEADO
                   AND TB-FECHA(WS-TB-BUSCA) = AU-FECHA
                    SET EN-TABLA       TO TRUE
                END-IF
            END-PERFORM.
            IF EN-TABLA
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-BAJAS >= 300
                SET BAJAS-LLENO        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-BAJAS.
            MOVE WS-TOTAL-BAJAS        TO WS-TB-IDX.
            MOVE ID-EMPLEADO           TO TB-ID(WS-TB-IDX).
            MOVE AU-FECHA              TO TB-FECHA(WS-TB-IDX).
            MOVE AU-TIPO-TX            TO TB-TIPO-TX(WS-TB-IDX).
            MOVE AU-PERSONA            TO TB-PERSONA(WS-TB-IDX).
            MOVE 'N'                   TO TB-MES-PAGADO(WS-TB-IDX).
            MOVE SPACES                TO TB-MOTIVO(WS-TB-IDX).
            PERFORM BUSCA-FINIQUITO.
            EVALUATE TRUE
                WHEN EN-TABLA
                    SET TB-LIQUIDADA(WS-TB-IDX) TO TRUE
                WHEN AU-FECHA < WS-FECHA-DESDE
                    SET TB-ATRASADA(WS-TB-IDX) TO TRUE
                    MOVE 'BAJA ANTERIOR A LA FECHA DESDE'
                                       TO TB-MOTIVO(WS-TB-IDX)
                WHEN OTHER
                    SET TB-PENDIENTE(WS-TB-IDX) TO TRUE
            END-EVALUATE.

      *    Deja EN-TABLA si el empleado de la fila WS-TB-IDX tiene
      *    finiquito para esa baja (o uno manual sin fecha).
       BUSCA-FINIQUITO.
            MOVE 'N'                   TO WS-EN-TABLA-SW.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FINIQUITOS
                       OR EN-TABLA
                IF TF-ID(WS-TF-IDX) = TB-ID(WS-TB-IDX)
                   AND (TF-FECHA-BAJA(WS-TF-IDX) = TB-FECHA(WS-TB-IDX)
                        OR TF-FECHA-BAJA(WS-TF-IDX) = ZEROES)
                    SET EN-TABLA       TO TRUE
                END-IF
            END-PERFORM.

      *    El mes de la baja ya pagado por la nomina mensual (fila en
      *    NOMHIST) no se vuelve a pagar por dias.
       MARCA-MESES-PAGADOS.
            OPEN INPUT NOMHIST-FILE.
            IF WS-NOMHIST-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ NOMHIST-FILE
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                                UNTIL WS-TB-IDX > WS-TOTAL-BAJAS
                            IF TB-ID(WS-TB-IDX) = NH-ID-EMPLEADO
                               AND TB-FECHA(WS-TB-IDX)(1:6) =
                                   NH-PERIODO
                                MOVE 'S' TO TB-MES-PAGADO(WS-TB-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            CLOSE NOMHIST-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Tarjeta 'M': el finiquito se pago fuera del run.  Se
      *    registra para cada baja sin finiquito del empleado (o sin
      *    fecha si la auditoria no tiene ninguna) y sale de la
      *    lista de excepciones sin tocar pagos, lote ni saldos.
       MARCA-MANUAL.
            MOVE 'N'                   TO WS-EN-TABLA-SW.
            MOVE ZEROES                TO WS-MARCAS-TARJETA.
            PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                    UNTIL WS-TB-IDX > WS-TOTAL-BAJAS
                IF TB-ID(WS-TB-IDX) = TM-ID-EMPLEADO(WS-TM-IDX)
                    SET EN-TABLA       TO TRUE
                    IF TB-PENDIENTE(WS-TB-IDX)
                       OR TB-ATRASADA(WS-TB-IDX)
                        SET TB-MANUAL(WS-TB-IDX) TO TRUE
                        MOVE TB-PERSONA(WS-TB-IDX) TO PERSONA
                        MOVE TB-FECHA(WS-TB-IDX) TO FQ-FECHA-BAJA
                        PERFORM GRABA-FINIQUITO-MANUAL
                    END-IF
                END-IF
            END-PERFORM.
            IF NOT EN-TABLA
                MOVE SPACES            TO PERSONA
                MOVE TM-ID-EMPLEADO(WS-TM-IDX) TO ID-EMPLEADO
                MOVE ZEROES            TO P-DEPARTAMENTO
                                          FQ-FECHA-BAJA
                PERFORM GRABA-FINIQUITO-MANUAL
            END-IF.
            IF WS-MARCAS-TARJETA = ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** TARJETA M ' TM-ID-EMPLEADO(WS-TM-IDX)
                       ': NINGUNA BAJA SIN FINIQUITO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                MOVE SPACES            TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       GRABA-FINIQUITO-MANUAL.
            MOVE ID-EMPLEADO           TO FQ-ID-EMPLEADO.
            MOVE WS-FECHA-PROCESO      TO FQ-FECHA-FINIQUITO.
            MOVE NOMBRE                TO FQ-NOMBRE.
            MOVE P-APELLIDO            TO FQ-APELLIDO.
            MOVE P-DEPARTAMENTO        TO FQ-DEPARTAMENTO.
            MOVE ZEROES                TO FQ-DIAS FQ-IMPORTE-DIAS
                                          FQ-HORAS-VACACION
                                          FQ-IMPORTE-VACACION
                                          FQ-DEDUCCIONES FQ-NETO
                                          FQ-IMPORTE-PAGAS.
            SET FQ-MANUAL              TO TRUE.
            MOVE SPACES                TO FQ-PAGO.
            MOVE WS-USUARIO-AUDIT      TO FQ-USUARIO.
            PERFORM ANOTA-FINIQUITO.
            ADD 1                      TO WS-TOTAL-MARCADAS
                                          WS-MARCAS-TARJETA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'FINIQUITO PAGADO FUERA DEL RUN: ' FQ-ID-EMPLEADO
                   ' ' FQ-NOMBRE ' ' FQ-APELLIDO ' BAJA '
                   FQ-FECHA-BAJA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            WRITE FINIQUITO-REC.

      *    Finiquito = dias trabajados del ultimo mes (mes comercial
      *    de 30 dias; nada si la nomina mensual ya pago el mes) +
      *    horas de ausencia no disfrutadas a la tarifa del mes
      *    estandar - deducciones de la nomina, con el IRP
      *    regularizado sobre el anyo.  El neto no baja de cero.
       LIQUIDA-BAJA.
            MOVE TB-PERSONA(WS-TB-IDX) TO PERSONA.
            IF P-SALARIO IS NOT NUMERIC OR P-SALARIO NOT > ZEROES
                SET TB-FALLIDA(WS-TB-IDX) TO TRUE
                MOVE 'SIN SALARIO EN LA IMAGEN DE BAJA'
                                       TO TB-MOTIVO(WS-TB-IDX)
                EXIT PARAGRAPH
            END-IF.
            IF PAGAS-LLENO
                SET TB-FALLIDA(WS-TB-IDX) TO TRUE
                MOVE 'PAGAEXT.DAT MAYOR QUE LA TABLA'
                                       TO TB-MOTIVO(WS-TB-IDX)
                EXIT PARAGRAPH
            END-IF.
            MOVE TB-FECHA(WS-TB-IDX)   TO WS-FECHA-CALC.
            MOVE ZEROES                TO WS-DIAS WS-IMPORTE-DIAS
                                          WS-HORAS-VACACION
                                          WS-IMPORTE-VACACION.
            IF TB-MES-PAGADO(WS-TB-IDX) NOT = 'S'
                MOVE WS-FC-DIA         TO WS-DIAS
                IF WS-DIAS > WS-DIAS-MES
                    MOVE WS-DIAS-MES   TO WS-DIAS
                END-IF
                COMPUTE WS-IMPORTE-DIAS ROUNDED =
                        P-SALARIO * WS-DIAS / WS-DIAS-MES
            END-IF.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-VACACIONES
                IF TV-ID(WS-TV-IDX) = ID-EMPLEADO
                   AND TV-DERECHO(WS-TV-IDX) > TV-TOMADAS(WS-TV-IDX)
                    COMPUTE WS-HORAS-VACACION =
                            TV-DERECHO(WS-TV-IDX)
                          - TV-TOMADAS(WS-TV-IDX)
                END-IF
            END-PERFORM.
            COMPUTE WS-IMPORTE-VACACION ROUNDED =
                    P-SALARIO * WS-HORAS-VACACION / WS-HORAS-MES.
            PERFORM LIQUIDA-PAGAS-EXTRA.
            COMPUTE WS-BRUTO = WS-IMPORTE-DIAS + WS-IMPORTE-VACACION
                             + WS-IMPORTE-PAGAS.
            PERFORM CALCULA-DEDUCCIONES.
            COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCIONES-EMP.
      *    Lo que el finiquito no alcanza a cubrir no se descuenta:
      *    sale en la liquidacion y el IRP retenido del anyo solo
      *    recoge la parte efectivamente retenida.
            MOVE ZEROES                TO WS-NO-CUBIERTO.
            IF WS-NETO < ZEROES
                COMPUTE WS-NO-CUBIERTO = ZEROES - WS-NETO
                MOVE ZEROES            TO WS-NETO
                IF WS-IRP-MES > ZEROES
                    IF WS-IRP-MES > WS-NO-CUBIERTO
                        SUBTRACT WS-NO-CUBIERTO FROM WS-IRP-MES
                    ELSE
                        MOVE ZEROES    TO WS-IRP-MES
                    END-IF
                END-IF
            END-IF.
            COMPUTE WS-NETO-CENT = WS-NETO * 100.

            PERFORM BUSCA-CUENTA-DEPARTAMENTO.
            IF WS-IMPORTE-DIAS > ZEROES
                COMPUTE WS-POSTEO-CENT = WS-IMPORTE-DIAS * 100
                MOVE WS-CUENTA-GASTO   TO TL-CUENTA
                MOVE WS-CODIGO-GASTO   TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-DEBE
            END-IF.
            IF WS-IMPORTE-VACACION > ZEROES
                COMPUTE WS-POSTEO-CENT = WS-IMPORTE-VACACION * 100
                MOVE WS-CUENTA-GASTO   TO TL-CUENTA
                MOVE WS-CODIGO-VACACIONES TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-DEBE
            END-IF.
            IF WS-PAGAS-BAJA > ZEROES
                COMPUTE WS-POSTEO-CENT = WS-PAGAS-BAJA * 100
                MOVE WS-CUENTA-GASTO   TO TL-CUENTA
                MOVE WS-CODIGO-PAGAS   TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-DEBE
            END-IF.
            IF WS-PAGAS-DEVENGADAS > ZEROES
                COMPUTE WS-POSTEO-CENT = WS-PAGAS-DEVENGADAS * 100
                MOVE WS-CUENTA-PAGAS   TO TL-CUENTA
                MOVE WS-CODIGO-PAGAS   TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-DEBE
            END-IF.
            IF WS-BRUTO > ZEROES
                COMPUTE WS-POSTEO-CENT = WS-BRUTO * 100
                MOVE WS-CUENTA-NOMINA  TO TL-CUENTA
                MOVE WS-CODIGO-ACREEDOR TO TL-CODIGO
                PERFORM GRABA-POSTEO
                ADD WS-POSTEO-CENT     TO WS-TOTAL-HABER
            END-IF.

            MOVE SPACES                TO FQ-PAGO.
            IF WS-NETO-CENT > ZEROES
                PERFORM PAGA-FINIQUITO
            END-IF.
            PERFORM RUEDA-YTD.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-VACACIONES
                IF TV-ID(WS-TV-IDX) = ID-EMPLEADO
                    MOVE ZEROES        TO TV-DERECHO(WS-TV-IDX)
                                          TV-TOMADAS(WS-TV-IDX)
                END-IF
            END-PERFORM.

            MOVE ID-EMPLEADO           TO FQ-ID-EMPLEADO.
            MOVE TB-FECHA(WS-TB-IDX)   TO FQ-FECHA-BAJA.
            MOVE WS-FECHA-PROCESO      TO FQ-FECHA-FINIQUITO.
            MOVE NOMBRE                TO FQ-NOMBRE.
            MOVE P-APELLIDO            TO FQ-APELLIDO.
            MOVE P-DEPARTAMENTO        TO FQ-DEPARTAMENTO.
            MOVE WS-DIAS               TO FQ-DIAS.
            MOVE WS-IMPORTE-DIAS       TO FQ-IMPORTE-DIAS.
            MOVE WS-HORAS-VACACION     TO FQ-HORAS-VACACION.
            MOVE WS-IMPORTE-VACACION   TO FQ-IMPORTE-VACACION.
            MOVE WS-IMPORTE-PAGAS      TO FQ-IMPORTE-PAGAS.
            COMPUTE FQ-DEDUCCIONES = WS-DEDUCCIONES-EMP
                                   - WS-NO-CUBIERTO.
            MOVE WS-NETO               TO FQ-NETO.
            SET FQ-AUTOMATICO          TO TRUE.
            MOVE WS-USUARIO-AUDIT      TO FQ-USUARIO.
            PERFORM ANOTA-FINIQUITO.
            SET TB-LIQUIDADA(WS-TB-IDX) TO TRUE.
            ADD 1                      TO WS-TOTAL-LIQUIDADAS.
            PERFORM IMPRIME-LIQUIDACION.
            WRITE FINIQUITO-REC.

      *    Pagas extra del finiquito: lo devengado por EXM29 y no
      *    pagado en cualquier semestre, mas los meses del semestre
      *    de la baja aun sin devengar (30 dias por mes, los del mes
      *    de alta desde el alta y los del mes de baja hasta el dia
      *    de baja).  Las filas quedan finiquitadas.
       LIQUIDA-PAGAS-EXTRA.
            MOVE ZEROES                TO WS-PAGAS-DEVENGADAS
                                          WS-PAGAS-BAJA
                                          WS-IMPORTE-PAGAS
                                          WS-PX-FILA.
            IF WS-FC-MES > 6
                MOVE 2                 TO WS-PX-SEMESTRE
            ELSE
                MOVE 1                 TO WS-PX-SEMESTRE
            END-IF.
            COMPUTE WS-PX-MES = (WS-PX-SEMESTRE - 1) * 6 + 1.
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                    UNTIL WS-PX-IDX > WS-TOTAL-PAGAS
                IF TPX-ID(WS-PX-IDX) = ID-EMPLEADO
                    IF TPX-ANYO(WS-PX-IDX) = WS-FC-ANYO
                       AND TPX-SEMESTRE(WS-PX-IDX) = WS-PX-SEMESTRE
                        MOVE WS-PX-IDX TO WS-PX-FILA
                        IF TPX-ESTADO(WS-PX-IDX) = 'D'
                            COMPUTE WS-PX-MES =
                                    TPX-MES-HASTA(WS-PX-IDX) + 1
                        ELSE
                            MOVE 13    TO WS-PX-MES
                        END-IF
                    END-IF
                    IF TPX-ESTADO(WS-PX-IDX) = 'D'
                        ADD TPX-DEVENGADO(WS-PX-IDX)
                                       TO WS-PAGAS-DEVENGADAS
                        MOVE 'F'       TO TPX-ESTADO(WS-PX-IDX)
                        MOVE WS-FECHA-PROCESO TO
                             TPX-FECHA-PAGO(WS-PX-IDX)
                        MOVE TPX-DEVENGADO(WS-PX-IDX) TO
                             TPX-IMPORTE-PAGADO(WS-PX-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            COMPUTE WS-PX-PERIODO-ALTA = P-ALTA-ANYO * 100
                                       + P-ALTA-MES.
            PERFORM UNTIL WS-PX-MES > WS-FC-MES
                PERFORM DEVENGA-MES-BAJA
                ADD 1                  TO WS-PX-MES
            END-PERFORM.
            COMPUTE WS-IMPORTE-PAGAS = WS-PAGAS-DEVENGADAS
                                     + WS-PAGAS-BAJA.
            IF WS-PAGAS-BAJA = ZEROES
                EXIT PARAGRAPH
            END-IF.
      *    La parte nueva se suma a la fila del semestre de la baja,
      *    o a una fila nueva si EXM29 no llego a devengar nada.
            IF WS-PX-FILA = ZEROES
                ADD 1                  TO WS-TOTAL-PAGAS
                MOVE WS-TOTAL-PAGAS    TO WS-PX-FILA
                MOVE ID-EMPLEADO       TO TPX-ID(WS-PX-FILA)
                MOVE WS-FC-ANYO        TO TPX-ANYO(WS-PX-FILA)
                MOVE WS-PX-SEMESTRE    TO TPX-SEMESTRE(WS-PX-FILA)
                MOVE ZEROES            TO TPX-DEVENGADO(WS-PX-FILA)
            END-IF.
            MOVE WS-FC-MES             TO TPX-MES-HASTA(WS-PX-FILA).
            ADD WS-PAGAS-BAJA          TO TPX-DEVENGADO(WS-PX-FILA).
            MOVE 'F'                   TO TPX-ESTADO(WS-PX-FILA).
            MOVE WS-FECHA-PROCESO      TO TPX-FECHA-PAGO(WS-PX-FILA).
            MOVE TPX-DEVENGADO(WS-PX-FILA) TO
                 TPX-IMPORTE-PAGADO(WS-PX-FILA).

       DEVENGA-MES-BAJA.
            COMPUTE WS-PX-PERIODO = WS-FC-ANYO * 100 + WS-PX-MES.
            IF WS-PX-PERIODO-ALTA > WS-PX-PERIODO
                EXIT PARAGRAPH
            END-IF.
            MOVE 30                    TO WS-PX-DIAS.
            IF WS-PX-MES = WS-FC-MES
                MOVE WS-FC-DIA         TO WS-PX-DIAS
                IF WS-PX-DIAS > 30
                    MOVE 30            TO WS-PX-DIAS
                END-IF
            END-IF.
            IF WS-PX-PERIODO-ALTA = WS-PX-PERIODO
               AND P-ALTA-DIA > 1
                COMPUTE WS-PX-DIAS = WS-PX-DIAS - P-ALTA-DIA + 1
                IF WS-PX-DIAS < 0
                    MOVE ZEROES        TO WS-PX-DIAS
                END-IF
            END-IF.
            COMPUTE WS-PX-IMPORTE ROUNDED =
                    P-SALARIO * WS-PX-DIAS / 180.
            ADD WS-PX-IMPORTE          TO WS-PAGAS-BAJA.

      *    Con cuenta valida el neto va a la transferencia; sin ella
      *    queda retenido en NOMPEND como los retenidos de EXM29, a
      *    la espera de que EXM131 lo reemita.
       PAGA-FINIQUITO.
            PERFORM BUSCA-CUENTA-BANCO.
            IF CUENTA-VALIDA
                MOVE SPACES            TO PAGO-REC
                MOVE ID-EMPLEADO       TO PG-ID-EMPLEADO
                MOVE NOMBRE            TO PG-NOMBRE
                MOVE P-APELLIDO        TO PG-APELLIDO
                MOVE WS-NETO-CENT      TO PG-NETO-CENT
                MOVE WS-PAGO-IBAN      TO PG-IBAN
                MOVE WS-PAGO-BIC       TO PG-BIC
                WRITE PAGO-REC
                ADD 1                  TO WS-PAGOS-FICHERO
                ADD WS-NETO-CENT       TO WS-HASH-NETO
                SET FQ-TRANSFERIDO     TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF NOT PENDIENTE-ABIERTO
                OPEN EXTEND PENDIENTE-FILE
                IF WS-PENDIENTE-STATUS = '05'
                   OR WS-PENDIENTE-STATUS = '35'
                    OPEN OUTPUT PENDIENTE-FILE
                END-IF
                SET PENDIENTE-ABIERTO  TO TRUE
            END-IF.
            MOVE ID-EMPLEADO           TO NP-ID-EMPLEADO.
            MOVE WS-FECHA-PROCESO      TO NP-FECHA-PAGO.
            MOVE WS-NETO-CENT          TO NP-NETO-CENT.
            SET NP-RETENIDO            TO TRUE.
            MOVE 'EXM132PG'            TO NP-FICHERO.
            MOVE NOMBRE                TO NP-NOMBRE.
            MOVE P-APELLIDO            TO NP-APELLIDO.
            MOVE SPACES                TO NP-IBAN-ORIGEN.
            MOVE WS-IBAN-MOTIVO        TO NP-MOTIVO.
            MOVE WS-FECHA-PROCESO      TO NP-FECHA-ALTA.
            SET NP-PENDIENTE           TO TRUE.
            MOVE ZEROES                TO NP-FECHA-REEMISION.
            MOVE WS-USUARIO-AUDIT      TO NP-USUARIO.
            WRITE NOMPEND-REC.
            ADD 1                      TO WS-TOTAL-RETENIDAS.
            ADD WS-NETO-CENT           TO WS-RETENIDO-CENT.
            SET FQ-RETENIDO            TO TRUE.

      *    La cuenta de CTABANCO en vigor a la fecha de proceso,
      *    comprobada otra vez por EXMIBAN (igual que EXM29).
       BUSCA-CUENTA-BANCO.
            MOVE 'N'                   TO WS-CUENTA-SW.
            MOVE SPACES                TO WS-PAGO-IBAN WS-PAGO-BIC.
            IF NOT BANCO-ABIERTO
                MOVE 'SIN MAESTRO DE CUENTAS' TO WS-IBAN-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ID-EMPLEADO           TO CB-ID-EMPLEADO.
            READ BANCO-FILE
                INVALID KEY
                    MOVE 'SIN CUENTA BANCARIA' TO WS-IBAN-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF CB-FECHA-EFECTO <= WS-FECHA-PROCESO
                MOVE CB-IBAN           TO WS-PAGO-IBAN
                MOVE CB-BIC            TO WS-PAGO-BIC
            ELSE
                MOVE CB-IBAN-ANT       TO WS-PAGO-IBAN
                MOVE CB-BIC-ANT        TO WS-PAGO-BIC
            END-IF.
            IF WS-PAGO-IBAN = SPACES
                MOVE 'CUENTA AUN NO EN VIGOR' TO WS-IBAN-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'I'                   TO WS-IBAN-FUNCION.
            MOVE WS-PAGO-IBAN          TO WS-IBAN-VALOR.
            CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                  WS-IBAN-RESULTADO WS-IBAN-MOTIVO.
            IF WS-IBAN-RESULTADO NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                   TO WS-IBAN-FUNCION.
            MOVE WS-PAGO-BIC           TO WS-IBAN-VALOR.
            CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                  WS-IBAN-RESULTADO WS-IBAN-MOTIVO.
            IF WS-IBAN-RESULTADO = 'Y'
                SET CUENTA-VALIDA      TO TRUE
            END-IF.

      *    Gasto salarial del departamento (DEPCTA); sin mapeo, al
      *    acreedor de nomina con aviso, como EXM29.
       BUSCA-CUENTA-DEPARTAMENTO.
            MOVE ZEROES                TO WS-CUENTA-GASTO.
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-TOTAL-MAPEOS
                       OR WS-CUENTA-GASTO NOT = ZEROES
                IF TDC-DEPARTAMENTO(WS-DC-IDX) = P-DEPARTAMENTO
                    MOVE TDC-CUENTA(WS-DC-IDX) TO WS-CUENTA-GASTO
                END-IF
            END-PERFORM.
            IF WS-CUENTA-GASTO = ZEROES
                MOVE WS-CUENTA-NOMINA  TO WS-CUENTA-GASTO
                DISPLAY '*** DEPARTAMENTO ' P-DEPARTAMENTO
                        ' SIN CUENTA EN DEPCTA.DAT - GASTO A '
                        WS-CUENTA-NOMINA ' ***'
            END-IF.

       GRABA-POSTEO.
            MOVE WS-FECHA-PROCESO      TO TL-FECHA.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE WS-POSTEO-CENT        TO SUM3 OF TRANLEDG-REC.
            MOVE 'P'                   TO TL-TIPO.
            MOVE 'EUR'                 TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)    TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA              TO WS-LOTE-HASH.

       CALCULA-DEDUCCIONES.
            MOVE ZEROES                TO WS-DEDUCCIONES-EMP
                                          WS-TOTAL-LINEAS-DED
                                          WS-IRP-MES.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-TOTAL-REGLAS
                PERFORM EVALUA-REGLA
            END-PERFORM.

       EVALUA-REGLA.
            MOVE 'N'                   TO WS-APLICA-SW.
            IF TRG-AMBITO(WS-RG-IDX) = 'G'
                SET REGLA-APLICA       TO TRUE
            ELSE
                PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                        UNTIL WS-AS-IDX > WS-TOTAL-ASIGNACIONES
                           OR REGLA-APLICA
                    IF TAS-ID(WS-AS-IDX) = ID-EMPLEADO
                       AND TAS-CODIGO(WS-AS-IDX) =
                           TRG-CODIGO(WS-RG-IDX)
                        SET REGLA-APLICA TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            IF NOT REGLA-APLICA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                   TO WS-IRP-SW.
            EVALUATE TRUE
                WHEN TRG-CODIGO(WS-RG-IDX) = 'IRP'
                     AND WS-TOTAL-TRAMOS > ZEROES
                    SET IRP-PROGRESIVO TO TRUE
                    PERFORM REGULARIZA-IRP
                    MOVE WS-IRP-MES    TO WS-DEDUCCION
                WHEN TRG-TIPO(WS-RG-IDX) = 'P'
                    COMPUTE WS-DEDUCCION ROUNDED =
                            WS-BRUTO * TRG-VALOR(WS-RG-IDX) / 100
                        ON SIZE ERROR
                            MOVE ZEROES TO WS-DEDUCCION
                    END-COMPUTE
                    IF TRG-CODIGO(WS-RG-IDX) = 'IRP'
                        MOVE WS-DEDUCCION TO WS-IRP-MES
                    END-IF
                WHEN OTHER
                    MOVE TRG-VALOR(WS-RG-IDX) TO WS-DEDUCCION
            END-EVALUATE.
            ADD WS-DEDUCCION           TO WS-DEDUCCIONES-EMP.
            ADD 1                      TO WS-TOTAL-LINEAS-DED.
            MOVE TRG-CODIGO(WS-RG-IDX) TO
                 TLD-CODIGO(WS-TOTAL-LINEAS-DED).
            MOVE TRG-TIPO(WS-RG-IDX)   TO
                 TLD-TIPO(WS-TOTAL-LINEAS-DED).
            MOVE TRG-VALOR(WS-RG-IDX)  TO
                 TLD-VALOR(WS-TOTAL-LINEAS-DED).
            IF IRP-PROGRESIVO
                MOVE 'R'               TO
                     TLD-TIPO(WS-TOTAL-LINEAS-DED)
                MOVE WS-IRP-TIPO       TO
                     TLD-VALOR(WS-TOTAL-LINEAS-DED)
            END-IF.
            MOVE WS-DEDUCCION          TO
                 TLD-IMPORTE(WS-TOTAL-LINEAS-DED).

      *    El finiquito cierra el anyo del empleado como una nomina
      *    de diciembre: retiene la cuota del bruto real del anyo
      *    (acumulado + finiquito) menos lo ya retenido; negativo =
      *    devolucion en el neto.
       REGULARIZA-IRP.
            MOVE ZEROES                TO WS-IRP-BRUTO-ANT
                                          WS-IRP-RETENIDO-ANT.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TOTAL-YTD
                IF TY-ID(WS-TY-IDX) = ID-EMPLEADO
                   AND TY-ANYO(WS-TY-IDX) = WS-ANYO-HOY
                    MOVE TY-BRUTO(WS-TY-IDX) TO WS-IRP-BRUTO-ANT
                    MOVE TY-RETENIDO(WS-TY-IDX)
                                       TO WS-IRP-RETENIDO-ANT
                END-IF
            END-PERFORM.
            COMPUTE WS-IRP-BASE = WS-IRP-BRUTO-ANT + WS-BRUTO.
            MOVE ZEROES                TO WS-IRP-CUOTA WS-IRP-DESDE.
            PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                    UNTIL WS-IR-IDX > WS-TOTAL-TRAMOS
                       OR WS-IRP-DESDE >= WS-IRP-BASE
                IF WS-IRP-BASE < TIR-HASTA(WS-IR-IDX)
                    MOVE WS-IRP-BASE   TO WS-IRP-HASTA
                ELSE
                    MOVE TIR-HASTA(WS-IR-IDX) TO WS-IRP-HASTA
                END-IF
                COMPUTE WS-IRP-CUOTA ROUNDED = WS-IRP-CUOTA
                        + (WS-IRP-HASTA - WS-IRP-DESDE)
                        * TIR-TIPO(WS-IR-IDX) / 100
                MOVE TIR-HASTA(WS-IR-IDX) TO WS-IRP-DESDE
            END-PERFORM.
            IF WS-IRP-BASE > ZEROES
                COMPUTE WS-IRP-TIPO ROUNDED =
                        WS-IRP-CUOTA * 100 / WS-IRP-BASE
            ELSE
                MOVE ZEROES            TO WS-IRP-TIPO
            END-IF.
            COMPUTE WS-IRP-MES = WS-IRP-CUOTA - WS-IRP-RETENIDO-ANT
                ON SIZE ERROR
                    MOVE ZEROES        TO WS-IRP-MES
            END-COMPUTE.

      *    Rueda el finiquito en el acumulado del anyo del empleado.
       RUEDA-YTD.
            MOVE 'N'                   TO WS-TY-ENCONTRADO-SW.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TOTAL-YTD
                       OR YTD-EN-TABLA
                IF TY-ID(WS-TY-IDX) = ID-EMPLEADO
                   AND TY-ANYO(WS-TY-IDX) = WS-ANYO-HOY
                    SET YTD-EN-TABLA   TO TRUE
                END-IF
            END-PERFORM.
            IF YTD-EN-TABLA
                SUBTRACT 1             FROM WS-TY-IDX
            ELSE
                IF WS-TOTAL-YTD >= 500
                    SET YTD-SIN-HUECO  TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-TOTAL-YTD
                MOVE WS-TOTAL-YTD      TO WS-TY-IDX
                MOVE ID-EMPLEADO       TO TY-ID(WS-TY-IDX)
                MOVE WS-ANYO-HOY       TO TY-ANYO(WS-TY-IDX)
                MOVE ZEROES            TO TY-BRUTO(WS-TY-IDX)
                                          TY-NETO(WS-TY-IDX)
                                          TY-RETENIDO(WS-TY-IDX)
            END-IF.
            ADD WS-BRUTO               TO TY-BRUTO(WS-TY-IDX).
            ADD WS-NETO                TO TY-NETO(WS-TY-IDX).
            ADD WS-IRP-MES             TO TY-RETENIDO(WS-TY-IDX).

      *    Liquidacion del empleado en EXM132.PRT: una hoja por baja.
       IMPRIME-LIQUIDACION.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'LIQUIDACION DE FINIQUITO  EMPLEADO ' ID-EMPLEADO
                   ' ' NOMBRE ' ' P-APELLIDO
                   '  DEPARTAMENTO ' P-DEPARTAMENTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF TB-TIPO-TX(WS-TB-IDX) = 'B'
                STRING 'FECHA DE BAJA: ' TB-FECHA(WS-TB-IDX)
                       ' (BAJA EN EL MAESTRO)  FECHA DE FINIQUITO: '
                       WS-FECHA-PROCESO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING 'FECHA DE BAJA: ' TB-FECHA(WS-TB-IDX)
                       ' (PASO A TERMINADO)  FECHA DE FINIQUITO: '
                       WS-FECHA-PROCESO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'SALARIO MENSUAL'     TO WS-ETIQUETA.
            MOVE P-SALARIO             TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            MOVE SPACES                TO WS-ETIQUETA.
            IF TB-MES-PAGADO(WS-TB-IDX) = 'S'
                MOVE 'DIAS DEL MES (YA PAGADO EN NOMINA)'
                                       TO WS-ETIQUETA
            ELSE
                STRING 'DIAS TRABAJADOS DEL MES: ' WS-DIAS
                       DELIMITED BY SIZE INTO WS-ETIQUETA
                END-STRING
            END-IF.
            MOVE WS-IMPORTE-DIAS       TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            MOVE SPACES                TO WS-ETIQUETA.
            STRING 'VACACIONES NO DISFRUTADAS: ' WS-HORAS-VACACION
                   ' H'
                   DELIMITED BY SIZE INTO WS-ETIQUETA
            END-STRING.
            MOVE WS-IMPORTE-VACACION   TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            MOVE 'PAGAS EXTRA PRORRATEADAS' TO WS-ETIQUETA.
            MOVE WS-IMPORTE-PAGAS      TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            MOVE 'TOTAL DEVENGADO'     TO WS-ETIQUETA.
            MOVE WS-BRUTO              TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                    UNTIL WS-LD-IDX > WS-TOTAL-LINEAS-DED
                MOVE TLD-VALOR(WS-LD-IDX) TO WS-ED-VALOR
                MOVE SPACES            TO WS-ETIQUETA
                EVALUATE TLD-TIPO(WS-LD-IDX)
                    WHEN 'R'
                        STRING 'DEDUCCION ' TLD-CODIGO(WS-LD-IDX)
                               ' REGULARIZ. ' WS-ED-VALOR ' %'
                               DELIMITED BY SIZE INTO WS-ETIQUETA
                        END-STRING
                    WHEN 'P'
                        STRING 'DEDUCCION ' TLD-CODIGO(WS-LD-IDX)
                               ' ' WS-ED-VALOR ' %'
                               DELIMITED BY SIZE INTO WS-ETIQUETA
                        END-STRING
                    WHEN OTHER
                        STRING 'DEDUCCION ' TLD-CODIGO(WS-LD-IDX)
                               ' IMPORTE FIJO'
                               DELIMITED BY SIZE INTO WS-ETIQUETA
                        END-STRING
                END-EVALUATE
                MOVE TLD-IMPORTE(WS-LD-IDX) TO WS-ED-IMPORTE
                PERFORM IMPRIME-IMPORTE
            END-PERFORM.
            MOVE 'TOTAL DEDUCCIONES'   TO WS-ETIQUETA.
            MOVE WS-DEDUCCIONES-EMP    TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            IF WS-NO-CUBIERTO > ZEROES
                MOVE 'NO CUBIERTO POR EL FINIQUITO' TO WS-ETIQUETA
                COMPUTE WS-ED-IMPORTE = ZEROES - WS-NO-CUBIERTO
                PERFORM IMPRIME-IMPORTE
            END-IF.
            MOVE 'LIQUIDO A PERCIBIR'  TO WS-ETIQUETA.
            MOVE WS-NETO               TO WS-ED-IMPORTE.
            PERFORM IMPRIME-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            EVALUATE TRUE
                WHEN FQ-TRANSFERIDO
                    STRING 'ABONO POR TRANSFERENCIA A ' WS-PAGO-IBAN
                           ' ' WS-PAGO-BIC
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                WHEN FQ-RETENIDO
                    STRING '*** ABONO RETENIDO EN NOMPEND: '
                           WS-IBAN-MOTIVO ' ***'
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                WHEN OTHER
                    MOVE 'SIN IMPORTE A ABONAR' TO LINEA-REPORTE
            END-EVALUATE.
            WRITE LINEA-REPORTE.
            MOVE 'SALDO DE AUSENCIAS PUESTO A CERO'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE ALL '-'               TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       IMPRIME-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' WS-ETIQUETA ' ' WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Bajas sin finiquito: las anteriores a la fecha desde, las
      *    que este run no pudo liquidar y los terminados del
      *    maestro sin baja liquidable ni finiquito registrado.
       LISTA-EXCEPCIONES.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'BAJAS SIN FINIQUITO'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                    UNTIL WS-TB-IDX > WS-TOTAL-BAJAS
                IF TB-ATRASADA(WS-TB-IDX) OR TB-FALLIDA(WS-TB-IDX)
                    MOVE TB-PERSONA(WS-TB-IDX) TO PERSONA
                    ADD 1              TO WS-TOTAL-EXCEPCIONES
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '*** ' ID-EMPLEADO ' ' NOMBRE ' '
                           P-APELLIDO ' BAJA ' TB-FECHA(WS-TB-IDX)
                           ' - ' TB-MOTIVO(WS-TB-IDX) ' ***'
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** SIN PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PERSONA-FILE NEXT RECORD
                    AT END
                        SET FIN-CARGA TO TRUE
                    NOT AT END
                        IF P-TERMINADO
                            PERFORM VERIFICA-TERMINADO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PERSONA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       VERIFICA-TERMINADO.
            MOVE 'N'                   TO WS-EN-TABLA-SW.
            PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                    UNTIL WS-TF-IDX > WS-TOTAL-FINIQUITOS
                       OR EN-TABLA
                IF TF-ID(WS-TF-IDX) = ID-EMPLEADO
                    SET EN-TABLA       TO TRUE
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-TB-BUSCA FROM 1 BY 1
                    UNTIL WS-TB-BUSCA > WS-TOTAL-BAJAS
                       OR EN-TABLA
                IF TB-ID(WS-TB-BUSCA) = ID-EMPLEADO
                    SET EN-TABLA       TO TRUE
                END-IF
            END-PERFORM.
            IF EN-TABLA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-EXCEPCIONES.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '*** ' ID-EMPLEADO ' ' NOMBRE ' ' P-APELLIDO
                   ' TERMINADO EN EL MAESTRO SIN BAJA AUDITADA NI '
                   'FINIQUITO - TARJETA M SI SE PAGO A MANO ***'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TOTAL BAJAS SIN FINIQUITO: ' WS-TOTAL-EXCEPCIONES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'FINIQUITOS LIQUIDADOS: ' WS-TOTAL-LIQUIDADAS
                   '  PAGADOS FUERA DEL RUN: ' WS-TOTAL-MARCADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-HASH-NETO          TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'ABONOS EN EXM132PAG: ' WS-PAGOS-FICHERO
                   '  HASH CENTIMOS: ' WS-HASH-NETO
                   '  IMPORTE: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-RETENIDO-CENT      TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'RETENIDOS EN NOMPEND: ' WS-TOTAL-RETENIDAS
                   '  IMPORTE: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            IF WS-TOTAL-DEBE = WS-TOTAL-HABER
                STRING 'LOTE EXM132LDG: ' WS-LOTE-REGISTROS
                       ' POSTEOS - DEBE = HABER = ' WS-TOTAL-DEBE
                       ' CENTIMOS - LIBERAR EL FICHERO'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '*** LOTE EXM132LDG NO CUADRA: DEBE '
                       WS-TOTAL-DEBE ' HABER ' WS-TOTAL-HABER
                       ' - NO LIBERAR ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            END-IF.
            WRITE LINEA-REPORTE.
            IF YTD-LLENO OR YTD-SIN-HUECO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '*** NOMYTD LLENO - FINIQUITOS SIN RODAR EN '
                       'EL ACUMULADO DEL ANYO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

       CARGA-VACACIONES.
            OPEN INPUT VACACION-FILE.
            IF WS-VACACION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ VACACION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-VACACIONES < 500
                                ADD 1     TO WS-TOTAL-VACACIONES
                                MOVE VB-ID-EMPLEADO TO
                                     TV-ID(WS-TOTAL-VACACIONES)
                                MOVE VB-DERECHO TO
                                     TV-DERECHO(WS-TOTAL-VACACIONES)
                                MOVE VB-TOMADAS TO
                                     TV-TOMADAS(WS-TOTAL-VACACIONES)
                            ELSE
                                SET VACACIONES-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VACACION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Con la tabla llena no se reescribe: se perderian filas.
       GRABA-VACACIONES.
            IF VACACIONES-LLENO
                DISPLAY '*** VACSALDO MAYOR QUE LA TABLA - NO SE '
                        'REESCRIBE ***'
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-LIQUIDADAS = ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT VACACION-FILE.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-VACACIONES
                MOVE TV-ID(WS-TV-IDX)  TO VB-ID-EMPLEADO
                MOVE TV-DERECHO(WS-TV-IDX) TO VB-DERECHO
                MOVE TV-TOMADAS(WS-TV-IDX) TO VB-TOMADAS
                WRITE VACACION-REC
            END-PERFORM.
            CLOSE VACACION-FILE.

      *    La tabla de pagas reserva un hueco por cada baja que
      *    pueda necesitar fila nueva; sin ese margen no se liquida.
       CARGA-PAGAS-EXTRA.
            OPEN INPUT PAGAEXT-FILE.
            IF WS-PAGAEXT-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PAGAEXT-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PAGAS + WS-TOTAL-BAJAS
                               < 2000
                                ADD 1     TO WS-TOTAL-PAGAS
                                MOVE PAGAEXT-REC TO
                                     TPX-FILA(WS-TOTAL-PAGAS)
                            ELSE
                                SET PAGAS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAGAEXT-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PAGAS-EXTRA.
            IF PAGAS-LLENO
                DISPLAY '*** PAGAEXT MAYOR QUE LA TABLA - NO SE '
                        'REESCRIBE ***'
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-LIQUIDADAS = ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PAGAEXT-FILE.
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                    UNTIL WS-PX-IDX > WS-TOTAL-PAGAS
                MOVE TPX-FILA(WS-PX-IDX) TO PAGAEXT-REC
                WRITE PAGAEXT-REC
            END-PERFORM.
            CLOSE PAGAEXT-FILE.

       CARGA-YTD.
            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ YTD-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-YTD < 500
                                ADD 1     TO WS-TOTAL-YTD
                                MOVE NY-ID-EMPLEADO TO
                                     TY-ID(WS-TOTAL-YTD)
                                MOVE NY-ANYO TO
                                     TY-ANYO(WS-TOTAL-YTD)
                                MOVE NY-BRUTO TO
                                     TY-BRUTO(WS-TOTAL-YTD)
                                MOVE NY-NETO TO
                                     TY-NETO(WS-TOTAL-YTD)
                                IF NY-RETENIDO IS NUMERIC
                                    MOVE NY-RETENIDO TO
                                         TY-RETENIDO(WS-TOTAL-YTD)
                                ELSE
                                    MOVE ZEROES TO
                                         TY-RETENIDO(WS-TOTAL-YTD)
                                END-IF
                            ELSE
                                SET YTD-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE YTD-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-YTD.
            IF YTD-LLENO OR WS-TOTAL-LIQUIDADAS = ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT YTD-FILE.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TOTAL-YTD
                MOVE TY-ID(WS-TY-IDX)  TO NY-ID-EMPLEADO
                MOVE TY-ANYO(WS-TY-IDX) TO NY-ANYO
                MOVE TY-BRUTO(WS-TY-IDX) TO NY-BRUTO
                MOVE TY-NETO(WS-TY-IDX) TO NY-NETO
                MOVE TY-RETENIDO(WS-TY-IDX) TO NY-RETENIDO
                WRITE YTD-REC
            END-PERFORM.
            CLOSE YTD-FILE.

       CARGA-DEPCTA.
            OPEN INPUT DEPCTA-FILE.
            IF WS-DEPCTA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPCTA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-MAPEOS < 50
                                ADD 1     TO WS-TOTAL-MAPEOS
                                MOVE DC-DEPARTAMENTO TO
                                     TDC-DEPARTAMENTO(WS-TOTAL-MAPEOS)
                                MOVE DC-CUENTA TO
                                     TDC-CUENTA(WS-TOTAL-MAPEOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPCTA-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-REGLAS.
            OPEN INPUT DEDUCMAE-FILE.
            IF WS-DEDUCMAE-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEDUCMAE-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-REGLAS < 20
                                ADD 1     TO WS-TOTAL-REGLAS
                                MOVE DR-CODIGO TO
                                     TRG-CODIGO(WS-TOTAL-REGLAS)
                                MOVE DR-TIPO TO
                                     TRG-TIPO(WS-TOTAL-REGLAS)
                                MOVE DR-VALOR TO
                                     TRG-VALOR(WS-TOTAL-REGLAS)
                                MOVE DR-AMBITO TO
                                     TRG-AMBITO(WS-TOTAL-REGLAS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEDUCMAE-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-ASIGNACIONES.
            OPEN INPUT DEDUCEMP-FILE.
            IF WS-DEDUCEMP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEDUCEMP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-ASIGNACIONES < 200
                                ADD 1     TO WS-TOTAL-ASIGNACIONES
                                MOVE DE-ID-EMPLEADO TO
                                     TAS-ID(WS-TOTAL-ASIGNACIONES)
                                MOVE DE-CODIGO TO
                                     TAS-CODIGO(WS-TOTAL-ASIGNACIONES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEDUCEMP-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Tramos del anyo de proceso; desordenados = regla plana.
       CARGA-TRAMOS-IRP.
            OPEN INPUT TRAMO-FILE.
            IF WS-TRAMO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ TRAMO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF IR-ANYO = WS-ANYO-HOY
                               AND WS-TOTAL-TRAMOS < 20
                                ADD 1    TO WS-TOTAL-TRAMOS
                                MOVE IR-HASTA TO
                                     TIR-HASTA(WS-TOTAL-TRAMOS)
                                MOVE IR-TIPO TO
                                     TIR-TIPO(WS-TOTAL-TRAMOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRAMO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            PERFORM VARYING WS-IR-IDX FROM 2 BY 1
                    UNTIL WS-IR-IDX > WS-TOTAL-TRAMOS
                IF TIR-HASTA(WS-IR-IDX) NOT >
                   TIR-HASTA(WS-IR-IDX - 1)
                    DISPLAY '*** TRAMOIRP.DAT DESORDENADO PARA EL '
                            'ANYO ' WS-ANYO-HOY
                            ' - SE APLICA LA REGLA IRP PLANA ***'
                    MOVE ZEROES        TO WS-TOTAL-TRAMOS
                END-IF
            END-PERFORM.
