      * A feed still arriving naked is processed with a console       *
      * warning while the branches roll the change out.  EXM83 is     *
      * the standalone pre-edit run days ahead of payroll night.      *
      * The per-department gross behind the salary-expense postings   *
      * is also kept in EXM29DEP.DAT (run date, P-DEPARTAMENTO, gross *
      * in cents; rewritten every run) so the month-end cost-center   *
      * allocation (EXM118) can spread shared expense on payroll      *
      * cost without re-running the register.                         *
      * The transfer file now carries where the money goes: each      *
      * EXM29PAG.DAT record gains the employee's IBAN and BIC from    *
      * the bank-account master CTABANCO.DAT (maintained by EXM129),  *
      * the current account once its effective date has arrived and   *
      * the previous one until then, and re-checked through EXMIBAN   *
      * on the way out.  An employee with no account, an account not  *
      * yet in force or one that fails the check is paid on the       *
      * register but held: the record goes to the hold list           *
      * EXM29RET.DAT instead of the remittance, the register prints   *
      * the reason, EXM29REM.PRT lists the held employees and proves  *
      * file plus held against the register in count and cents, and   *
      * the run ends RC 4.                                            *
      * Each run also prints one payslip per paid employee into       *
      * EXM29NOM.PRT.  Each payslip shows the period, the department  *
      * with its name from DEPTOS.DAT and the hours card, then the    *
      * gross, one line per DEDUCMAE/DEDUCEMP deduction applied, the  *
      * total deductions and the net, all through EXMFMTMO.  It       *
      * closes with the year-to-date gross and net after this run's   *
      * roll into NOMYTD.DAT, the absence balance left in             *
      * VACSALDO.DAT, and the hold reason when the transfer was held. *
      * The payslips are kept in memory and written at the end of the *
      * run in department + employee order, so EXM100 can route each  *
      * department's pages to its manager.  Past 500 payslips the     *
      * rest are not issued: the file and the console say so and the  *
      * run ends RC 4, with pay itself unaffected.                    *
      * The IRP withholding is progressive when TRAMOIRP.DAT          *
      * (tramoirp.cpy) has brackets for the payroll year.  Each month *
      * the employee's annual earnings are projected from the         *
      * year-to-date gross in NOMYTD.DAT, this month's gross and the  *
      * effective salary for the remaining months, and the tax on     *
      * that projection through the brackets gives the effective rate *
      * withheld from the month's gross in place of DEDUCMAE's flat   *
      * IRP percentage.  A mid-year salary change moves the           *
      * projection, and so the rate, from the first month it is in    *
      * force.  NOMYTD.DAT now also carries the IRP withheld in the   *
      * year (NY-RETENIDO).  In December nothing is left to project:  *
      * the month withholds the tax due on the actual annual gross    *
      * less what was already withheld, and a negative figure is      *
      * refunded through net pay.  EXM29IRP.PRT lists each employee's *
      * projection, projected tax, rate, tax withheld before the      *
      * month, the month's withholding and the adjustment -- the      *
      * regularization forecast for December in months 1-11 and the   *
      * amount actually settled in December.  A year with no          *
      * brackets, or brackets out of order, keeps the flat rule with  *
      * a console warning.                                            *
      * Back-dated raises are paid as arrears.  Every run records     *
      * each employee's month in the pay history NOMHIST.DAT          *
      * (nomhist.cpy: payable hours, effective salary, ordinary       *
      * gross; last 24 months kept).  On the next runs each month     *
      * already paid is re-priced at the salary SALHIST.DAT now gives *
      * as effective for that month, using the hours paid then.  A    *
      * positive difference is added to this month's gross as an      *
      * arrears line, so it reaches NOMYTD, the IRP projection, the   *
      * department salary-expense postings and the transfer file like *
      * any other pay.  A negative difference (a back-dated cut) is   *
      * listed for HR and not deducted.  Either way the history row   *
      * is brought up to date, so nothing is paid twice.              *
      * EXM29ATR.PRT details every re-priced month and totals the     *
      * arrears by month of origin.  The register and the payslip     *
      * show the arrears separately.  A history that does not fit the *
      * table suspends arrears for the run and is not rewritten.      *
      * The run now pays the June and December extra payments.  Each  *
      * one is worth a month of salary and accrues a sixth of the     *
      * effective salary per month, January to June and July to       *
      * December, kept per employee and half-year in PAGAEXT.DAT      *
      * (pagaext.cpy).  The month of hire accrues only the days from  *
      * the P-F-ALTA day; a month the employee was not paid is caught *
      * up on the next run.  The month's accrual is booked as salary  *
      * expense to the department's DEPCTA account with code 89       *
      * against the extra-payments liability account 999982 with code *
      * 91, so the ledger shows what is owed.  In June and December   *
      * the accrued amount is added to the month's gross, on its own  *
      * register and payslip line, and reaches NOMYTD, the IRP and    *
      * the transfer like any other pay; the batch takes it out of    *
      * 999982 with code 89 and into the payroll payable with the     *
      * rest of the gross, and the department expense for that month  *
      * excludes it.  The IRP projection includes the extra payments  *
      * still due in the year.  EXM29DEP.DAT and the batch proof      *
      * carry the ordinary gross plus the accrual.  A leaver's open   *
      * accrual is paid by the EXM132 final settlement.               *
      * The run now charges the employer's social-security            *
      * contribution.  Each employee's contribution group comes from  *
      * COTIZEMP.DAT and the group's employer rate and minimum and    *
      * maximum bases for the year from COTIZSS.DAT (cotizss.cpy).    *
      * The base is the month's gross held between those limits, and  *
      * the employer cost is the rate on the base.  It is booked per  *
      * department as salary expense with code 90 against the         *
      * social-security payable account 999983 with code 91, and it   *
      * is part of EXM29DEP.DAT and of the batch proof.  An employee  *
      * with no group, or with a group missing from the table, is     *
      * paid without employer cost, is warned on the register and     *
      * ends the run with return code 4.  The register closes with    *
      * the payroll cost per department, salaries plus employer       *
      * contribution.  EXM29SS.DAT is the monthly contribution        *
      * return: HDR, one line per employee paid with group, gross,    *
      * base, rate and both shares, a TOT row with the totals, and a  *
      * TRL whose hash is the sum of both shares in cents.            *
      * Every run is now numbered and journalled so that it can be    *
      * voided.  A period already paid by a live run is refused with  *
      * return code 16 until EXM133 voids that run.  The run appends  *
      * its row to NOMEJEC.DAT (nomejec.cpy) with the period, counts, *
      * totals and the count and hash of the transfer, and writes to  *
      * NOMMOV.DAT (nommov.cpy) what it rolled into NOMYTD and        *
      * VACSALDO per employee with the account paid, the NOMHIST and  *
      * PAGAEXT rows as they were before it changed them, and every   *
      * posting of the batch.                                         *
      * Approved expense claims (GASTOS.DAT, gasto.cpy, keyed and     *
      * approved with EXM134) are reimbursed with the next run.  Each *
      * claim of an employee paid is converted to euros at the        *
      * CAMBIOS.DAT rate of its expense date and added to the net     *
      * transferred, outside the gross and the IRP and outside the    *
      * year-to-date net, with its own payslip line.  The claim is    *
      * left 'B' with the rate, the euro amount, the payment date and *
      * the run number, and is journalled in NOMMOV.DAT as a 'G' row. *
      * A claim in a currency with no rate on or before its date is   *
      * left approved, warned and the run ends with return code 4.    *
      * The batch books the claims per department and category with   *
      * code 90 to the GASTCTA.DAT account (gastcta.cpy), department  *
      * 000 standing for all of them, or else to the department's     *
      * DEPCTA account with a warning, against the payroll payable    *
      * with code 91.                                                 *
      * Employee loans and salary advances (PRESTAMO.DAT,             *
      * prestamo.cpy, keyed and approved with EXM135) are paid and    *
      * repaid through payroll.  A loan waiting to be paid out has    *
      * its principal added to the transfer of the employee's next    *
      * run, outside the year-to-date net, with its own payslip line, *
      * and is left live.  From the first period of its plan each     *
      * live loan takes one instalment a month: the month's interest  *
      * on the balance and the rest as principal, the last            *
      * instalment, or a payoff asked for the next payroll, taking    *
      * whatever balance is left.  The instalments go with the        *
      * deductions and on a payslip line of their own, with the       *
      * balance still owed at the foot.  An instalment the net pay    *
      * does not cover is not taken, is warned on the register as in  *
      * arrears and the run ends with return code 4.  Every loan      *
      * touched is journalled in NOMMOV.DAT as a 'P' row with its     *
      * state before the change.  The batch books a payout with code  *
      * 06 to the loans receivable account 999984 against the payroll *
      * payable with code 91, and an instalment with code 09 on the   *
      * payroll payable against code 07 for the principal on 999984   *
      * and code 08 for the interest on the interest income account   *
      * 999985.                                                       *
      * Benefit plans (BENPLAN.DAT, benplan.cpy) and the employees'   *
      * enrollments (BENAFIL.DAT, benafil.cpy, keyed with EXM144) are *
      * charged every month.  Each enrollment of the employee's own   *
      * (sequence 00) in force on any day of the month being paid     *
      * takes the employee's premium of its plan and tier as a        *
      * deduction, on a payslip line of its own with the plan code,   *
      * and books the employer's premium as payroll cost of the       *
      * employee's department, shown apart on the department cost     *
      * lines and carried into EXM29DEP.DAT.  An enrollment whose     *
      * plan and tier are not on BENPLAN.DAT is warned, not charged,  *
      * and the run ends with return code 4.  The batch books the     *
      * employer's premiums with code 90 to the department's DEPCTA   *
      * account against code 91 on the benefits payable account       *
      * 999986, and the employees' premiums with code 09 on the       *
      * payroll payable against code 91 on 999986.                    *
      * Tax withheld under a flat-percentage IRP rule from DEDUCMAE   *
      * now rolls into the year-to-date withholding (TY-RETENIDO) and *
      * the run journal exactly like the progressive calculation, so  *
      * the December regularization and the EXM132 final settlement   *
      * no longer withhold again what a flat rule already took.       *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM29.
           SELECT DEPCTA-FILE ASSIGN TO "DEPCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTA-STATUS.
           SELECT DEPNOM-FILE ASSIGN TO "EXM29DEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPNOM-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "EXM29LDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PAGO-FILE ASSIGN TO "EXM29PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT BANCO-FILE ASSIGN TO "CTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-ID-EMPLEADO
               FILE STATUS IS WS-BANCO-STATUS.
           SELECT RETENIDO-FILE ASSIGN TO "EXM29RET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDO-STATUS.
           SELECT REMESA-FILE ASSIGN TO "EXM29REM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESA-STATUS.
           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMHIST-STATUS.
           SELECT ATRASO-FILE ASSIGN TO "EXM29ATR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRASO-STATUS.
           SELECT TRAMO-FILE ASSIGN TO "TRAMOIRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAMO-STATUS.
           SELECT IRP-FILE ASSIGN TO "EXM29IRP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRP-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT NOMINA-FILE ASSIGN TO "EXM29NOM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMINA-STATUS.
           SELECT COTIZSS-FILE ASSIGN TO "COTIZSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIZSS-STATUS.
           SELECT COTIZEMP-FILE ASSIGN TO "COTIZEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIZEMP-STATUS.
           SELECT RETORNO-SS-FILE ASSIGN TO "EXM29SS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-SS-STATUS.
           SELECT PAGAEXT-FILE ASSIGN TO "PAGAEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAEXT-STATUS.
           SELECT EJECUCION-FILE ASSIGN TO "NOMEJEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJECUCION-STATUS.
           SELECT MOVIMIENTO-FILE ASSIGN TO "NOMMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTO-STATUS.
           SELECT GASTO-FILE ASSIGN TO "GASTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASTO-STATUS.
           SELECT GASTCTA-FILE ASSIGN TO "GASTCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASTCTA-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTAMO-STATUS.
           SELECT PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT AFILIACION-FILE ASSIGN TO "BENAFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFILIACION-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "EXM29.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
                                       SIGN LEADING SEPARATE.
           02 NY-NETO                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
      *    IRP retenido en el anyo (base de la regularizacion).
           02 NY-RETENIDO             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *    Mapeo departamento -> cuenta de gasto salarial.
       FD  DEPCTA-FILE.
           02 DC-DEPARTAMENTO         PIC 9(03).
           02 DC-CUENTA               PIC 9(06).

      *    Bruto de la nomina por departamento, base de reparto del
      *    coste compartido (EXM118).
       FD  DEPNOM-FILE.
           COPY "depnom.cpy".

      *    Lote contable de la nomina, en la forma de feed de
      *    sucursal (43 bytes; la sucursal la estampa EXM57).
       FD  LEDGER-FILE.
           02 PG-NOMBRE               PIC X(10).
           02 PG-APELLIDO             PIC X(10).
           02 PG-NETO-CENT            PIC 9(09).
           02 PG-IBAN                 PIC X(34).
           02 PG-BIC                  PIC X(11).
           COPY "hdrtrl.cpy".

       FD  BANCO-FILE.
           COPY "ctabanco.cpy".

      *    Lista de retenidos: empleados pagados en el registro sin
      *    cuenta valida a la que abonar; no van en la remesa.
       FD  RETENIDO-FILE.
        01 RETENIDO-REC.
           02 RT-FECHA                PIC 9(08).
           02 RT-ID-EMPLEADO          PIC 9(07).
           02 RT-NOMBRE               PIC X(10).
           02 RT-APELLIDO             PIC X(10).
           02 RT-NETO-CENT            PIC 9(09).
           02 RT-MOTIVO               PIC X(30).

       FD  REMESA-FILE.
        01 LINEA-REMESA               PIC X(80).

       FD  NOMHIST-FILE.
           COPY "nomhist.cpy".

       FD  ATRASO-FILE.
        01 LINEA-ATRASO               PIC X(132).

       FD  TRAMO-FILE.
           COPY "tramoirp.cpy".

       FD  IRP-FILE.
        01 LINEA-IRP                  PIC X(132).

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  NOMINA-FILE.
        01 LINEA-NOMINA               PIC X(132).

      *    Grupos de cotizacion: tipo empresarial y bases minima y
      *    maxima por anyo; grupo de cada empleado.
       FD  COTIZSS-FILE.
           COPY "cotizss.cpy".

       FD  COTIZEMP-FILE.
        01 COTIZEMP-REC.
           02 CE-ID-EMPLEADO          PIC 9(07).
           02 CE-GRUPO                PIC 9(02).

      *    Boletin mensual de cotizacion para la seguridad social:
      *    una linea por empleado pagado, fila de totales 'TOT' y
      *    HDR/TRL del estandar del taller (el hash del TRL es la
      *    suma de las cuotas, empresa mas trabajador, en centimos).
       FD  RETORNO-SS-FILE.
        01 RETORNO-SS-REC.
           02 RS-ID-EMPLEADO          PIC 9(07).
           02 RS-NOMBRE               PIC X(10).
           02 RS-APELLIDO             PIC X(10).
           02 RS-PERIODO              PIC 9(06).
           02 RS-GRUPO                PIC 9(02).
           02 RS-BRUTO-CENT           PIC 9(09).
           02 RS-BASE-CENT            PIC 9(09).
           02 RS-TIPO-EMPRESA         PIC 9(02)V99.
           02 RS-CUOTA-EMPRESA-CENT   PIC 9(09).
           02 RS-CUOTA-OBRERA-CENT    PIC 9(09).
        01 RETORNO-SS-TOTALES.
           02 RST-TIPO                PIC X(03).
           02 RST-PERIODO             PIC 9(06).
           02 RST-EMPLEADOS           PIC 9(06).
           02 RST-BASE-CENT           PIC 9(13).
           02 RST-EMPRESA-CENT        PIC 9(13).
           02 RST-OBRERA-CENT         PIC 9(13).

      *    Pagas extraordinarias devengadas por empleado y
      *    semestre.
       FD  PAGAEXT-FILE.
           COPY "pagaext.cpy".

      *    Control de ejecuciones de la nomina y diario de lo que
      *    cada run cambia, para poder anularlo (EXM133).
       FD  EJECUCION-FILE.
           COPY "nomejec.cpy".

       FD  MOVIMIENTO-FILE.
           COPY "nommov.cpy".

      *    Gastos de empleados: los aprobados se reembolsan en la
      *    nomina, al cambio del dia del gasto, y se cargan a la
      *    cuenta de su departamento y categoria.
       FD  GASTO-FILE.
           COPY "gasto.cpy".

       FD  GASTCTA-FILE.
           COPY "gastcta.cpy".

       FD  CAMBIO-FILE.
           COPY "cambio.cpy".

       FD  PRESTAMO-FILE.
           COPY "prestamo.cpy".

       FD  PLAN-FILE.
           COPY "benplan.cpy".

       FD  AFILIACION-FILE.
           COPY "benafil.cpy".

       FD  REGISTRO-FILE.
        01 LINEA-REGISTRO             PIC X(132).

              03 TY-ANYO              PIC 9(04).
              03 TY-BRUTO             PIC S9(09)V99.
              03 TY-NETO              PIC S9(09)V99.
              03 TY-RETENIDO          PIC S9(09)V99.
        01 WS-TY-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TY-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 YTD-EN-TABLA                       VALUE 'Y'.
        01 WS-MONTO-YTD               PIC S9(07)V99 VALUE ZEROES.
        01 WS-DEPCTA-STATUS           PIC X(02) VALUE '00'.
        01 WS-LEDGER-STATUS           PIC X(02) VALUE '00'.
        01 WS-DEPNOM-STATUS           PIC X(02) VALUE '00'.
      *    Cuenta acreedora de nomina (contrapartida del gasto) y
      *    respaldo para departamentos sin mapeo.
        01 WS-CUENTA-NOMINA           PIC 9(06) VALUE 999980.
           02 TDP-FILA OCCURS 50 TIMES.
              03 TDP-DEPARTAMENTO     PIC 9(03).
              03 TDP-BRUTO-CENT       PIC 9(11).
              03 TDP-DEVENGO-CENT     PIC 9(11).
              03 TDP-SS-CENT          PIC 9(11).
              03 TDP-BEN-CENT         PIC 9(11).
        01 WS-DP-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-DP-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 DEPARTAMENTO-EN-TABLA              VALUE 'Y'.
        01 WS-NETO-CENT               PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-PAGOS-FICHERO     PIC 9(06) VALUE ZEROES.
        01 WS-HASH-NETO               PIC 9(13) VALUE ZEROES.
        01 WS-BANCO-STATUS            PIC X(02) VALUE '00'.
        01 WS-RETENIDO-STATUS         PIC X(02) VALUE '00'.
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
        01 WS-TOTAL-RETENIDOS         PIC 9(06) VALUE ZEROES.
        01 WS-NETO-RETENIDO-CENT      PIC 9(13) VALUE ZEROES.
        01 WS-NETO-REGISTRO-CENT      PIC 9(13) VALUE ZEROES.
        01 WS-DEDUCMAE-STATUS         PIC X(02) VALUE '00'.
        01 WS-DEDUCEMP-STATUS         PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
        01 WS-LOCALE-FMT              PIC X(01) VALUE 'E'.
        01 WS-BRUTO-EDIT              PIC X(14).
        01 WS-TOTAL-BRUTO-EDIT        PIC -Z(08)9.99.
      *    Historia mensual de nomina (horas, salario y bruto de
      *    cada mes pagado) y atrasos de cambios de salario con
      *    efecto en meses ya pagados.
        01 WS-NOMHIST-STATUS          PIC X(02) VALUE '00'.
        01 WS-ATRASO-STATUS           PIC X(02) VALUE '00'.
        01 WS-PERIODO-HOY             PIC 9(06) VALUE ZEROES.
        01 WS-MES-CORR-HOY            PIC 9(06) VALUE ZEROES.
        01 WS-MES-CORR                PIC 9(06) VALUE ZEROES.
        01 WS-PERIODO-CALC.
           02 WS-PC-ANYO              PIC 9(04).
           02 WS-PC-MES               PIC 9(02).
        01 WS-TOTAL-NOMHIST           PIC 9(05) VALUE ZEROES.
        01 WS-NOMHIST-LLENO-SW        PIC X(01) VALUE 'N'.
           88 NOMHIST-LLENO                      VALUE 'Y'.
        01 TABLA-NOMHIST.
           02 TNH-FILA OCCURS 12000 TIMES.
              03 TNH-ID               PIC 9(07).
              03 TNH-PERIODO          PIC 9(06).
              03 TNH-HORAS            PIC 9(03).
              03 TNH-SALARIO          PIC 9(07)V99.
              03 TNH-BRUTO            PIC 9(07)V99.
              03 TNH-FECHA-PAGO       PIC 9(08).
        01 WS-NH-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-NH-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 MES-EN-HISTORIA                    VALUE 'Y'.
        01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
        01 WS-SALARIO-GUARDADO        PIC S9(07)V99 VALUE ZEROES.
        01 WS-BRUTO-ORDINARIO         PIC S9(07)V99 VALUE ZEROES.
        01 WS-ATRASOS                 PIC S9(07)V99 VALUE ZEROES.
        01 WS-ATR-MESES               PIC 9(02) VALUE ZEROES.
        01 WS-ATR-TARIFA              PIC S9(07)V99 VALUE ZEROES.
        01 WS-ATR-BRUTO               PIC S9(07)V99 VALUE ZEROES.
        01 WS-ATR-DIFERENCIA          PIC S9(07)V99 VALUE ZEROES.
        01 WS-TOTAL-ATR-EMPLEADOS     PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ATRASOS           PIC S9(09)V99 VALUE ZEROES.
        01 WS-TOTAL-A-RECUPERAR       PIC S9(09)V99 VALUE ZEROES.
      *    Desglose de atrasos por mes de origen.
        01 WS-TOTAL-ATR-MESES         PIC 9(02) VALUE ZEROES.
        01 TABLA-ATR-MESES.
           02 TAM-FILA OCCURS 24 TIMES.
              03 TAM-PERIODO          PIC 9(06).
              03 TAM-EMPLEADOS        PIC 9(05).
              03 TAM-IMPORTE          PIC S9(09)V99.
        01 WS-AM-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-AM-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 MES-EN-DESGLOSE                    VALUE 'Y'.
        01 WS-ATR-EDIT-1              PIC X(14).
        01 WS-ATR-EDIT-2              PIC X(14).
        01 WS-ATR-EDIT-3              PIC X(14).
        01 WS-ATR-EDIT-4              PIC X(14).
        01 WS-ATR-EDIT-5              PIC X(14).
        01 WS-ATR-NOTA                PIC X(24) VALUE SPACES.
      *    Retencion progresiva del IRP: tramos del anyo de la
      *    nomina y calculo por empleado (proyeccion anual, cuota,
      *    tipo efectivo, retenido, retencion del mes y ajuste).
        01 WS-TRAMO-STATUS            PIC X(02) VALUE '00'.
        01 WS-IRP-STATUS              PIC X(02) VALUE '00'.
        01 WS-TOTAL-TRAMOS            PIC 9(02) VALUE ZEROES.
        01 TABLA-TRAMOS.
           02 TIR-FILA OCCURS 20 TIMES.
              03 TIR-HASTA            PIC 9(07)V99.
              03 TIR-TIPO             PIC 9(02)V99.
        01 WS-IR-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-MES-HOY                 PIC 9(02) VALUE ZEROES.
        01 WS-IRP-SW                  PIC X(01) VALUE 'N'.
           88 IRP-PROGRESIVO                     VALUE 'Y'.
        01 WS-IRP-BRUTO-ANT           PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-RETENIDO-ANT        PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-RESTANTE            PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-PROYECCION          PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-CUOTA               PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-TIPO                PIC 9(03)V99 VALUE ZEROES.
        01 WS-IRP-MES                 PIC S9(07)V99 VALUE ZEROES.
        01 WS-IRP-AJUSTE              PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-DESDE               PIC 9(07)V99 VALUE ZEROES.
        01 WS-IRP-HASTA               PIC 9(07)V99 VALUE ZEROES.
        01 WS-TOTAL-IRP-EMPLEADOS     PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-IRP-MES           PIC S9(09)V99 VALUE ZEROES.
        01 WS-TOTAL-IRP-AJUSTE        PIC S9(09)V99 VALUE ZEROES.
        01 WS-IRP-TIPO-EDIT           PIC ZZ9.99.
        01 WS-IRP-EDIT-1              PIC X(14).
        01 WS-IRP-EDIT-2              PIC X(14).
        01 WS-IRP-EDIT-3              PIC X(14).
        01 WS-IRP-EDIT-4              PIC X(14).
        01 WS-IRP-EDIT-5              PIC X(14).
      *    Recibos individuales: se guardan en memoria y se
      *    imprimen al final del run en orden de departamento y
      *    empleado (EXM29NOM.PRT), listos para el reparto de EXM100.
        01 WS-NOMINA-STATUS           PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 100 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-NOMBRE           PIC X(20).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-NOMBRE-DEPTO            PIC X(20) VALUE SPACES.
      *    Lineas de deduccion del empleado en curso.
        01 WS-TOTAL-LINEAS-DED        PIC 9(02) VALUE ZEROES.
        01 TABLA-LINEAS-DED.
           02 TLD-FILA OCCURS 20 TIMES.
              03 TLD-CODIGO           PIC X(03).
              03 TLD-TIPO             PIC X(01).
              03 TLD-VALOR            PIC 9(07)V99.
              03 TLD-IMPORTE          PIC S9(07)V99.
        01 WS-LD-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-RECIBOS           PIC 9(03) VALUE ZEROES.
        01 WS-RECIBOS-OMITIDOS        PIC 9(06) VALUE ZEROES.
        01 TABLA-RECIBOS.
           02 TR-FILA OCCURS 500 TIMES.
              03 TR-CLAVE.
                 04 TR-DEPARTAMENTO   PIC 9(03).
                 04 TR-ID             PIC 9(07).
              03 TR-NOMBRE            PIC X(10).
              03 TR-APELLIDO          PIC X(10).
              03 TR-HORAS             PIC 9(03).
              03 TR-AUSENCIA          PIC 9(03).
              03 TR-BRUTO             PIC S9(07)V99.
              03 TR-ATRASOS           PIC S9(07)V99.
              03 TR-PAGA-EXTRA        PIC S9(07)V99.
              03 TR-DEDUCCIONES       PIC S9(07)V99.
              03 TR-GASTOS            PIC S9(07)V99.
              03 TR-PRESTAMOS         PIC S9(07)V99.
              03 TR-ANTICIPO          PIC S9(07)V99.
              03 TR-SALDO-PRESTAMO    PIC S9(07)V99.
              03 TR-NETO              PIC S9(07)V99.
              03 TR-YTD-SW            PIC X(01).
                 88 TR-CON-YTD                   VALUE 'Y'.
              03 TR-YTD-BRUTO         PIC S9(09)V99.
              03 TR-YTD-NETO          PIC S9(09)V99.
              03 TR-SALDO-SW          PIC X(01).
                 88 TR-CON-SALDO                 VALUE 'Y'.
              03 TR-DERECHO           PIC 9(03).
              03 TR-TOMADAS           PIC 9(03).
              03 TR-RETENIDO          PIC X(30).
              03 TR-TOTAL-LINEAS      PIC 9(02).
              03 TR-LINEA OCCURS 20 TIMES.
                 04 TR-CODIGO         PIC X(03).
                 04 TR-TIPO           PIC X(01).
                 04 TR-VALOR          PIC 9(07)V99.
                 04 TR-IMPORTE        PIC S9(07)V99.
      *    Orden de impresion: indices de TABLA-RECIBOS por clave
      *    departamento + empleado (insercion ordenada al anotar).
        01 TABLA-ORDEN.
           02 TO-RECIBO OCCURS 500 TIMES PIC 9(03).
        01 WS-RC-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-OR-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-OR-HUECO                PIC 9(03) VALUE ZEROES.
        01 WS-HUECO-SW                PIC X(01) VALUE 'N'.
           88 HUECO-ENCONTRADO                   VALUE 'Y'.
        01 WS-MONTO-RECIBO            PIC S9(07)V99 VALUE ZEROES.
        01 WS-RECIBO-EDIT             PIC X(14).
        01 WS-RECIBO-EDIT-2           PIC X(14).
        01 WS-VALOR-EDIT              PIC Z(06)9.99.
        01 WS-SALDO-AUSENCIA          PIC S9(03) VALUE ZEROES.
        01 WS-SALDO-EDIT              PIC -ZZ9.
        01 WS-DESCRIPCION-DED         PIC X(24) VALUE SPACES.
        01 WS-LINEAS-POR-PAGINA       PIC 9(02) VALUE 20.
      *    Pagas extraordinarias de junio (semestre 1, devengo de
      *    enero a junio) y diciembre (semestre 2, julio a
      *    diciembre): un sexto del salario por mes, con la
      *    contrapartida en la cuenta acreedora de pagas hasta que
      *    se paga.
        01 WS-PAGAEXT-STATUS          PIC X(02) VALUE '00'.
        01 WS-CUENTA-PAGAS            PIC 9(06) VALUE 999982.
        01 WS-TOTAL-PAGAS             PIC 9(04) VALUE ZEROES.
        01 WS-PAGAS-LLENO-SW          PIC X(01) VALUE 'N'.
           88 PAGAS-LLENO                        VALUE 'Y'.
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
        01 WS-PX-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 PAGA-EN-TABLA                      VALUE 'Y'.
        01 WS-SEMESTRE-HOY            PIC 9(01) VALUE ZEROES.
        01 WS-PX-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-PX-PERIODO              PIC 9(06) VALUE ZEROES.
        01 WS-PX-PERIODO-ALTA         PIC 9(06) VALUE ZEROES.
        01 WS-PX-DIAS                 PIC 9(02) VALUE ZEROES.
        01 WS-PX-IMPORTE              PIC S9(07)V99 VALUE ZEROES.
        01 WS-DEVENGO-MES             PIC S9(07)V99 VALUE ZEROES.
        01 WS-PAGA-EXTRA              PIC S9(07)V99 VALUE ZEROES.
        01 WS-DEVENGO-CENT            PIC 9(09) VALUE ZEROES.
        01 WS-PAGA-CENT               PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-DEVENGO-CENT      PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-PAGA-CENT         PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-PAGAS-EMPLEADOS   PIC 9(06) VALUE ZEROES.
        01 WS-PAGAS-PENDIENTES        PIC 9(01) VALUE ZEROES.
        01 WS-TOTAL-PAGA-EXTRA        PIC S9(09)V99 VALUE ZEROES.
        01 WS-TOTAL-DEVENGO           PIC S9(09)V99 VALUE ZEROES.
        01 WS-PAGA-EDIT               PIC X(14).
        01 WS-TOTAL-PAGA-EDIT         PIC -Z(08)9.99.
        01 WS-TOTAL-DEVENGO-EDIT      PIC -Z(08)9.99.
        01 WS-MONTO-LOTE-CENT         PIC 9(11) VALUE ZEROES.
      *    Cuota empresarial de seguridad social: grupos del anyo de
      *    la nomina, grupo de cada empleado, base del mes con los
      *    topes del grupo y boletin mensual de cotizacion.
        01 WS-COTIZSS-STATUS          PIC X(02) VALUE '00'.
        01 WS-COTIZEMP-STATUS         PIC X(02) VALUE '00'.
        01 WS-RETORNO-SS-STATUS       PIC X(02) VALUE '00'.
        01 WS-CUENTA-SS               PIC 9(06) VALUE 999983.
        01 WS-TOTAL-GRUPOS            PIC 9(02) VALUE ZEROES.
        01 TABLA-GRUPOS.
           02 TGS-FILA OCCURS 20 TIMES.
              03 TGS-GRUPO            PIC 9(02).
              03 TGS-TIPO-EMPRESA     PIC 9(02)V99.
              03 TGS-BASE-MINIMA      PIC 9(07)V99.
              03 TGS-BASE-MAXIMA      PIC 9(07)V99.
        01 WS-GS-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-COTIZEMP          PIC 9(03) VALUE ZEROES.
        01 TABLA-COTIZEMP.
           02 TCE-FILA OCCURS 500 TIMES.
              03 TCE-ID               PIC 9(07).
              03 TCE-GRUPO            PIC 9(02).
        01 WS-CE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-SS-GRUPO                PIC 9(02) VALUE ZEROES.
        01 WS-SS-GRUPO-SW             PIC X(01) VALUE 'N'.
           88 GRUPO-SS-VALIDO                    VALUE 'Y'.
        01 WS-SS-BASE                 PIC S9(07)V99 VALUE ZEROES.
        01 WS-SS-TIPO                 PIC 9(02)V99 VALUE ZEROES.
        01 WS-SS-EMPRESA              PIC S9(07)V99 VALUE ZEROES.
        01 WS-SS-OBRERA               PIC S9(07)V99 VALUE ZEROES.
        01 WS-SS-EMPRESA-CENT         PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-SS-CENT           PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-SS-BASE-CENT      PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-SS-OBRERA-CENT    PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-SS-LINEAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-GRUPO         PIC 9(06) VALUE ZEROES.
        01 WS-SS-HASH                 PIC 9(13) VALUE ZEROES.
        01 WS-COSTE-SALARIOS          PIC S9(09)V99 VALUE ZEROES.
        01 WS-COSTE-SS                PIC S9(09)V99 VALUE ZEROES.
        01 WS-COSTE-TOTAL             PIC S9(09)V99 VALUE ZEROES.
        01 WS-COSTE-EDIT-1            PIC -Z(08)9.99.
        01 WS-COSTE-EDIT-2            PIC -Z(08)9.99.
        01 WS-COSTE-EDIT-3            PIC -Z(08)9.99.
        01 WS-COSTE-BENEFICIOS        PIC S9(09)V99 VALUE ZEROES.
        01 WS-COSTE-EDIT-4            PIC -Z(08)9.99.
      *    Numero de ejecucion del run (el ultimo de NOMEJEC.DAT
      *    mas uno) y run vigente del mismo periodo, si lo hay: un
      *    periodo ya pagado no se vuelve a pagar sin anularlo.
        01 WS-EJECUCION-STATUS        PIC X(02) VALUE '00'.
        01 WS-MOVIMIENTO-STATUS       PIC X(02) VALUE '00'.
        01 WS-EJECUCION               PIC 9(06) VALUE ZEROES.
        01 WS-EJECUCION-VIGENTE       PIC 9(06) VALUE ZEROES.
        01 WS-HORA-INICIO             PIC 9(08) VALUE ZEROES.
        01 WS-MOV-ACCION              PIC X(01) VALUE SPACES.
        01 WS-YTD-RODADO-SW           PIC X(01) VALUE 'N'.
           88 YTD-RODADO                         VALUE 'Y'.
        01 WS-AUSENCIA-RODADA         PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-MOVIMIENTOS       PIC 9(06) VALUE ZEROES.
      *    Reembolso de gastos: fuera del bruto y sin IRP, se suma
      *    al abono del empleado y no a su neto del anyo.
        01 WS-GASTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-GASTCTA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CAMBIO-STATUS           PIC X(02) VALUE '00'.
        01 WS-TOTAL-GASTOS            PIC 9(04) VALUE ZEROES.
        01 TABLA-GASTOS.
           02 TGA-FILA OCCURS 3000 TIMES.
              03 TGA-REGISTRO         PIC X(144).
        01 WS-GA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-GASTOS-LLENO-SW         PIC X(01) VALUE 'N'.
           88 GASTOS-LLENO                       VALUE 'Y'.
        01 WS-GASTOS-ABONADOS-SW      PIC X(01) VALUE 'N'.
           88 GASTOS-ABONADOS                    VALUE 'Y'.
        01 WS-TOTAL-CAMBIOS           PIC 9(03) VALUE ZEROES.
        01 TABLA-CAMBIOS.
           02 TCA-FILA OCCURS 500 TIMES.
              03 TCA-MONEDA           PIC X(03).
              03 TCA-FECHA            PIC 9(08).
              03 TCA-TASA             PIC 9(03)V9(06).
        01 WS-CA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-CAMBIO-FECHA            PIC 9(08) VALUE ZEROES.
        01 WS-CAMBIO-TASA             PIC 9(03)V9(06) VALUE ZEROES.
        01 WS-TOTAL-GASTCTA           PIC 9(03) VALUE ZEROES.
        01 TABLA-GASTCTA.
           02 TGC-FILA OCCURS 200 TIMES.
              03 TGC-DEPARTAMENTO     PIC 9(03).
              03 TGC-CATEGORIA        PIC X(02).
              03 TGC-CUENTA           PIC 9(06).
        01 WS-GC-IDX                  PIC 9(03) VALUE ZEROES.
      *    Importe reembolsado por departamento y categoria para el
      *    lote contable.
        01 WS-TOTAL-GASTO-CUENTAS     PIC 9(03) VALUE ZEROES.
        01 TABLA-GASTO-CUENTAS.
           02 TGD-FILA OCCURS 200 TIMES.
              03 TGD-DEPARTAMENTO     PIC 9(03).
              03 TGD-CATEGORIA        PIC X(02).
              03 TGD-CENT             PIC 9(11).
        01 WS-GD-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-GD-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 GASTO-CUENTA-EN-TABLA              VALUE 'Y'.
        01 WS-GASTO-CENT              PIC 9(09) VALUE ZEROES.
        01 WS-REEMBOLSO-CENT          PIC 9(09) VALUE ZEROES.
        01 WS-REEMBOLSO               PIC S9(07)V99 VALUE ZEROES.
        01 WS-TOTAL-GASTO-CENT        PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-GASTOS-ABONADOS   PIC 9(06) VALUE ZEROES.
        01 WS-GASTOS-SIN-CAMBIO       PIC 9(06) VALUE ZEROES.
        01 WS-GASTOS-NO-ABONADOS      PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-GASTO             PIC S9(09)V99 VALUE ZEROES.
        01 WS-TOTAL-GASTO-EDIT        PIC -Z(08)9.99.
      *    Prestamos y anticipos al personal: el principal sale con
      *    la transferencia y la cuota del mes se descuenta del neto
      *    mientras este la cubra.
        01 WS-PRESTAMO-STATUS         PIC X(02) VALUE '00'.
        01 WS-TOTAL-PRESTAMOS         PIC 9(04) VALUE ZEROES.
        01 TABLA-PRESTAMOS.
           02 TPR-FILA OCCURS 2000 TIMES.
              03 TPR-REGISTRO         PIC X(144).
        01 WS-PR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PRESTAMOS-LLENO-SW      PIC X(01) VALUE 'N'.
           88 PRESTAMOS-LLENO                    VALUE 'Y'.
        01 WS-PRESTAMOS-CAMBIO-SW     PIC X(01) VALUE 'N'.
           88 PRESTAMOS-CAMBIADOS                VALUE 'Y'.
        01 WS-CUENTA-PRESTAMOS        PIC 9(06) VALUE 999984.
        01 WS-CUENTA-INTERESES        PIC 9(06) VALUE 999985.
        01 WS-ANTICIPO                PIC S9(07)V99 VALUE ZEROES.
        01 WS-PRESTAMO-EMP            PIC S9(07)V99 VALUE ZEROES.
        01 WS-SALDO-PRESTAMO-EMP      PIC S9(07)V99 VALUE ZEROES.
        01 WS-CUOTA-INTERES           PIC 9(07)V99 VALUE ZEROES.
        01 WS-CUOTA-AMORTIZA          PIC 9(07)V99 VALUE ZEROES.
        01 WS-CUOTA-MES               PIC 9(07)V99 VALUE ZEROES.
        01 WS-PR-CENT                 PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-ANTICIPO-CENT     PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-CUOTA-CENT        PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-AMORTIZA-CENT     PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-INTERES-CENT      PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-PRESTAMOS-ABONADOS PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CUOTAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CANCELADOS        PIC 9(06) VALUE ZEROES.
        01 WS-CUOTAS-NO-DESCONTADAS   PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PRESTAMO          PIC S9(09)V99 VALUE ZEROES.
        01 WS-TOTAL-PRESTAMO-EDIT     PIC -Z(08)9.99.
      *    Planes de beneficios: la prima del empleado de cada
      *    afiliacion en vigor en el mes se descuenta del neto y la
      *    de la empresa es coste de su departamento.
        01 WS-PLAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-AFILIACION-STATUS       PIC X(02) VALUE '00'.
        01 WS-TOTAL-PLANES            PIC 9(03) VALUE ZEROES.
        01 TABLA-PLANES.
           02 TPL-FILA OCCURS 100 TIMES.
              03 TPL-REGISTRO         PIC X(51).
        01 WS-PL-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PL-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 PLAN-EN-TABLA                      VALUE 'Y'.
        01 WS-TOTAL-AFILIACIONES      PIC 9(04) VALUE ZEROES.
        01 TABLA-AFILIACIONES.
           02 TBA-FILA OCCURS 3000 TIMES.
              03 TBA-ID               PIC 9(07).
              03 TBA-PLAN             PIC X(03).
              03 TBA-PRIMA-EMPLEADO   PIC 9(05)V99.
              03 TBA-PRIMA-EMPRESA    PIC 9(05)V99.
        01 WS-BA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-AFILIACIONES-LLENO-SW   PIC X(01) VALUE 'N'.
           88 AFILIACIONES-LLENO                 VALUE 'Y'.
        01 WS-CUENTA-BENEFICIOS       PIC 9(06) VALUE 999986.
        01 WS-INICIO-DE-MES           PIC 9(08) VALUE ZEROES.
        01 WS-PRIMA-CENT              PIC 9(09) VALUE ZEROES.
        01 WS-BEN-EMPRESA-CENT        PIC 9(09) VALUE ZEROES.
        01 WS-TOTAL-BEN-EMPLEADO-CENT PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-BEN-EMPRESA-CENT  PIC 9(11) VALUE ZEROES.
        01 WS-TOTAL-PRIMAS            PIC 9(06) VALUE ZEROES.
        01 WS-AFILIACIONES-SIN-PLAN   PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-BENEFICIO         PIC S9(09)V99 VALUE ZEROES.
        01 WS-TOTAL-BENEFICIO-EDIT    PIC -Z(08)9.99.
        01 WS-LINEAS-EN-PAGINA        PIC 9(02) VALUE ZEROES.
        01 WS-NUMERO-PAGINA           PIC 9(04) VALUE ZEROES.

                STOP RUN
            END-IF.

            ACCEPT WS-FECHA-HOY          FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-INICIO        FROM TIME.
            MOVE WS-FECHA-HOY(1:6)       TO WS-PERIODO-HOY.
            PERFORM CARGA-EJECUCIONES.
            IF WS-EJECUCION-VIGENTE NOT = ZEROES
                DISPLAY '*** EL PERIODO ' WS-PERIODO-HOY
                        ' YA TIENE LA NOMINA ' WS-EJECUCION-VIGENTE
                        ' VIGENTE - ANULARLA CON EXM133 ANTES DE '
                        'REPETIRLA ***'
                CLOSE PERSONA-FILE
                CLOSE HORAS-FILE
                MOVE 16                      TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND MOVIMIENTO-FILE.
            IF WS-MOVIMIENTO-STATUS = '05'
               OR WS-MOVIMIENTO-STATUS = '35'
                OPEN OUTPUT MOVIMIENTO-FILE
            END-IF.

            OPEN OUTPUT REGISTRO-FILE.
            OPEN OUTPUT PAGO-FILE.
            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM29PAG'              TO CAB-FICHERO.
      *    transmision (ver la nota MOVE-SPACES del extracto GL).
            MOVE ZEROES                  TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.
            OPEN OUTPUT RETENIDO-FILE.
            OPEN INPUT BANCO-FILE.
            IF WS-BANCO-STATUS = '00'
                SET BANCO-ABIERTO        TO TRUE
            ELSE
                DISPLAY '*** SIN CTABANCO.DAT - STATUS: '
                        WS-BANCO-STATUS
                        ' - TODOS LOS ABONOS QUEDAN RETENIDOS ***'
            END-IF.
            PERFORM CARGA-REGLAS.
            PERFORM CARGA-ASIGNACIONES.
            PERFORM CARGA-DEPCTA.
            PERFORM CARGA-YTD.
            PERFORM CARGA-VACACIONES.
            PERFORM CARGA-HISTORIA-SALARIAL.
            PERFORM CARGA-NOMHIST.
            PERFORM CARGA-DEPTOS.
            MOVE WS-FECHA-HOY(5:2)       TO WS-MES-HOY.
            PERFORM CARGA-TRAMOS-IRP.
            PERFORM CARGA-PAGAS-EXTRA.
            PERFORM CARGA-COTIZACION.
            PERFORM CARGA-GASTOS.
            PERFORM CARGA-PRESTAMOS.
            MOVE WS-FECHA-HOY            TO WS-FIN-DE-MES.
            MOVE 31                      TO WS-FIN-DE-MES(7:2).
            PERFORM CARGA-BENEFICIOS.

            MOVE 'I'                     TO WS-VER-FUNCION.
            CALL 'EXMVERHT' USING WS-VER-FUNCION WS-VER-VALOR
            MOVE WS-HASH-NETO            TO PIE-HASH.
            WRITE CONTROL-PIE.
            CLOSE PAGO-FILE.
            CLOSE RETENIDO-FILE.
            PERFORM CIERRA-RETORNO-SS.
            IF BANCO-ABIERTO
                CLOSE BANCO-FILE
            END-IF.

            PERFORM CIERRA-INFORME-IRP.
            PERFORM CIERRA-INFORME-ATRASOS.
            PERFORM GRABA-YTD.
            PERFORM GRABA-NOMHIST.
            PERFORM GRABA-PAGAS-EXTRA.
            PERFORM GRABA-VACACIONES.
            PERFORM GRABA-GASTOS.
            PERFORM GRABA-PRESTAMOS.
            PERFORM GENERA-LOTE-LEDGER.
            CLOSE MOVIMIENTO-FILE.
            PERFORM GRABA-EJECUCION.
            PERFORM GRABA-BRUTO-DEPARTAMENTOS.
            PERFORM IMPRIME-TOTAL-FINAL.
            CLOSE REGISTRO-FILE.
            PERFORM IMPRIME-REMESA.
            PERFORM IMPRIME-RECIBOS.

            DISPLAY 'TOTAL DE TARJETAS LEIDAS: '   WS-TOTAL-LEIDAS.
            DISPLAY 'TOTAL EMPLEADOS PAGADOS: '    WS-TOTAL-PAGADOS.
            DISPLAY 'TOTAL TARJETAS RECHAZADAS: '  WS-TOTAL-RECHAZADAS.
            DISPLAY 'ABONOS RETENIDOS SIN CUENTA: ' WS-TOTAL-RETENIDOS.
            DISPLAY 'RECIBOS DE SALARIO EMITIDOS: ' WS-TOTAL-RECIBOS.
            DISPLAY 'PAGADOS SIN GRUPO DE COTIZACION: '
                    WS-TOTAL-SIN-GRUPO.
            DISPLAY 'GASTOS REEMBOLSADOS: ' WS-TOTAL-GASTOS-ABONADOS
                    '  SIN CAMBIO: ' WS-GASTOS-SIN-CAMBIO.
            DISPLAY 'PRESTAMOS ABONADOS: ' WS-TOTAL-PRESTAMOS-ABONADOS
                    '  CUOTAS DESCONTADAS: ' WS-TOTAL-CUOTAS
                    '  NO DESCONTADAS: ' WS-CUOTAS-NO-DESCONTADAS.
            DISPLAY 'PRIMAS DE BENEFICIOS: ' WS-TOTAL-PRIMAS
                    '  AFILIACIONES SIN PLAN: '
                    WS-AFILIACIONES-SIN-PLAN.
            IF (WS-TOTAL-RETENIDOS > 0 OR WS-RECIBOS-OMITIDOS > 0
                OR WS-TOTAL-SIN-GRUPO > 0
                OR WS-GASTOS-SIN-CAMBIO > 0 OR GASTOS-LLENO
                OR WS-CUOTAS-NO-DESCONTADAS > 0 OR PRESTAMOS-LLENO
                OR WS-AFILIACIONES-SIN-PLAN > 0 OR AFILIACIONES-LLENO)
               AND RETURN-CODE < 4
                MOVE 4                       TO RETURN-CODE
            END-IF.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM29.PRT'.
            STOP RUN.

            IF WS-HORAS-PAGABLES < 0
                MOVE ZEROES              TO WS-HORAS-PAGABLES
            END-IF.
            MOVE WS-FIN-DE-MES           TO WS-FECHA-CORTE.
            PERFORM BUSCA-SALARIO-EFECTIVO.
            COMPUTE WS-TARIFA-HORA ROUNDED =
                    WS-SALARIO-EFECTIVO / WS-HORAS-MES.
                            ID-EMPLEADO ' ***'
                    MOVE ZEROES          TO WS-BRUTO
            END-COMPUTE.
            MOVE WS-BRUTO                TO WS-BRUTO-ORDINARIO.
            PERFORM CALCULA-ATRASOS.
            ADD WS-ATRASOS               TO WS-BRUTO.
            PERFORM DEVENGA-PAGA-EXTRA.
            ADD WS-PAGA-EXTRA            TO WS-BRUTO.
            PERFORM ANOTA-HISTORIA-NOMINA.
            ADD WS-BRUTO                 TO WS-TOTAL-BRUTO.
            ADD 1                        TO WS-TOTAL-PAGADOS.
            PERFORM CALCULA-DEDUCCIONES.
            PERFORM DESCUENTA-PRIMAS.
            COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCIONES-EMP.
            PERFORM ABONA-PRESTAMOS.
            PERFORM DESCUENTA-PRESTAMOS.
      *    Deducciones por encima del bruto (un embargo fijo en un
      *    mes de pocas horas): el neto se recorta a cero CON AVISO
      *    -- un neto negativo en el campo sin signo del fichero
                ADD 1                    TO WS-LINEAS-EN-PAGINA
                MOVE ZEROES              TO WS-NETO
            END-IF.
            PERFORM REEMBOLSA-GASTOS.
            ADD WS-REEMBOLSO             TO WS-NETO.
            ADD WS-ANTICIPO              TO WS-NETO.
            ADD WS-NETO                  TO WS-TOTAL-NETO.
            PERFORM GRABA-PAGO.
            PERFORM CALCULA-COTIZACION.
            PERFORM ACUMULA-DEPARTAMENTO.
            PERFORM RUEDA-YTD.
            PERFORM RUEDA-AUSENCIAS.
            PERFORM ANOTA-MOVIMIENTO-EMPLEADO.
            PERFORM ANOTA-RECIBO.

            IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
            PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                    UNTIL WS-TH-IDX > WS-TOTAL-HISTORIA
                IF TH-ID(WS-TH-IDX) = ID-EMPLEADO
                   AND TH-FECHA(WS-TH-IDX) <= WS-FECHA-CORTE
                   AND TH-FECHA(WS-TH-IDX) >= WS-MEJOR-FECHA-SAL
                    MOVE TH-FECHA(WS-TH-IDX) TO WS-MEJOR-FECHA-SAL
                    MOVE TH-VALOR(WS-TH-IDX) TO WS-SALARIO-EFECTIVO
      *    empleado; pasado el derecho, el registro avisa -- el dato
      *    moria dentro de cada run y nadie veia el patron.
       RUEDA-AUSENCIAS.
            MOVE ZEROES                  TO WS-AUSENCIA-RODADA.
            IF HT-HORAS-AUSENCIA = ZEROES
                EXIT PARAGRAPH
            END-IF.
                MOVE ZEROES              TO TV-DERECHO(WS-TV-IDX)
                                            TV-TOMADAS(WS-TV-IDX)
            END-IF.
            COMPUTE WS-AUSENCIA-RODADA = 999 - TV-TOMADAS(WS-TV-IDX).
            IF WS-AUSENCIA-RODADA > HT-HORAS-AUSENCIA
                MOVE HT-HORAS-AUSENCIA   TO WS-AUSENCIA-RODADA
            END-IF.
            ADD HT-HORAS-AUSENCIA        TO TV-TOMADAS(WS-TV-IDX)
                ON SIZE ERROR
                    MOVE 999             TO TV-TOMADAS(WS-TV-IDX)
      *    para el anyo en curso; la columna YTD del registro lleva
      *    el bruto acumulado TRAS la rodada.
       RUEDA-YTD.
            MOVE 'N'                     TO WS-YTD-RODADO-SW.
            MOVE 'N'                     TO WS-TY-ENCONTRADO-SW.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TOTAL-YTD
                MOVE WS-ANYO-HOY         TO TY-ANYO(WS-TY-IDX)
                MOVE ZEROES              TO TY-BRUTO(WS-TY-IDX)
                                            TY-NETO(WS-TY-IDX)
                                            TY-RETENIDO(WS-TY-IDX)
            END-IF.
            ADD WS-BRUTO                 TO TY-BRUTO(WS-TY-IDX).
            COMPUTE TY-NETO(WS-TY-IDX) = TY-NETO(WS-TY-IDX)
                                       + WS-NETO - WS-REEMBOLSO
                                       - WS-ANTICIPO.
            ADD WS-IRP-MES               TO TY-RETENIDO(WS-TY-IDX).
            SET YTD-RODADO               TO TRUE.
            MOVE TY-BRUTO(WS-TY-IDX)     TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-YTD-EDIT.
                                     TY-BRUTO(WS-TOTAL-YTD)
                                MOVE NY-NETO TO
                                     TY-NETO(WS-TOTAL-YTD)
      *    Filas anteriores a la retencion progresiva: sin dato.
                                IF NY-RETENIDO IS NUMERIC
                                    MOVE NY-RETENIDO TO
                                         TY-RETENIDO(WS-TOTAL-YTD)
                                ELSE
                                    MOVE ZEROES TO
                                         TY-RETENIDO(WS-TOTAL-YTD)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                MOVE TY-ANYO(WS-TY-IDX)  TO NY-ANYO
                MOVE TY-BRUTO(WS-TY-IDX) TO NY-BRUTO
                MOVE TY-NETO(WS-TY-IDX)  TO NY-NETO
                MOVE TY-RETENIDO(WS-TY-IDX) TO NY-RETENIDO
                WRITE YTD-REC
            END-PERFORM.
            CLOSE YTD-FILE.

      *    La paga extra que se paga este mes ya se llevo a gasto
      *    mes a mes con su devengo: al departamento va el bruto sin
      *    ella mas el devengo del mes.
       ACUMULA-DEPARTAMENTO.
            COMPUTE WS-BRUTO-CENT ROUNDED = WS-BRUTO * 100
                ON SIZE ERROR
                    MOVE ZEROES          TO WS-BRUTO-CENT
            END-COMPUTE.
            ADD WS-BRUTO-CENT            TO WS-TOTAL-BRUTO-CENT.
            COMPUTE WS-PAGA-CENT = WS-PAGA-EXTRA * 100.
            COMPUTE WS-DEVENGO-CENT = WS-DEVENGO-MES * 100.
            ADD WS-PAGA-CENT             TO WS-TOTAL-PAGA-CENT.
            ADD WS-DEVENGO-CENT          TO WS-TOTAL-DEVENGO-CENT.
            ADD WS-PAGA-EXTRA            TO WS-TOTAL-PAGA-EXTRA.
            ADD WS-DEVENGO-MES           TO WS-TOTAL-DEVENGO.
            SUBTRACT WS-PAGA-CENT        FROM WS-BRUTO-CENT.
            ADD WS-SS-EMPRESA-CENT       TO WS-TOTAL-SS-CENT.
            ADD WS-BEN-EMPRESA-CENT      TO WS-TOTAL-BEN-EMPRESA-CENT.
            MOVE 'N'                     TO WS-DP-ENCONTRADO-SW.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-TOTAL-DEPS
                MOVE P-DEPARTAMENTO      TO
                     TDP-DEPARTAMENTO(WS-DP-IDX)
                MOVE ZEROES              TO TDP-BRUTO-CENT(WS-DP-IDX)
                                            TDP-DEVENGO-CENT(WS-DP-IDX)
                                            TDP-SS-CENT(WS-DP-IDX)
                                            TDP-BEN-CENT(WS-DP-IDX)
            END-IF.
            ADD WS-BRUTO-CENT            TO TDP-BRUTO-CENT(WS-DP-IDX).
            ADD WS-DEVENGO-CENT          TO TDP-DEVENGO-CENT(WS-DP-IDX).
            ADD WS-SS-EMPRESA-CENT       TO TDP-SS-CENT(WS-DP-IDX).
            ADD WS-BEN-EMPRESA-CENT      TO TDP-BEN-CENT(WS-DP-IDX).

      *    Lote contable: gasto salarial resumido por departamento
      *    contra su cuenta de DEPCTA, mas la contrapartida acreedora
      *    por el total.  Codigo 90 gasto, 91 contrapartida.
      *    Pagas extra: el devengo del mes va con codigo 89 a la
      *    cuenta de gasto del departamento y con 91 a la cuenta
      *    acreedora de pagas; la paga que se abona este mes sale de
      *    esa cuenta con 89 y entra en el 91 del bruto total.
      *    Cuota empresarial de seguridad social: gasto salarial 90
      *    del departamento contra 91 en la cuenta acreedora de
      *    seguridad social.
      *    Gastos reembolsados: 90 a la cuenta de cada departamento
      *    y categoria, contra 91 en la cuenta de nomina a pagar.
      *    Prestamos: el principal abonado va con 06 a la cuenta de
      *    prestamos al personal contra 91 en la de nomina; las
      *    cuotas descontadas salen de la de nomina con 09 y van
      *    con 07 (principal) a la de prestamos y con 08 (interes)
      *    a la de intereses.
      *    Primas de beneficios: la de la empresa es gasto 90 del
      *    departamento contra 91 en la cuenta acreedora de
      *    beneficios; la del empleado sale de la de nomina con 09
      *    y va con 91 a la de beneficios.
       GENERA-LOTE-LEDGER.
            OPEN OUTPUT LEDGER-FILE.
            MOVE 'HDR'                   TO CAB-TIPO.
                MOVE 'EUR'               TO TL-MONEDA
                MOVE TRANLEDG-REC(1:43)  TO LEDGER-REC
                WRITE LEDGER-REC
                PERFORM ANOTA-MOVIMIENTO-POSTEO
                ADD 1                    TO WS-LOTE-REGISTROS
                ADD TL-CUENTA            TO WS-LOTE-HASH
                ADD WS-TOTAL-BRUTO-CENT  TO WS-LOTE-CENT
            END-IF.
            IF WS-TOTAL-PAGA-CENT > ZEROES
                MOVE 89                  TO TL-CODIGO
                MOVE WS-CUENTA-PAGAS     TO TL-CUENTA
                MOVE WS-TOTAL-PAGA-CENT  TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-DEVENGO-CENT > ZEROES
                MOVE 91                  TO TL-CODIGO
                MOVE WS-CUENTA-PAGAS     TO TL-CUENTA
                MOVE WS-TOTAL-DEVENGO-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-SS-CENT > ZEROES
                MOVE 91                  TO TL-CODIGO
                MOVE WS-CUENTA-SS        TO TL-CUENTA
                MOVE WS-TOTAL-SS-CENT    TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-BEN-EMPRESA-CENT > ZEROES
                MOVE 91                  TO TL-CODIGO
                MOVE WS-CUENTA-BENEFICIOS TO TL-CUENTA
                MOVE WS-TOTAL-BEN-EMPRESA-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-BEN-EMPLEADO-CENT > ZEROES
                MOVE 09                  TO TL-CODIGO
                MOVE WS-CUENTA-NOMINA    TO TL-CUENTA
                MOVE WS-TOTAL-BEN-EMPLEADO-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
                MOVE 91                  TO TL-CODIGO
                MOVE WS-CUENTA-BENEFICIOS TO TL-CUENTA
                MOVE WS-TOTAL-BEN-EMPLEADO-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                    UNTIL WS-GD-IDX > WS-TOTAL-GASTO-CUENTAS
                PERFORM GRABA-POSTEO-REEMBOLSO
            END-PERFORM.
            IF WS-TOTAL-GASTO-CENT > ZEROES
                MOVE 91                  TO TL-CODIGO
                MOVE WS-CUENTA-NOMINA    TO TL-CUENTA
                MOVE WS-TOTAL-GASTO-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-ANTICIPO-CENT > ZEROES
                MOVE 06                  TO TL-CODIGO
                MOVE WS-CUENTA-PRESTAMOS TO TL-CUENTA
                MOVE WS-TOTAL-ANTICIPO-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
                MOVE 91                  TO TL-CODIGO
                MOVE WS-CUENTA-NOMINA    TO TL-CUENTA
                MOVE WS-TOTAL-ANTICIPO-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-CUOTA-CENT > ZEROES
                MOVE 09                  TO TL-CODIGO
                MOVE WS-CUENTA-NOMINA    TO TL-CUENTA
                MOVE WS-TOTAL-CUOTA-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-AMORTIZA-CENT > ZEROES
                MOVE 07                  TO TL-CODIGO
                MOVE WS-CUENTA-PRESTAMOS TO TL-CUENTA
                MOVE WS-TOTAL-AMORTIZA-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF WS-TOTAL-INTERES-CENT > ZEROES
                MOVE 08                  TO TL-CODIGO
                MOVE WS-CUENTA-INTERESES TO TL-CUENTA
                MOVE WS-TOTAL-INTERES-CENT TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS       TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH            TO PIE-HASH.
            MOVE 'EUR'                   TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)      TO LEDGER-REC.
            WRITE LEDGER-REC.
            PERFORM ANOTA-MOVIMIENTO-POSTEO.
            ADD 1                        TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA                TO WS-LOTE-HASH.
            ADD TDP-BRUTO-CENT(WS-DP-IDX) TO WS-LOTE-CENT.
            IF TDP-DEVENGO-CENT(WS-DP-IDX) > ZEROES
                MOVE 89                  TO TL-CODIGO
                MOVE WS-CUENTA-GASTO     TO TL-CUENTA
                MOVE TDP-DEVENGO-CENT(WS-DP-IDX) TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF TDP-SS-CENT(WS-DP-IDX) > ZEROES
                MOVE 90                  TO TL-CODIGO
                MOVE WS-CUENTA-GASTO     TO TL-CUENTA
                MOVE TDP-SS-CENT(WS-DP-IDX) TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.
            IF TDP-BEN-CENT(WS-DP-IDX) > ZEROES
                MOVE 90                  TO TL-CODIGO
                MOVE WS-CUENTA-GASTO     TO TL-CUENTA
                MOVE TDP-BEN-CENT(WS-DP-IDX) TO WS-MONTO-LOTE-CENT
                PERFORM GRABA-POSTEO-LOTE
            END-IF.

      *    Posteo del lote con cuenta y codigo ya puestos en
      *    TRANLEDG-REC e importe en WS-MONTO-LOTE-CENT (pagas extra
      *    y cuota empresarial de seguridad social).
       GRABA-POSTEO-LOTE.
            MOVE WS-FECHA-HOY            TO TL-FECHA.
            MOVE ZEROES                  TO BASE OF TRANLEDG-REC
                                            SUM1 OF TRANLEDG-REC
                                            SUM2 OF TRANLEDG-REC
                                            SUM4 OF TRANLEDG-REC.
            MOVE WS-MONTO-LOTE-CENT     TO SUM3 OF TRANLEDG-REC.
            MOVE 'P'                     TO TL-TIPO.
            MOVE 'EUR'                   TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)      TO LEDGER-REC.
            WRITE LEDGER-REC.
            PERFORM ANOTA-MOVIMIENTO-POSTEO.
            ADD 1                        TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA                TO WS-LOTE-HASH.
            ADD WS-MONTO-LOTE-CENT      TO WS-LOTE-CENT.

      *    Una fila por departamento con el bruto del run (el
      *    gasto salarial del mes: con el devengo de pagas extra, la
      *    cuota empresarial y las primas de beneficios de la
      *    empresa y sin la paga que se abona, igual que el lote
      *    contable).
       GRABA-BRUTO-DEPARTAMENTOS.
            OPEN OUTPUT DEPNOM-FILE.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-TOTAL-DEPS
                MOVE WS-FECHA-HOY        TO DN-FECHA
                MOVE TDP-DEPARTAMENTO(WS-DP-IDX) TO DN-DEPARTAMENTO
                COMPUTE DN-BRUTO-CENT = TDP-BRUTO-CENT(WS-DP-IDX)
                                      + TDP-DEVENGO-CENT(WS-DP-IDX)
                                      + TDP-SS-CENT(WS-DP-IDX)
                                      + TDP-BEN-CENT(WS-DP-IDX)
                WRITE DEPNOM-REC
            END-PERFORM.
            CLOSE DEPNOM-FILE.

       CARGA-DEPCTA.
            MOVE ZEROES                  TO WS-TOTAL-MAPEOS.

      *    Un registro de abono por empleado pagado; el TRL lleva
      *    conteo y hash de centimos para el verificador del banco.
      *    Sin cuenta valida el abono no sale: va a la lista de
      *    retenidos y el registro lo avisa.
       GRABA-PAGO.
            COMPUTE WS-NETO-CENT ROUNDED = WS-NETO * 100
                ON SIZE ERROR
                    MOVE ZEROES          TO WS-NETO-CENT
            END-COMPUTE.
            ADD WS-NETO-CENT             TO WS-NETO-REGISTRO-CENT.
            PERFORM BUSCA-CUENTA-BANCO.
            IF NOT CUENTA-VALIDA
                PERFORM GRABA-RETENIDO
                EXIT PARAGRAPH
            END-IF.
            MOVE ID-EMPLEADO             TO PG-ID-EMPLEADO.
            MOVE NOMBRE                  TO PG-NOMBRE.
            MOVE P-APELLIDO              TO PG-APELLIDO.
            MOVE WS-NETO-CENT            TO PG-NETO-CENT.
            MOVE WS-PAGO-IBAN            TO PG-IBAN.
            MOVE WS-PAGO-BIC             TO PG-BIC.
            WRITE PAGO-REC.
            ADD 1                        TO WS-TOTAL-PAGOS-FICHERO.
            ADD WS-NETO-CENT             TO WS-HASH-NETO.

      *    Cuenta del maestro CTABANCO: la vigente si su fecha de
      *    efecto ya llego, si no la anterior; el IBAN se vuelve a
      *    pasar por EXMIBAN -- lo que sale al banco va comprobado.
       BUSCA-CUENTA-BANCO.
            MOVE 'N'                     TO WS-CUENTA-SW.
            MOVE SPACES                  TO WS-PAGO-IBAN WS-PAGO-BIC.
            IF NOT BANCO-ABIERTO
                MOVE 'SIN MAESTRO DE CUENTAS' TO WS-IBAN-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ID-EMPLEADO             TO CB-ID-EMPLEADO.
            READ BANCO-FILE
                INVALID KEY
                    MOVE 'SIN CUENTA BANCARIA' TO WS-IBAN-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF CB-FECHA-EFECTO <= WS-FECHA-HOY
                MOVE CB-IBAN             TO WS-PAGO-IBAN
                MOVE CB-BIC              TO WS-PAGO-BIC
            ELSE
                MOVE CB-IBAN-ANT         TO WS-PAGO-IBAN
                MOVE CB-BIC-ANT          TO WS-PAGO-BIC
            END-IF.
            IF WS-PAGO-IBAN = SPACES
                MOVE 'CUENTA AUN NO EN VIGOR' TO WS-IBAN-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'I'                     TO WS-IBAN-FUNCION.
            MOVE WS-PAGO-IBAN            TO WS-IBAN-VALOR.
            CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                  WS-IBAN-RESULTADO WS-IBAN-MOTIVO.
            IF WS-IBAN-RESULTADO NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                     TO WS-IBAN-FUNCION.
            MOVE WS-PAGO-BIC             TO WS-IBAN-VALOR.
            CALL 'EXMIBAN' USING WS-IBAN-FUNCION WS-IBAN-VALOR
                                  WS-IBAN-RESULTADO WS-IBAN-MOTIVO.
            IF WS-IBAN-RESULTADO = 'Y'
                SET CUENTA-VALIDA        TO TRUE
            END-IF.

       GRABA-RETENIDO.
            MOVE WS-FECHA-HOY            TO RT-FECHA.
            MOVE ID-EMPLEADO             TO RT-ID-EMPLEADO.
            MOVE NOMBRE                  TO RT-NOMBRE.
            MOVE P-APELLIDO              TO RT-APELLIDO.
            MOVE WS-NETO-CENT            TO RT-NETO-CENT.
            MOVE WS-IBAN-MOTIVO          TO RT-MOTIVO.
            WRITE RETENIDO-REC.
            ADD 1                        TO WS-TOTAL-RETENIDOS.
            ADD WS-NETO-CENT             TO WS-NETO-RETENIDO-CENT.
            MOVE SPACES                  TO LINEA-REGISTRO.
            STRING '*** ABONO RETENIDO - ' ID-EMPLEADO ': '
                   WS-IBAN-MOTIVO ' ***'
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
            END-STRING.
            WRITE LINEA-REGISTRO.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.

      *    Resumen de remesa: el conteo y el total DEBEN cuadrar con
      *    el registro de nomina antes de liberar el fichero.
       IMPRIME-REMESA.
                   DELIMITED BY SIZE INTO LINEA-REMESA
            END-STRING.
            WRITE LINEA-REMESA.
            MOVE SPACES                  TO LINEA-REMESA.
            STRING 'RETENIDOS SIN CUENTA: ' WS-TOTAL-RETENIDOS
                   '  CENTIMOS: ' WS-NETO-RETENIDO-CENT
                   DELIMITED BY SIZE INTO LINEA-REMESA
            END-STRING.
            WRITE LINEA-REMESA.
            PERFORM LISTA-RETENIDOS.
      *    Los retenidos cuentan en el registro pero no en la remesa:
      *    fichero + retenidos debe dar el registro, en empleados y
      *    en centimos.
            IF WS-TOTAL-PAGOS-FICHERO + WS-TOTAL-RETENIDOS
                   = WS-TOTAL-PAGADOS
               AND WS-HASH-NETO + WS-NETO-RETENIDO-CENT
                   = WS-NETO-REGISTRO-CENT
                MOVE 'REMESA Y REGISTRO CUADRAN - LIBERAR EL FICHERO'
                                         TO LINEA-REMESA
            ELSE
            WRITE LINEA-REMESA.
            CLOSE REMESA-FILE.

       LISTA-RETENIDOS.
            IF WS-TOTAL-RETENIDOS = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT RETENIDO-FILE.
            IF WS-RETENIDO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ RETENIDO-FILE
                    AT END
                        SET FIN-CARGA    TO TRUE
                    NOT AT END
                        MOVE SPACES      TO LINEA-REMESA
                        STRING '  ' RT-ID-EMPLEADO ' '
                               RT-NOMBRE ' ' RT-APELLIDO ' '
                               RT-NETO-CENT ' ' RT-MOTIVO
                               DELIMITED BY SIZE INTO LINEA-REMESA
                        END-STRING
                        WRITE LINEA-REMESA
                END-READ
            END-PERFORM.
            CLOSE RETENIDO-FILE.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

      *    Recibo del empleado en curso: los importes del mes, sus
      *    lineas de deduccion, el acumulado del anyo ya rodado y lo
      *    que le queda de ausencias.  Se inserta en su sitio por
      *    departamento + empleado; la tabla llena deja el recibo
      *    sin emitir con aviso (el pago NO se ve afectado).
       ANOTA-RECIBO.
            IF WS-TOTAL-RECIBOS >= 500
                ADD 1                    TO WS-RECIBOS-OMITIDOS
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-RECIBOS.
            MOVE WS-TOTAL-RECIBOS        TO WS-RC-IDX.
            MOVE P-DEPARTAMENTO          TO TR-DEPARTAMENTO(WS-RC-IDX).
            MOVE ID-EMPLEADO             TO TR-ID(WS-RC-IDX).
            MOVE NOMBRE                  TO TR-NOMBRE(WS-RC-IDX).
            MOVE P-APELLIDO              TO TR-APELLIDO(WS-RC-IDX).
            MOVE HT-HORAS                TO TR-HORAS(WS-RC-IDX).
            MOVE HT-HORAS-AUSENCIA       TO TR-AUSENCIA(WS-RC-IDX).
            MOVE WS-BRUTO                TO TR-BRUTO(WS-RC-IDX).
            MOVE WS-ATRASOS              TO TR-ATRASOS(WS-RC-IDX).
            MOVE WS-PAGA-EXTRA           TO TR-PAGA-EXTRA(WS-RC-IDX).
            MOVE WS-DEDUCCIONES-EMP      TO TR-DEDUCCIONES(WS-RC-IDX).
            MOVE WS-REEMBOLSO            TO TR-GASTOS(WS-RC-IDX).
            MOVE WS-PRESTAMO-EMP         TO TR-PRESTAMOS(WS-RC-IDX).
            MOVE WS-ANTICIPO             TO TR-ANTICIPO(WS-RC-IDX).
            MOVE WS-SALDO-PRESTAMO-EMP   TO
                 TR-SALDO-PRESTAMO(WS-RC-IDX).
            MOVE WS-NETO                 TO TR-NETO(WS-RC-IDX).
            IF WS-YTD-EDIT = SPACES
                MOVE 'N'                 TO TR-YTD-SW(WS-RC-IDX)
                MOVE ZEROES              TO TR-YTD-BRUTO(WS-RC-IDX)
                                            TR-YTD-NETO(WS-RC-IDX)
            ELSE
                MOVE 'Y'                 TO TR-YTD-SW(WS-RC-IDX)
                MOVE TY-BRUTO(WS-TY-IDX) TO TR-YTD-BRUTO(WS-RC-IDX)
                MOVE TY-NETO(WS-TY-IDX)  TO TR-YTD-NETO(WS-RC-IDX)
            END-IF.
            MOVE 'N'                     TO TR-SALDO-SW(WS-RC-IDX).
            MOVE ZEROES                  TO TR-DERECHO(WS-RC-IDX)
                                            TR-TOMADAS(WS-RC-IDX).
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-VACACIONES
                IF TV-ID(WS-TV-IDX) = ID-EMPLEADO
                    MOVE 'Y'             TO TR-SALDO-SW(WS-RC-IDX)
                    MOVE TV-DERECHO(WS-TV-IDX) TO
                         TR-DERECHO(WS-RC-IDX)
                    MOVE TV-TOMADAS(WS-TV-IDX) TO
                         TR-TOMADAS(WS-RC-IDX)
                END-IF
            END-PERFORM.
            IF CUENTA-VALIDA
                MOVE SPACES              TO TR-RETENIDO(WS-RC-IDX)
            ELSE
                MOVE WS-IBAN-MOTIVO      TO TR-RETENIDO(WS-RC-IDX)
            END-IF.
            MOVE WS-TOTAL-LINEAS-DED     TO TR-TOTAL-LINEAS(WS-RC-IDX).
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                    UNTIL WS-LD-IDX > WS-TOTAL-LINEAS-DED
                MOVE TLD-CODIGO(WS-LD-IDX) TO
                     TR-CODIGO(WS-RC-IDX, WS-LD-IDX)
                MOVE TLD-TIPO(WS-LD-IDX) TO
                     TR-TIPO(WS-RC-IDX, WS-LD-IDX)
                MOVE TLD-VALOR(WS-LD-IDX) TO
                     TR-VALOR(WS-RC-IDX, WS-LD-IDX)
                MOVE TLD-IMPORTE(WS-LD-IDX) TO
                     TR-IMPORTE(WS-RC-IDX, WS-LD-IDX)
            END-PERFORM.
            PERFORM INSERTA-ORDEN.

      *    Insercion ordenada: los indices con clave mayor que la
      *    del recibo nuevo bajan un puesto; a igual clave se
      *    respeta el orden de llegada de las tarjetas.
       INSERTA-ORDEN.
            MOVE WS-TOTAL-RECIBOS        TO WS-OR-HUECO.
            MOVE 'N'                     TO WS-HUECO-SW.
            PERFORM UNTIL HUECO-ENCONTRADO
                IF WS-OR-HUECO = 1
                    SET HUECO-ENCONTRADO TO TRUE
                ELSE
                    MOVE TO-RECIBO(WS-OR-HUECO - 1) TO WS-OR-IDX
                    IF TR-CLAVE(WS-OR-IDX) > TR-CLAVE(WS-RC-IDX)
                        MOVE WS-OR-IDX   TO TO-RECIBO(WS-OR-HUECO)
                        SUBTRACT 1       FROM WS-OR-HUECO
                    ELSE
                        SET HUECO-ENCONTRADO TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-RC-IDX               TO TO-RECIBO(WS-OR-HUECO).

       CARGA-DEPTOS.
            MOVE ZEROES                  TO WS-TOTAL-DEPTOS.
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
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

      *    EXM29NOM.PRT: un recibo detras de otro en orden de
      *    departamento.  La primera linea de cada recibo lleva el
      *    departamento en columnas fijas (34-36): EXM100 reparte
      *    por ella los recibos de cada departamento a su jefe.
       IMPRIME-RECIBOS.
            OPEN OUTPUT NOMINA-FILE.
            MOVE SPACES                  TO LINEA-NOMINA.
            STRING 'RECIBOS DE SALARIO DEL PERIODO '
                   WS-FECHA-HOY(1:4) '/' WS-FECHA-HOY(5:2)
                   ' - ' WS-TOTAL-RECIBOS
                   ' RECIBOS EN ORDEN DE DEPARTAMENTO'
                   DELIMITED BY SIZE INTO LINEA-NOMINA
            END-STRING.
            WRITE LINEA-NOMINA.
            MOVE SPACES                  TO LINEA-NOMINA.
            WRITE LINEA-NOMINA.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                    UNTIL WS-OR-IDX > WS-TOTAL-RECIBOS
                MOVE TO-RECIBO(WS-OR-IDX) TO WS-RC-IDX
                PERFORM IMPRIME-RECIBO
            END-PERFORM.
            IF WS-RECIBOS-OMITIDOS > 0
                MOVE SPACES              TO LINEA-NOMINA
                STRING '*** ' WS-RECIBOS-OMITIDOS
                       ' RECIBOS NO EMITIDOS: TABLA DE RECIBOS '
                       'LLENA (500) ***'
                       DELIMITED BY SIZE INTO LINEA-NOMINA
                END-STRING
                WRITE LINEA-NOMINA
                DISPLAY '*** ' WS-RECIBOS-OMITIDOS
                        ' RECIBOS NO EMITIDOS: TABLA DE RECIBOS '
                        'LLENA ***'
            END-IF.
            CLOSE NOMINA-FILE.

       IMPRIME-RECIBO.
            MOVE '(NO ESTA EN DEPTOS)'   TO WS-NOMBRE-DEPTO.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-DE-IDX) = TR-DEPARTAMENTO(WS-RC-IDX)
                    MOVE TDE-NOMBRE(WS-DE-IDX) TO WS-NOMBRE-DEPTO
                END-IF
            END-PERFORM.
            MOVE SPACES                  TO LINEA-NOMINA.
            STRING 'RECIBO DE SALARIOS  DEPARTAMENTO '
                   TR-DEPARTAMENTO(WS-RC-IDX) ' '
                   WS-NOMBRE-DEPTO
                   '   PERIODO: '
                   WS-FECHA-HOY(1:4) '/' WS-FECHA-HOY(5:2)
                   DELIMITED BY SIZE INTO LINEA-NOMINA
            END-STRING.
            WRITE LINEA-NOMINA.
            MOVE SPACES                  TO LINEA-NOMINA.
            STRING 'EMPLEADO: ' TR-ID(WS-RC-IDX) ' '
                   TR-NOMBRE(WS-RC-IDX) ' '
                   TR-APELLIDO(WS-RC-IDX)
                   DELIMITED BY SIZE INTO LINEA-NOMINA
            END-STRING.
            WRITE LINEA-NOMINA.
            MOVE SPACES                  TO LINEA-NOMINA.
            STRING 'HORAS TRABAJADAS: ' TR-HORAS(WS-RC-IDX)
                   '   HORAS DE AUSENCIA: ' TR-AUSENCIA(WS-RC-IDX)
                   DELIMITED BY SIZE INTO LINEA-NOMINA
            END-STRING.
            WRITE LINEA-NOMINA.
            MOVE SPACES                  TO LINEA-NOMINA.
            WRITE LINEA-NOMINA.
            IF TR-ATRASOS(WS-RC-IDX) NOT = ZEROES
               OR TR-PAGA-EXTRA(WS-RC-IDX) NOT = ZEROES
                MOVE 'SALARIO DEL MES'   TO WS-DESCRIPCION-DED
                COMPUTE WS-MONTO-RECIBO = TR-BRUTO(WS-RC-IDX)
                                        - TR-ATRASOS(WS-RC-IDX)
                                        - TR-PAGA-EXTRA(WS-RC-IDX)
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-IF.
            IF TR-ATRASOS(WS-RC-IDX) NOT = ZEROES
                MOVE 'ATRASOS MESES ANTERIORES' TO WS-DESCRIPCION-DED
                MOVE TR-ATRASOS(WS-RC-IDX) TO WS-MONTO-RECIBO
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-IF.
            IF TR-PAGA-EXTRA(WS-RC-IDX) NOT = ZEROES
                MOVE 'PAGA EXTRAORDINARIA' TO WS-DESCRIPCION-DED
                MOVE TR-PAGA-EXTRA(WS-RC-IDX) TO WS-MONTO-RECIBO
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-IF.
            MOVE 'SALARIO BRUTO'         TO WS-DESCRIPCION-DED.
            MOVE TR-BRUTO(WS-RC-IDX)     TO WS-MONTO-RECIBO.
            PERFORM IMPRIME-IMPORTE-RECIBO.
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                    UNTIL WS-LD-IDX > TR-TOTAL-LINEAS(WS-RC-IDX)
                MOVE SPACES              TO WS-DESCRIPCION-DED
                EVALUATE TR-TIPO(WS-RC-IDX, WS-LD-IDX)
                    WHEN 'P'
                        MOVE TR-VALOR(WS-RC-IDX, WS-LD-IDX)
                                         TO WS-VALOR-EDIT
                        STRING '  DEDUCCION ' TR-CODIGO(WS-RC-IDX,
                               WS-LD-IDX) ' ' WS-VALOR-EDIT(5:6) '%'
                               DELIMITED BY SIZE
                               INTO WS-DESCRIPCION-DED
                        END-STRING
                    WHEN 'B'
                        STRING '  PRIMA SEGURO ' TR-CODIGO(WS-RC-IDX,
                               WS-LD-IDX)
                               DELIMITED BY SIZE
                               INTO WS-DESCRIPCION-DED
                        END-STRING
                    WHEN OTHER
                        STRING '  DEDUCCION ' TR-CODIGO(WS-RC-IDX,
                               WS-LD-IDX) ' FIJA'
                               DELIMITED BY SIZE
                               INTO WS-DESCRIPCION-DED
                        END-STRING
                END-EVALUATE
                MOVE TR-IMPORTE(WS-RC-IDX, WS-LD-IDX)
                                         TO WS-MONTO-RECIBO
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-PERFORM.
            IF TR-PRESTAMOS(WS-RC-IDX) NOT = ZEROES
                MOVE '  CUOTA DE PRESTAMOS'  TO WS-DESCRIPCION-DED
                MOVE TR-PRESTAMOS(WS-RC-IDX) TO WS-MONTO-RECIBO
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-IF.
            MOVE 'TOTAL DEDUCCIONES'     TO WS-DESCRIPCION-DED.
            MOVE TR-DEDUCCIONES(WS-RC-IDX) TO WS-MONTO-RECIBO.
            PERFORM IMPRIME-IMPORTE-RECIBO.
            IF TR-GASTOS(WS-RC-IDX) NOT = ZEROES
                MOVE 'GASTOS REEMBOLSADOS' TO WS-DESCRIPCION-DED
                MOVE TR-GASTOS(WS-RC-IDX) TO WS-MONTO-RECIBO
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-IF.
            IF TR-ANTICIPO(WS-RC-IDX) NOT = ZEROES
                MOVE 'PRESTAMO ABONADO'  TO WS-DESCRIPCION-DED
                MOVE TR-ANTICIPO(WS-RC-IDX) TO WS-MONTO-RECIBO
                PERFORM IMPRIME-IMPORTE-RECIBO
            END-IF.
            MOVE 'NETO A PERCIBIR'       TO WS-DESCRIPCION-DED.
            MOVE TR-NETO(WS-RC-IDX)      TO WS-MONTO-RECIBO.
            PERFORM IMPRIME-IMPORTE-RECIBO.
            MOVE SPACES                  TO LINEA-NOMINA.
            WRITE LINEA-NOMINA.
            MOVE SPACES                  TO LINEA-NOMINA.
            IF TR-CON-YTD(WS-RC-IDX)
                MOVE TR-YTD-BRUTO(WS-RC-IDX) TO WS-MONTO-YTD
                CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                       WS-RECIBO-EDIT
                MOVE TR-YTD-NETO(WS-RC-IDX) TO WS-MONTO-YTD
                CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                       WS-RECIBO-EDIT-2
                STRING 'ACUMULADO DEL ANYO ' WS-FECHA-HOY(1:4)
                       '   BRUTO: ' WS-RECIBO-EDIT
                       '   NETO: ' WS-RECIBO-EDIT-2
                       DELIMITED BY SIZE INTO LINEA-NOMINA
                END-STRING
            ELSE
                MOVE 'ACUMULADO DEL ANYO NO DISPONIBLE (NOMYTD LLENO)'
                                         TO LINEA-NOMINA
            END-IF.
            WRITE LINEA-NOMINA.
            MOVE SPACES                  TO LINEA-NOMINA.
            IF TR-CON-SALDO(WS-RC-IDX)
                COMPUTE WS-SALDO-AUSENCIA = TR-DERECHO(WS-RC-IDX)
                                          - TR-TOMADAS(WS-RC-IDX)
                MOVE WS-SALDO-AUSENCIA   TO WS-SALDO-EDIT
                STRING 'SALDO DE AUSENCIAS: DERECHO '
                       TR-DERECHO(WS-RC-IDX)
                       '  TOMADAS ' TR-TOMADAS(WS-RC-IDX)
                       '  RESTAN ' WS-SALDO-EDIT ' HORAS'
                       DELIMITED BY SIZE INTO LINEA-NOMINA
                END-STRING
            ELSE
                MOVE 'SALDO DE AUSENCIAS: SIN FILA EN VACSALDO'
                                         TO LINEA-NOMINA
            END-IF.
            WRITE LINEA-NOMINA.
            IF TR-SALDO-PRESTAMO(WS-RC-IDX) NOT = ZEROES
                MOVE TR-SALDO-PRESTAMO(WS-RC-IDX) TO WS-MONTO-RECIBO
                CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-RECIBO
                                       WS-RECIBO-EDIT
                MOVE SPACES              TO LINEA-NOMINA
                STRING 'SALDO PENDIENTE DE PRESTAMOS: ' WS-RECIBO-EDIT
                       DELIMITED BY SIZE INTO LINEA-NOMINA
                END-STRING
                WRITE LINEA-NOMINA
            END-IF.
            IF TR-RETENIDO(WS-RC-IDX) NOT = SPACES
                MOVE SPACES              TO LINEA-NOMINA
                STRING 'ABONO RETENIDO: ' TR-RETENIDO(WS-RC-IDX)
                       DELIMITED BY SIZE INTO LINEA-NOMINA
                END-STRING
                WRITE LINEA-NOMINA
            END-IF.
            MOVE ALL '-'                 TO LINEA-NOMINA.
            WRITE LINEA-NOMINA.

       IMPRIME-IMPORTE-RECIBO.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-RECIBO
                                   WS-RECIBO-EDIT.
            MOVE SPACES                  TO LINEA-NOMINA.
            STRING '  ' WS-DESCRIPCION-DED ' ' WS-RECIBO-EDIT
                   DELIMITED BY SIZE INTO LINEA-NOMINA
            END-STRING.
            WRITE LINEA-NOMINA.

      *    Tramos del anyo de la nomina, en orden creciente de
      *    IR-HASTA.  Una tabla desordenada no se usa: el IRP vuelve
      *    a la regla plana con aviso antes que retener mal a todos.
       CARGA-TRAMOS-IRP.
            MOVE ZEROES                  TO WS-TOTAL-TRAMOS.
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
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            PERFORM VARYING WS-IR-IDX FROM 2 BY 1
                    UNTIL WS-IR-IDX > WS-TOTAL-TRAMOS
                IF TIR-HASTA(WS-IR-IDX) NOT >
                   TIR-HASTA(WS-IR-IDX - 1)
                    DISPLAY '*** TRAMOIRP.DAT DESORDENADO PARA EL '
                            'ANYO ' WS-ANYO-HOY
                            ' - SE APLICA LA REGLA IRP PLANA ***'
                    MOVE ZEROES          TO WS-TOTAL-TRAMOS
                END-IF
            END-PERFORM.

            OPEN OUTPUT IRP-FILE.
            MOVE SPACES                  TO LINEA-IRP.
            STRING 'RETENCION IRP POR TRAMOS - ANYO ' WS-ANYO-HOY
                   ' MES ' WS-MES-HOY
                   DELIMITED BY SIZE INTO LINEA-IRP
            END-STRING.
            WRITE LINEA-IRP.
            MOVE SPACES                  TO LINEA-IRP.
            IF WS-TOTAL-TRAMOS = ZEROES
                STRING 'SIN TRAMOS EN TRAMOIRP.DAT PARA EL ANYO - '
                       'EL IRP SE RETIENE CON LA REGLA PLANA DE '
                       'DEDUCMAE'
                       DELIMITED BY SIZE INTO LINEA-IRP
                END-STRING
                DISPLAY 'SIN TRAMOS IRP PARA ' WS-ANYO-HOY
                        ' - RETENCION PLANA DE DEDUCMAE'
            ELSE
                IF WS-MES-HOY = 12
                    STRING 'DICIEMBRE: LA RETENCION DEL MES '
                           'REGULARIZA EL ANYO (CUOTA - RETENIDO); '
                           'AJUSTE = LO QUE EXCEDE DEL TIPO EFECTIVO'
                           DELIMITED BY SIZE INTO LINEA-IRP
                    END-STRING
                ELSE
                    STRING 'AJUSTE = REGULARIZACION PREVISTA EN '
                           'DICIEMBRE SI NO CAMBIA EL SALARIO'
                           DELIMITED BY SIZE INTO LINEA-IRP
                    END-STRING
                END-IF
            END-IF.
            WRITE LINEA-IRP.
            MOVE SPACES                  TO LINEA-IRP.
            WRITE LINEA-IRP.
            MOVE SPACES                  TO LINEA-IRP.
            STRING 'EMPLEADO NOMBRE     APELLIDO   '
                   '    PROYECCION  IMPUESTO ANUAL  TIPO %'
                   '  RETENIDO ANTES   RETENCION MES          AJUSTE'
                   DELIMITED BY SIZE INTO LINEA-IRP
            END-STRING.
            WRITE LINEA-IRP.

      *    Proyeccion anual = bruto del anyo ya pagado + bruto del
      *    mes + salario efectivo del mes por los meses que quedan:
      *    al cambiar el salario la proyeccion, y con ella el tipo,
      *    se recalculan solas el mes siguiente.  En diciembre no
      *    queda nada que proyectar y el mes retiene la cuota del
      *    anyo menos lo ya retenido (negativo = devolucion).
       CALCULA-RETENCION-IRP.
            MOVE ZEROES                  TO WS-IRP-BRUTO-ANT
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
      *    Las pagas extra que quedan por cobrar en el anyo
      *    tambien entran en la proyeccion.
            EVALUATE TRUE
                WHEN WS-MES-HOY < 6
                    MOVE 2               TO WS-PAGAS-PENDIENTES
                WHEN WS-MES-HOY < 12
                    MOVE 1               TO WS-PAGAS-PENDIENTES
                WHEN OTHER
                    MOVE 0               TO WS-PAGAS-PENDIENTES
            END-EVALUATE.
            COMPUTE WS-IRP-RESTANTE =
                    WS-SALARIO-EFECTIVO
                  * (12 - WS-MES-HOY + WS-PAGAS-PENDIENTES).
            COMPUTE WS-IRP-PROYECCION = WS-IRP-BRUTO-ANT + WS-BRUTO
                                      + WS-IRP-RESTANTE.
            PERFORM CALCULA-CUOTA-IRP.
            IF WS-IRP-PROYECCION > ZEROES
                COMPUTE WS-IRP-TIPO ROUNDED =
                        WS-IRP-CUOTA * 100 / WS-IRP-PROYECCION
            ELSE
                MOVE ZEROES              TO WS-IRP-TIPO
            END-IF.
            IF WS-MES-HOY = 12
                COMPUTE WS-IRP-MES = WS-IRP-CUOTA - WS-IRP-RETENIDO-ANT
                    ON SIZE ERROR
                        MOVE ZEROES      TO WS-IRP-MES
                END-COMPUTE
                COMPUTE WS-IRP-AJUSTE ROUNDED = WS-IRP-MES
                        - WS-BRUTO * WS-IRP-TIPO / 100
            ELSE
                COMPUTE WS-IRP-MES ROUNDED =
                        WS-BRUTO * WS-IRP-TIPO / 100
                COMPUTE WS-IRP-AJUSTE ROUNDED = WS-IRP-CUOTA
                        - WS-IRP-RETENIDO-ANT - WS-IRP-MES
                        - WS-IRP-RESTANTE * WS-IRP-TIPO / 100
            END-IF.
            PERFORM IMPRIME-LINEA-IRP.

      *    Cuota por tramos: cada tramo grava la parte de la base
      *    entre el limite anterior y el suyo.
       CALCULA-CUOTA-IRP.
            MOVE ZEROES                  TO WS-IRP-CUOTA WS-IRP-DESDE.
            PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                    UNTIL WS-IR-IDX > WS-TOTAL-TRAMOS
                       OR WS-IRP-DESDE >= WS-IRP-PROYECCION
                IF WS-IRP-PROYECCION < TIR-HASTA(WS-IR-IDX)
                    MOVE WS-IRP-PROYECCION TO WS-IRP-HASTA
                ELSE
                    MOVE TIR-HASTA(WS-IR-IDX) TO WS-IRP-HASTA
                END-IF
                COMPUTE WS-IRP-CUOTA ROUNDED = WS-IRP-CUOTA
                        + (WS-IRP-HASTA - WS-IRP-DESDE)
                        * TIR-TIPO(WS-IR-IDX) / 100
                MOVE TIR-HASTA(WS-IR-IDX) TO WS-IRP-DESDE
            END-PERFORM.

       IMPRIME-LINEA-IRP.
            ADD 1                        TO WS-TOTAL-IRP-EMPLEADOS.
            ADD WS-IRP-MES               TO WS-TOTAL-IRP-MES.
            ADD WS-IRP-AJUSTE            TO WS-TOTAL-IRP-AJUSTE.
            MOVE WS-IRP-PROYECCION       TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-IRP-EDIT-1.
            MOVE WS-IRP-CUOTA            TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-IRP-EDIT-2.
            MOVE WS-IRP-RETENIDO-ANT     TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-IRP-EDIT-3.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-IRP-MES
                                   WS-IRP-EDIT-4.
            MOVE WS-IRP-AJUSTE           TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-IRP-EDIT-5.
            MOVE WS-IRP-TIPO             TO WS-IRP-TIPO-EDIT.
            MOVE SPACES                  TO LINEA-IRP.
            STRING ID-EMPLEADO '  ' NOMBRE ' ' P-APELLIDO ' '
                   WS-IRP-EDIT-1 '  ' WS-IRP-EDIT-2 '  '
                   WS-IRP-TIPO-EDIT '  ' WS-IRP-EDIT-3 '  '
                   WS-IRP-EDIT-4 '  ' WS-IRP-EDIT-5
                   DELIMITED BY SIZE INTO LINEA-IRP
            END-STRING.
            WRITE LINEA-IRP.

       CIERRA-INFORME-IRP.
            MOVE SPACES                  TO LINEA-IRP.
            WRITE LINEA-IRP.
            MOVE WS-TOTAL-IRP-MES        TO WS-TOTAL-NETO-EDIT.
            MOVE SPACES                  TO LINEA-IRP.
            STRING 'EMPLEADOS CON RETENCION POR TRAMOS: '
                   WS-TOTAL-IRP-EMPLEADOS
                   '   RETENCION DEL MES: ' WS-TOTAL-NETO-EDIT
                   DELIMITED BY SIZE INTO LINEA-IRP
            END-STRING.
            WRITE LINEA-IRP.
            MOVE WS-TOTAL-IRP-AJUSTE     TO WS-TOTAL-NETO-EDIT.
            MOVE SPACES                  TO LINEA-IRP.
            STRING 'AJUSTE TOTAL: ' WS-TOTAL-NETO-EDIT
                   DELIMITED BY SIZE INTO LINEA-IRP
            END-STRING.
            WRITE LINEA-IRP.
            CLOSE IRP-FILE.

      *    Historia mensual de nomina: se cargan los ultimos 24
      *    meses.  Si no cabe entera no se calculan atrasos ni se
      *    reescribe -- pagar un atraso sin poder anotarlo lo
      *    volveria a pagar el mes siguiente.
       CARGA-NOMHIST.
            MOVE WS-FECHA-HOY(1:6)       TO WS-PERIODO-HOY.
            MOVE WS-PERIODO-HOY          TO WS-PERIODO-CALC.
            COMPUTE WS-MES-CORR-HOY = WS-PC-ANYO * 12 + WS-PC-MES - 1.
            MOVE ZEROES                  TO WS-TOTAL-NOMHIST.
            OPEN INPUT NOMHIST-FILE.
            IF WS-NOMHIST-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ NOMHIST-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            MOVE NH-PERIODO TO WS-PERIODO-CALC
                            COMPUTE WS-MES-CORR = WS-PC-ANYO * 12
                                                + WS-PC-MES - 1
                            IF WS-MES-CORR + 24 > WS-MES-CORR-HOY
                                PERFORM ANOTA-FILA-NOMHIST
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOMHIST-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF NOMHIST-LLENO
                DISPLAY '*** NOMHIST.DAT NO CABE EN LA TABLA (12000) '
                        '- SIN ATRASOS EN ESTE RUN ***'
            END-IF.

            OPEN OUTPUT ATRASO-FILE.
            MOVE SPACES                  TO LINEA-ATRASO.
            STRING 'ATRASOS DE CAMBIOS DE SALARIO CON EFECTO EN '
                   'MESES YA PAGADOS - NOMINA DE ' WS-PERIODO-HOY
                   DELIMITED BY SIZE INTO LINEA-ATRASO
            END-STRING.
            WRITE LINEA-ATRASO.
            MOVE SPACES                  TO LINEA-ATRASO.
            WRITE LINEA-ATRASO.
            MOVE SPACES                  TO LINEA-ATRASO.
            STRING 'EMPLEADO NOMBRE     APELLIDO   MES    HORAS'
                   '  SALARIO PAGADO   SALARIO NUEVO'
                   '    BRUTO PAGADO     BRUTO NUEVO      DIFERENCIA'
                   DELIMITED BY SIZE INTO LINEA-ATRASO
            END-STRING.
            WRITE LINEA-ATRASO.

       ANOTA-FILA-NOMHIST.
            IF WS-TOTAL-NOMHIST >= 12000
                SET NOMHIST-LLENO        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-NOMHIST.
            MOVE NH-ID-EMPLEADO          TO TNH-ID(WS-TOTAL-NOMHIST).
            MOVE NH-PERIODO              TO
                 TNH-PERIODO(WS-TOTAL-NOMHIST).
            MOVE NH-HORAS                TO TNH-HORAS(WS-TOTAL-NOMHIST).
            MOVE NH-SALARIO              TO
                 TNH-SALARIO(WS-TOTAL-NOMHIST).
            MOVE NH-BRUTO                TO TNH-BRUTO(WS-TOTAL-NOMHIST).
            MOVE NH-FECHA-PAGO           TO
                 TNH-FECHA-PAGO(WS-TOTAL-NOMHIST).

      *    Atrasos: cada mes ya pagado del empleado se recalcula con
      *    el salario que SALHIST da hoy por efectivo en ese mes y
      *    las horas que se pagaron entonces.  La diferencia a favor
      *    se paga en el bruto de este mes; la diferencia en contra
      *    (rebaja con efecto atrasado) se lista para RRHH y no se
      *    descuenta.  En ambos casos el mes queda al dia.
       CALCULA-ATRASOS.
            MOVE ZEROES                  TO WS-ATRASOS WS-ATR-MESES.
            IF NOMHIST-LLENO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SALARIO-EFECTIVO     TO WS-SALARIO-GUARDADO.
            PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                    UNTIL WS-NH-IDX > WS-TOTAL-NOMHIST
                IF TNH-ID(WS-NH-IDX) = ID-EMPLEADO
                   AND TNH-PERIODO(WS-NH-IDX) < WS-PERIODO-HOY
                    PERFORM RECALCULA-MES-PAGADO
                END-IF
            END-PERFORM.
            MOVE WS-SALARIO-GUARDADO     TO WS-SALARIO-EFECTIVO.
            MOVE WS-FIN-DE-MES           TO WS-FECHA-CORTE.
            IF WS-ATR-MESES > ZEROES
                ADD 1                    TO WS-TOTAL-ATR-EMPLEADOS
            END-IF.
            ADD WS-ATRASOS               TO WS-TOTAL-ATRASOS.
            IF WS-ATRASOS > ZEROES
                CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-ATRASOS
                                       WS-ATR-EDIT-1
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '    ATRASOS DE ' ID-EMPLEADO ': '
                       WS-ATR-MESES ' MES(ES) ' WS-ATR-EDIT-1
                       ' INCLUIDOS EN EL BRUTO - VER EXM29ATR.PRT'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                ADD 1                    TO WS-LINEAS-EN-PAGINA
            END-IF.

      *    Sin fila de historia hasta ese mes no hay nada que
      *    recalcular: el maestro de hoy ya lleva el cambio y no
      *    dice que salario regia entonces.
       RECALCULA-MES-PAGADO.
            COMPUTE WS-FECHA-CORTE = TNH-PERIODO(WS-NH-IDX) * 100 + 31.
            PERFORM BUSCA-SALARIO-EFECTIVO.
            IF WS-MEJOR-FECHA-SAL = ZEROES
               OR WS-SALARIO-EFECTIVO = TNH-SALARIO(WS-NH-IDX)
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-ATR-TARIFA ROUNDED =
                    WS-SALARIO-EFECTIVO / WS-HORAS-MES.
            COMPUTE WS-ATR-BRUTO ROUNDED =
                    WS-ATR-TARIFA * TNH-HORAS(WS-NH-IDX)
                ON SIZE ERROR
                    DISPLAY '*** DESBORDE EN ATRASOS - EMPLEADO: '
                            ID-EMPLEADO ' MES ' TNH-PERIODO(WS-NH-IDX)
                            ' ***'
                    EXIT PARAGRAPH
            END-COMPUTE.
            COMPUTE WS-ATR-DIFERENCIA =
                    WS-ATR-BRUTO - TNH-BRUTO(WS-NH-IDX).
            ADD 1                        TO WS-ATR-MESES.
            IF WS-ATR-DIFERENCIA > ZEROES
                ADD WS-ATR-DIFERENCIA    TO WS-ATRASOS
                MOVE SPACES              TO WS-ATR-NOTA
            ELSE
                ADD WS-ATR-DIFERENCIA    TO WS-TOTAL-A-RECUPERAR
                MOVE 'A RECUPERAR - NO DESC.' TO WS-ATR-NOTA
            END-IF.
            PERFORM IMPRIME-LINEA-ATRASO.
            MOVE 'M'                     TO WS-MOV-ACCION.
            PERFORM ANOTA-MOVIMIENTO-HISTORIA.
            MOVE WS-SALARIO-EFECTIVO     TO TNH-SALARIO(WS-NH-IDX).
            MOVE WS-ATR-BRUTO            TO TNH-BRUTO(WS-NH-IDX).

       IMPRIME-LINEA-ATRASO.
            MOVE TNH-SALARIO(WS-NH-IDX)  TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-ATR-EDIT-1.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-SALARIO-EFECTIVO
                                   WS-ATR-EDIT-2.
            MOVE TNH-BRUTO(WS-NH-IDX)    TO WS-MONTO-YTD.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-MONTO-YTD
                                   WS-ATR-EDIT-3.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-ATR-BRUTO
                                   WS-ATR-EDIT-4.
            CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-ATR-DIFERENCIA
                                   WS-ATR-EDIT-5.
            MOVE SPACES                  TO LINEA-ATRASO.
            STRING ID-EMPLEADO '  ' NOMBRE ' ' P-APELLIDO ' '
                   TNH-PERIODO(WS-NH-IDX) '  '
                   TNH-HORAS(WS-NH-IDX) '  '
                   WS-ATR-EDIT-1 '  ' WS-ATR-EDIT-2 '  '
                   WS-ATR-EDIT-3 '  ' WS-ATR-EDIT-4 '  '
                   WS-ATR-EDIT-5 ' ' WS-ATR-NOTA
                   DELIMITED BY SIZE INTO LINEA-ATRASO
            END-STRING.
            WRITE LINEA-ATRASO.
            IF WS-ATR-DIFERENCIA NOT > ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-AM-ENCONTRADO-SW.
            PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                    UNTIL WS-AM-IDX > WS-TOTAL-ATR-MESES
                       OR MES-EN-DESGLOSE
                IF TAM-PERIODO(WS-AM-IDX) = TNH-PERIODO(WS-NH-IDX)
                    SET MES-EN-DESGLOSE  TO TRUE
                END-IF
            END-PERFORM.
            IF MES-EN-DESGLOSE
                SUBTRACT 1               FROM WS-AM-IDX
            ELSE
                IF WS-TOTAL-ATR-MESES >= 24
                    EXIT PARAGRAPH
                END-IF
                ADD 1                    TO WS-TOTAL-ATR-MESES
                MOVE WS-TOTAL-ATR-MESES  TO WS-AM-IDX
                MOVE TNH-PERIODO(WS-NH-IDX) TO TAM-PERIODO(WS-AM-IDX)
                MOVE ZEROES              TO TAM-EMPLEADOS(WS-AM-IDX)
                                            TAM-IMPORTE(WS-AM-IDX)
            END-IF.
            ADD 1                        TO TAM-EMPLEADOS(WS-AM-IDX).
            ADD WS-ATR-DIFERENCIA        TO TAM-IMPORTE(WS-AM-IDX).

      *    El mes en curso entra en la historia (o se sustituye si
      *    la nomina del mes se vuelve a pasar).
       ANOTA-HISTORIA-NOMINA.
            IF NOMHIST-LLENO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-NH-ENCONTRADO-SW.
            PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                    UNTIL WS-NH-IDX > WS-TOTAL-NOMHIST
                       OR MES-EN-HISTORIA
                IF TNH-ID(WS-NH-IDX) = ID-EMPLEADO
                   AND TNH-PERIODO(WS-NH-IDX) = WS-PERIODO-HOY
                    SET MES-EN-HISTORIA  TO TRUE
                END-IF
            END-PERFORM.
            IF MES-EN-HISTORIA
                SUBTRACT 1               FROM WS-NH-IDX
                MOVE 'M'                 TO WS-MOV-ACCION
            ELSE
                IF WS-TOTAL-NOMHIST >= 12000
                    DISPLAY '*** NOMHIST.DAT LLENO - ' ID-EMPLEADO
                            ' SIN HISTORIA DEL MES ***'
                    EXIT PARAGRAPH
                END-IF
                ADD 1                    TO WS-TOTAL-NOMHIST
                MOVE WS-TOTAL-NOMHIST    TO WS-NH-IDX
                MOVE ID-EMPLEADO         TO TNH-ID(WS-NH-IDX)
                MOVE WS-PERIODO-HOY      TO TNH-PERIODO(WS-NH-IDX)
                MOVE ZEROES              TO TNH-HORAS(WS-NH-IDX)
                                            TNH-SALARIO(WS-NH-IDX)
                                            TNH-BRUTO(WS-NH-IDX)
                                            TNH-FECHA-PAGO(WS-NH-IDX)
                MOVE 'N'                 TO WS-MOV-ACCION
            END-IF.
            PERFORM ANOTA-MOVIMIENTO-HISTORIA.
            MOVE WS-HORAS-PAGABLES       TO TNH-HORAS(WS-NH-IDX).
            MOVE WS-SALARIO-EFECTIVO     TO TNH-SALARIO(WS-NH-IDX).
            MOVE WS-BRUTO-ORDINARIO      TO TNH-BRUTO(WS-NH-IDX).
            MOVE WS-FECHA-HOY            TO TNH-FECHA-PAGO(WS-NH-IDX).

       GRABA-NOMHIST.
            IF NOMHIST-LLENO
                DISPLAY '*** NOMHIST.DAT NO SE REESCRIBE (TABLA '
                        'LLENA) ***'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT NOMHIST-FILE.
            PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                    UNTIL WS-NH-IDX > WS-TOTAL-NOMHIST
                MOVE TNH-ID(WS-NH-IDX)   TO NH-ID-EMPLEADO
                MOVE TNH-PERIODO(WS-NH-IDX) TO NH-PERIODO
                MOVE TNH-HORAS(WS-NH-IDX) TO NH-HORAS
                MOVE TNH-SALARIO(WS-NH-IDX) TO NH-SALARIO
                MOVE TNH-BRUTO(WS-NH-IDX) TO NH-BRUTO
                MOVE TNH-FECHA-PAGO(WS-NH-IDX) TO NH-FECHA-PAGO
                WRITE NOMHIST-REC
            END-PERFORM.
            CLOSE NOMHIST-FILE.

       CIERRA-INFORME-ATRASOS.
            MOVE SPACES                  TO LINEA-ATRASO.
            WRITE LINEA-ATRASO.
            MOVE 'DESGLOSE POR MES DE ORIGEN (ATRASOS PAGADOS):'
                                         TO LINEA-ATRASO.
            WRITE LINEA-ATRASO.
            PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                    UNTIL WS-AM-IDX > WS-TOTAL-ATR-MESES
                MOVE TAM-IMPORTE(WS-AM-IDX) TO WS-TOTAL-NETO-EDIT
                MOVE SPACES              TO LINEA-ATRASO
                STRING '  MES ' TAM-PERIODO(WS-AM-IDX)
                       '  EMPLEADOS: ' TAM-EMPLEADOS(WS-AM-IDX)
                       '  IMPORTE: ' WS-TOTAL-NETO-EDIT
                       DELIMITED BY SIZE INTO LINEA-ATRASO
                END-STRING
                WRITE LINEA-ATRASO
            END-PERFORM.
            MOVE SPACES                  TO LINEA-ATRASO.
            WRITE LINEA-ATRASO.
            MOVE WS-TOTAL-ATRASOS        TO WS-TOTAL-NETO-EDIT.
            MOVE SPACES                  TO LINEA-ATRASO.
            STRING 'EMPLEADOS CON MESES RECALCULADOS: '
                   WS-TOTAL-ATR-EMPLEADOS
                   '   ATRASOS PAGADOS: ' WS-TOTAL-NETO-EDIT
                   DELIMITED BY SIZE INTO LINEA-ATRASO
            END-STRING.
            WRITE LINEA-ATRASO.
            IF WS-TOTAL-A-RECUPERAR NOT = ZEROES
                MOVE WS-TOTAL-A-RECUPERAR TO WS-TOTAL-NETO-EDIT
                MOVE SPACES              TO LINEA-ATRASO
                STRING '*** REBAJAS CON EFECTO ATRASADO NO '
                       'DESCONTADAS (REVISAR RRHH): '
                       WS-TOTAL-NETO-EDIT ' ***'
                       DELIMITED BY SIZE INTO LINEA-ATRASO
                END-STRING
                WRITE LINEA-ATRASO
            END-IF.
            CLOSE ATRASO-FILE.

      *    Pagas extra: filas del anyo en curso y del anterior;
      *    las mas viejas ya no se tocan y se caen del fichero.
       CARGA-PAGAS-EXTRA.
            IF WS-MES-HOY > 6
                MOVE 2                   TO WS-SEMESTRE-HOY
            ELSE
                MOVE 1                   TO WS-SEMESTRE-HOY
            END-IF.
            MOVE ZEROES                  TO WS-TOTAL-PAGAS.
            OPEN INPUT PAGAEXT-FILE.
            IF WS-PAGAEXT-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PAGAEXT-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF PX-ANYO + 1 >= WS-ANYO-HOY
                                PERFORM ANOTA-FILA-PAGAS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAGAEXT-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF PAGAS-LLENO
                DISPLAY '*** PAGAEXT.DAT NO CABE EN LA TABLA (2000) '
                        '- SIN PAGAS EXTRA EN ESTE RUN ***'
            END-IF.

       ANOTA-FILA-PAGAS.
            IF WS-TOTAL-PAGAS >= 2000
                SET PAGAS-LLENO          TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-PAGAS.
            MOVE PX-ID-EMPLEADO          TO TPX-ID(WS-TOTAL-PAGAS).
            MOVE PX-ANYO                 TO TPX-ANYO(WS-TOTAL-PAGAS).
            MOVE PX-SEMESTRE             TO
                 TPX-SEMESTRE(WS-TOTAL-PAGAS).
            MOVE PX-MES-HASTA            TO
                 TPX-MES-HASTA(WS-TOTAL-PAGAS).
            MOVE PX-DEVENGADO            TO
                 TPX-DEVENGADO(WS-TOTAL-PAGAS).
            MOVE PX-ESTADO               TO TPX-ESTADO(WS-TOTAL-PAGAS).
            MOVE PX-FECHA-PAGO           TO
                 TPX-FECHA-PAGO(WS-TOTAL-PAGAS).
            MOVE PX-IMPORTE-PAGADO       TO
                 TPX-IMPORTE-PAGADO(WS-TOTAL-PAGAS).

      *    Devengo de la paga extra del semestre: un sexto del
      *    salario efectivo por cada mes desde el ultimo devengado
      *    hasta el de la nomina (un mes sin nomina se recupera en
      *    la siguiente).  En junio y diciembre se paga lo
      *    devengado y la fila queda pagada.
       DEVENGA-PAGA-EXTRA.
            MOVE ZEROES                  TO WS-DEVENGO-MES
                                            WS-PAGA-EXTRA.
            IF PAGAS-LLENO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N'                     TO WS-PX-ENCONTRADO-SW.
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                    UNTIL WS-PX-IDX > WS-TOTAL-PAGAS
                       OR PAGA-EN-TABLA
                IF TPX-ID(WS-PX-IDX) = ID-EMPLEADO
                   AND TPX-ANYO(WS-PX-IDX) = WS-ANYO-HOY
                   AND TPX-SEMESTRE(WS-PX-IDX) = WS-SEMESTRE-HOY
                    SET PAGA-EN-TABLA    TO TRUE
                END-IF
            END-PERFORM.
            IF PAGA-EN-TABLA
                SUBTRACT 1               FROM WS-PX-IDX
                IF TPX-ESTADO(WS-PX-IDX) NOT = 'D'
                    EXIT PARAGRAPH
                END-IF
                MOVE 'M'                 TO WS-MOV-ACCION
            ELSE
                IF WS-TOTAL-PAGAS >= 2000
                    DISPLAY '*** PAGAEXT.DAT LLENO - ' ID-EMPLEADO
                            ' SIN DEVENGO DE PAGA EXTRA ***'
                    EXIT PARAGRAPH
                END-IF
                ADD 1                    TO WS-TOTAL-PAGAS
                MOVE WS-TOTAL-PAGAS      TO WS-PX-IDX
                MOVE ID-EMPLEADO         TO TPX-ID(WS-PX-IDX)
                MOVE WS-ANYO-HOY         TO TPX-ANYO(WS-PX-IDX)
                MOVE WS-SEMESTRE-HOY     TO TPX-SEMESTRE(WS-PX-IDX)
                COMPUTE TPX-MES-HASTA(WS-PX-IDX) =
                        (WS-SEMESTRE-HOY - 1) * 6
                MOVE ZEROES              TO TPX-DEVENGADO(WS-PX-IDX)
                                            TPX-FECHA-PAGO(WS-PX-IDX)
                                          TPX-IMPORTE-PAGADO(WS-PX-IDX)
                MOVE 'D'                 TO TPX-ESTADO(WS-PX-IDX)
                MOVE 'N'                 TO WS-MOV-ACCION
            END-IF.
            PERFORM ANOTA-MOVIMIENTO-PAGA.
            COMPUTE WS-PX-PERIODO-ALTA = P-ALTA-ANYO * 100
                                       + P-ALTA-MES.
            COMPUTE WS-PX-MES = TPX-MES-HASTA(WS-PX-IDX) + 1.
            PERFORM UNTIL WS-PX-MES > WS-MES-HOY
                PERFORM DEVENGA-MES-PAGA
                ADD 1                    TO WS-PX-MES
            END-PERFORM.
            MOVE WS-MES-HOY              TO TPX-MES-HASTA(WS-PX-IDX).
            ADD WS-DEVENGO-MES           TO TPX-DEVENGADO(WS-PX-IDX).
            IF WS-MES-HOY NOT = 6 AND WS-MES-HOY NOT = 12
                EXIT PARAGRAPH
            END-IF.
            MOVE TPX-DEVENGADO(WS-PX-IDX) TO WS-PAGA-EXTRA.
            MOVE WS-PAGA-EXTRA           TO
                 TPX-IMPORTE-PAGADO(WS-PX-IDX).
            MOVE 'P'                     TO TPX-ESTADO(WS-PX-IDX).
            MOVE WS-FECHA-HOY            TO TPX-FECHA-PAGO(WS-PX-IDX).
            IF WS-PAGA-EXTRA > ZEROES
                ADD 1                    TO WS-TOTAL-PAGAS-EMPLEADOS
                CALL 'EXMFMTMO' USING WS-LOCALE-FMT WS-PAGA-EXTRA
                                       WS-PAGA-EDIT
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '    PAGA EXTRAORDINARIA DE ' ID-EMPLEADO ': '
                       WS-PAGA-EDIT ' INCLUIDA EN EL BRUTO'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                ADD 1                    TO WS-LINEAS-EN-PAGINA
            END-IF.

      *    Un mes del semestre: 30 dias, los del mes de alta desde
      *    el dia de alta, ninguno antes del alta.
       DEVENGA-MES-PAGA.
            COMPUTE WS-PX-PERIODO = WS-ANYO-HOY * 100 + WS-PX-MES.
            EVALUATE TRUE
                WHEN WS-PX-PERIODO-ALTA > WS-PX-PERIODO
                    MOVE ZEROES          TO WS-PX-DIAS
                WHEN WS-PX-PERIODO-ALTA < WS-PX-PERIODO
                    MOVE 30              TO WS-PX-DIAS
                WHEN P-ALTA-DIA > 30
                    MOVE 1               TO WS-PX-DIAS
                WHEN P-ALTA-DIA < 1
                    MOVE 30              TO WS-PX-DIAS
                WHEN OTHER
                    COMPUTE WS-PX-DIAS = 31 - P-ALTA-DIA
            END-EVALUATE.
            COMPUTE WS-PX-IMPORTE ROUNDED =
                    WS-SALARIO-EFECTIVO * WS-PX-DIAS / 180.
            ADD WS-PX-IMPORTE            TO WS-DEVENGO-MES.

       GRABA-PAGAS-EXTRA.
            IF PAGAS-LLENO
                DISPLAY '*** PAGAEXT.DAT NO SE REESCRIBE (TABLA '
                        'LLENA) ***'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PAGAEXT-FILE.
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                    UNTIL WS-PX-IDX > WS-TOTAL-PAGAS
                MOVE TPX-ID(WS-PX-IDX)   TO PX-ID-EMPLEADO
                MOVE TPX-ANYO(WS-PX-IDX) TO PX-ANYO
                MOVE TPX-SEMESTRE(WS-PX-IDX) TO PX-SEMESTRE
                MOVE TPX-MES-HASTA(WS-PX-IDX) TO PX-MES-HASTA
                MOVE TPX-DEVENGADO(WS-PX-IDX) TO PX-DEVENGADO
                MOVE TPX-ESTADO(WS-PX-IDX) TO PX-ESTADO
                MOVE TPX-FECHA-PAGO(WS-PX-IDX) TO PX-FECHA-PAGO
                MOVE TPX-IMPORTE-PAGADO(WS-PX-IDX)
                                         TO PX-IMPORTE-PAGADO
                WRITE PAGAEXT-REC
            END-PERFORM.
            CLOSE PAGAEXT-FILE.

      *    Totales de pagas extra del run: devengo del mes llevado a
      *    la cuenta acreedora y pagas abonadas con la nomina.
       IMPRIME-TOTAL-PAGAS.
            IF WS-TOTAL-DEVENGO = ZEROES
               AND WS-TOTAL-PAGA-EXTRA = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TOTAL-DEVENGO        TO WS-TOTAL-DEVENGO-EDIT.
            MOVE WS-TOTAL-PAGA-EXTRA     TO WS-TOTAL-PAGA-EDIT.
            MOVE SPACES                  TO LINEA-REGISTRO.
            STRING 'PAGAS EXTRA: DEVENGO DEL MES '
                   WS-TOTAL-DEVENGO-EDIT
                   '   PAGADAS: ' WS-TOTAL-PAGA-EDIT
                   ' (' WS-TOTAL-PAGAS-EMPLEADOS ' EMPLEADOS)'
                   '   CUENTA ' WS-CUENTA-PAGAS
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
            END-STRING.
            WRITE LINEA-REGISTRO.

      *    Grupos de cotizacion del anyo de la nomina y grupo de
      *    cada empleado.  El boletin se abre aqui con su HDR.
       CARGA-COTIZACION.
            MOVE ZEROES                  TO WS-TOTAL-GRUPOS.
            OPEN INPUT COTIZSS-FILE.
            IF WS-COTIZSS-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ COTIZSS-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF CS-ANYO = WS-ANYO-HOY
                               AND WS-TOTAL-GRUPOS < 20
                                ADD 1     TO WS-TOTAL-GRUPOS
                                MOVE CS-GRUPO TO
                                     TGS-GRUPO(WS-TOTAL-GRUPOS)
                                MOVE CS-TIPO-EMPRESA TO
                                     TGS-TIPO-EMPRESA(WS-TOTAL-GRUPOS)
                                MOVE CS-BASE-MINIMA TO
                                     TGS-BASE-MINIMA(WS-TOTAL-GRUPOS)
                                MOVE CS-BASE-MAXIMA TO
                                     TGS-BASE-MAXIMA(WS-TOTAL-GRUPOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COTIZSS-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF WS-TOTAL-GRUPOS = ZEROES
                DISPLAY '*** COTIZSS.DAT SIN GRUPOS PARA ' WS-ANYO-HOY
                        ' - SIN CUOTA EMPRESARIAL EN ESTE RUN ***'
            END-IF.
            MOVE ZEROES                  TO WS-TOTAL-COTIZEMP.
            OPEN INPUT COTIZEMP-FILE.
            IF WS-COTIZEMP-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ COTIZEMP-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-COTIZEMP < 500
                                ADD 1     TO WS-TOTAL-COTIZEMP
                                MOVE CE-ID-EMPLEADO TO
                                     TCE-ID(WS-TOTAL-COTIZEMP)
                                MOVE CE-GRUPO TO
                                     TCE-GRUPO(WS-TOTAL-COTIZEMP)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COTIZEMP-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN OUTPUT RETORNO-SS-FILE.
            MOVE 'HDR'                   TO CAB-TIPO.
            MOVE 'EXM29SS '              TO CAB-FICHERO.
            MOVE WS-FECHA-HOY            TO CAB-FECHA.
            MOVE ZEROES                  TO CAB-SECUENCIA.
            MOVE SPACES                  TO RETORNO-SS-REC.
            MOVE CONTROL-CABECERA        TO RETORNO-SS-REC.
            WRITE RETORNO-SS-REC.

      *    Base de cotizacion = bruto del mes (atrasos y paga extra
      *    incluidos) llevado a la base minima o maxima del grupo;
      *    la cuota empresarial es el tipo del grupo sobre la base.
      *    La cuota del trabajador es la deduccion SS ya aplicada.
      *    Sin grupo valido no hay cuota empresarial: el registro lo
      *    avisa y el empleado va al boletin con grupo cero.
       CALCULA-COTIZACION.
            MOVE ZEROES                  TO WS-SS-EMPRESA WS-SS-TIPO
                                            WS-SS-OBRERA
                                            WS-SS-EMPRESA-CENT
                                            WS-SS-GRUPO.
            MOVE 'N'                     TO WS-SS-GRUPO-SW.
            MOVE WS-BRUTO                TO WS-SS-BASE.
            PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                    UNTIL WS-CE-IDX > WS-TOTAL-COTIZEMP
                IF TCE-ID(WS-CE-IDX) = ID-EMPLEADO
                    MOVE TCE-GRUPO(WS-CE-IDX) TO WS-SS-GRUPO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                    UNTIL WS-GS-IDX > WS-TOTAL-GRUPOS
                       OR GRUPO-SS-VALIDO
                IF TGS-GRUPO(WS-GS-IDX) = WS-SS-GRUPO
                   AND WS-SS-GRUPO NOT = ZEROES
                    SET GRUPO-SS-VALIDO  TO TRUE
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                    UNTIL WS-LD-IDX > WS-TOTAL-LINEAS-DED
                IF TLD-CODIGO(WS-LD-IDX) = 'SS '
                   AND TLD-TIPO(WS-LD-IDX) NOT = 'B'
                    ADD TLD-IMPORTE(WS-LD-IDX) TO WS-SS-OBRERA
                END-IF
            END-PERFORM.
            IF GRUPO-SS-VALIDO
                SUBTRACT 1               FROM WS-GS-IDX
                IF WS-SS-BASE < TGS-BASE-MINIMA(WS-GS-IDX)
                    MOVE TGS-BASE-MINIMA(WS-GS-IDX) TO WS-SS-BASE
                END-IF
                IF WS-SS-BASE > TGS-BASE-MAXIMA(WS-GS-IDX)
                    MOVE TGS-BASE-MAXIMA(WS-GS-IDX) TO WS-SS-BASE
                END-IF
                MOVE TGS-TIPO-EMPRESA(WS-GS-IDX) TO WS-SS-TIPO
                COMPUTE WS-SS-EMPRESA ROUNDED =
                        WS-SS-BASE * WS-SS-TIPO / 100
                COMPUTE WS-SS-EMPRESA-CENT = WS-SS-EMPRESA * 100
            ELSE
                MOVE ZEROES              TO WS-SS-GRUPO
                ADD 1                    TO WS-TOTAL-SIN-GRUPO
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '*** AVISO: ' ID-EMPLEADO
                       ' SIN GRUPO DE COTIZACION VALIDO - SIN CUOTA '
                       'EMPRESARIAL ***'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                ADD 1                    TO WS-LINEAS-EN-PAGINA
            END-IF.
            MOVE ID-EMPLEADO             TO RS-ID-EMPLEADO.
            MOVE NOMBRE                  TO RS-NOMBRE.
            MOVE P-APELLIDO              TO RS-APELLIDO.
            MOVE WS-PERIODO-HOY          TO RS-PERIODO.
            MOVE WS-SS-GRUPO             TO RS-GRUPO.
            COMPUTE RS-BRUTO-CENT = WS-BRUTO * 100.
            COMPUTE RS-BASE-CENT = WS-SS-BASE * 100.
            MOVE WS-SS-TIPO              TO RS-TIPO-EMPRESA.
            MOVE WS-SS-EMPRESA-CENT      TO RS-CUOTA-EMPRESA-CENT.
            COMPUTE RS-CUOTA-OBRERA-CENT = WS-SS-OBRERA * 100.
            WRITE RETORNO-SS-REC.
            ADD 1                        TO WS-TOTAL-SS-LINEAS.
            ADD RS-BASE-CENT             TO WS-TOTAL-SS-BASE-CENT.
            ADD RS-CUOTA-OBRERA-CENT     TO WS-TOTAL-SS-OBRERA-CENT.
            ADD RS-CUOTA-EMPRESA-CENT    TO WS-SS-HASH.
            ADD RS-CUOTA-OBRERA-CENT     TO WS-SS-HASH.

       CIERRA-RETORNO-SS.
            MOVE SPACES                  TO RETORNO-SS-TOTALES.
            MOVE 'TOT'                   TO RST-TIPO.
            MOVE WS-PERIODO-HOY          TO RST-PERIODO.
            MOVE WS-TOTAL-SS-LINEAS      TO RST-EMPLEADOS.
            MOVE WS-TOTAL-SS-BASE-CENT   TO RST-BASE-CENT.
            MOVE WS-TOTAL-SS-CENT        TO RST-EMPRESA-CENT.
            MOVE WS-TOTAL-SS-OBRERA-CENT TO RST-OBRERA-CENT.
            WRITE RETORNO-SS-TOTALES.
            MOVE 'TRL'                   TO PIE-TIPO.
            MOVE WS-TOTAL-SS-LINEAS      TO PIE-REGISTROS.
            MOVE WS-SS-HASH              TO PIE-HASH.
            MOVE SPACES                  TO RETORNO-SS-REC.
            MOVE CONTROL-PIE             TO RETORNO-SS-REC.
            WRITE RETORNO-SS-REC.
            CLOSE RETORNO-SS-FILE.

      *    Coste de nomina por departamento: gasto salarial del mes
      *    (con el devengo de pagas extra) y cuota empresarial.
       IMPRIME-COSTE-DEPARTAMENTOS.
            MOVE SPACES                  TO LINEA-REGISTRO.
            MOVE 'COSTE DE NOMINA POR DEPARTAMENTO:' TO LINEA-REGISTRO.
            WRITE LINEA-REGISTRO.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-TOTAL-DEPS
                COMPUTE WS-COSTE-SALARIOS =
                        (TDP-BRUTO-CENT(WS-DP-IDX)
                       + TDP-DEVENGO-CENT(WS-DP-IDX)) / 100
                COMPUTE WS-COSTE-SS = TDP-SS-CENT(WS-DP-IDX) / 100
                COMPUTE WS-COSTE-BENEFICIOS =
                        TDP-BEN-CENT(WS-DP-IDX) / 100
                COMPUTE WS-COSTE-TOTAL = WS-COSTE-SALARIOS
                                       + WS-COSTE-SS
                                       + WS-COSTE-BENEFICIOS
                MOVE WS-COSTE-SALARIOS   TO WS-COSTE-EDIT-1
                MOVE WS-COSTE-SS         TO WS-COSTE-EDIT-2
                MOVE WS-COSTE-TOTAL      TO WS-COSTE-EDIT-3
                MOVE WS-COSTE-BENEFICIOS TO WS-COSTE-EDIT-4
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '  DEPARTAMENTO ' TDP-DEPARTAMENTO(WS-DP-IDX)
                       '  SALARIOS: ' WS-COSTE-EDIT-1
                       '  SS EMPRESA: ' WS-COSTE-EDIT-2
                       '  BENEFICIOS: ' WS-COSTE-EDIT-4
                       '  COSTE TOTAL: ' WS-COSTE-EDIT-3
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
            END-PERFORM.
            COMPUTE WS-COSTE-SS = WS-TOTAL-SS-CENT / 100.
            MOVE WS-COSTE-SS             TO WS-COSTE-EDIT-2.
            MOVE SPACES                  TO LINEA-REGISTRO.
            STRING 'SEGURIDAD SOCIAL EMPRESA: ' WS-COSTE-EDIT-2
                   '   CUENTA ' WS-CUENTA-SS
                   '   EMPLEADOS SIN GRUPO: ' WS-TOTAL-SIN-GRUPO
                   '   BOLETIN EXM29SS.DAT: ' WS-TOTAL-SS-LINEAS
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
            END-STRING.
            WRITE LINEA-REGISTRO.

      *    Control de ejecuciones: numero del run y run vigente del
      *    periodo (una nomina anulada por EXM133 deja el periodo
      *    libre).
       CARGA-EJECUCIONES.
            MOVE ZEROES                  TO WS-EJECUCION
                                            WS-EJECUCION-VIGENTE.
            OPEN INPUT EJECUCION-FILE.
            IF WS-EJECUCION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ EJECUCION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF NE-EJECUCION > WS-EJECUCION
                                MOVE NE-EJECUCION TO WS-EJECUCION
                            END-IF
                            IF NE-PERIODO = WS-PERIODO-HOY
                               AND NE-VIGENTE
                                MOVE NE-EJECUCION TO
                                     WS-EJECUCION-VIGENTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EJECUCION-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            ADD 1                        TO WS-EJECUCION.

      *    Fila del run en NOMEJEC.DAT: queda vigente y con la
      *    transferencia pendiente de envio.
       GRABA-EJECUCION.
            OPEN EXTEND EJECUCION-FILE.
            IF WS-EJECUCION-STATUS = '05'
               OR WS-EJECUCION-STATUS = '35'
                OPEN OUTPUT EJECUCION-FILE
            END-IF.
            MOVE SPACES                  TO NOMEJEC-REC.
            MOVE WS-EJECUCION            TO NE-EJECUCION.
            MOVE WS-PERIODO-HOY          TO NE-PERIODO.
            MOVE WS-FECHA-HOY            TO NE-FECHA.
            MOVE WS-HORA-INICIO          TO NE-HORA.
            MOVE WS-TOTAL-PAGADOS        TO NE-EMPLEADOS.
            COMPUTE NE-BRUTO-CENT = WS-TOTAL-BRUTO * 100.
            COMPUTE NE-NETO-CENT = WS-TOTAL-NETO * 100.
            MOVE WS-TOTAL-PAGOS-FICHERO  TO NE-PAGOS.
            MOVE WS-HASH-NETO            TO NE-HASH-PAGOS.
            MOVE 'V'                     TO NE-ESTADO.
            MOVE 'P'                     TO NE-TRANSFERENCIA.
            MOVE ZEROES                  TO NE-FECHA-ENVIO
                                            NE-FECHA-ANULACION
                                            NE-HORA-ANULACION.
            WRITE NOMEJEC-REC.
            CLOSE EJECUCION-FILE.
            MOVE SPACES                  TO LINEA-REGISTRO.
            STRING 'NOMINA ' WS-EJECUCION ' DEL PERIODO '
                   WS-PERIODO-HOY ' - ' WS-TOTAL-MOVIMIENTOS
                   ' MOVIMIENTOS EN NOMMOV.DAT'
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
            END-STRING.
            WRITE LINEA-REGISTRO.

      *    Diario del run (NOMMOV.DAT): lo rodado al acumulado del
      *    anyo y a las ausencias y el destino del neto...
       ANOTA-MOVIMIENTO-EMPLEADO.
            MOVE SPACES                  TO NOMMOV-REC.
            MOVE WS-EJECUCION            TO NM-EJECUCION.
            MOVE 'E'                     TO NM-TIPO.
            MOVE ID-EMPLEADO             TO NM-ID-EMPLEADO.
            IF YTD-RODADO
                MOVE WS-BRUTO            TO NM-BRUTO
                COMPUTE NM-NETO = WS-NETO - WS-REEMBOLSO
                                        - WS-ANTICIPO
                MOVE WS-IRP-MES          TO NM-IRP
            ELSE
                MOVE ZEROES              TO NM-BRUTO NM-NETO NM-IRP
            END-IF.
            MOVE WS-AUSENCIA-RODADA      TO NM-AUSENCIA.
            MOVE NOMBRE                  TO NM-NOMBRE.
            MOVE P-APELLIDO              TO NM-APELLIDO.
            IF CUENTA-VALIDA
                MOVE 'T'                 TO NM-ABONO
                MOVE WS-PAGO-IBAN        TO NM-IBAN
            ELSE
                MOVE 'R'                 TO NM-ABONO
            END-IF.
            PERFORM GRABA-MOVIMIENTO.

      *    ... la fila de NOMHIST antes del cambio ...
       ANOTA-MOVIMIENTO-HISTORIA.
            MOVE SPACES                  TO NOMMOV-REC.
            MOVE WS-EJECUCION            TO NM-EJECUCION.
            MOVE 'H'                     TO NM-TIPO.
            MOVE ID-EMPLEADO             TO NM-ID-EMPLEADO.
            MOVE TNH-PERIODO(WS-NH-IDX)  TO NM-HI-PERIODO.
            MOVE WS-MOV-ACCION           TO NM-HI-ACCION.
            MOVE TNH-HORAS(WS-NH-IDX)    TO NM-HI-HORAS.
            MOVE TNH-SALARIO(WS-NH-IDX)  TO NM-HI-SALARIO.
            MOVE TNH-BRUTO(WS-NH-IDX)    TO NM-HI-BRUTO.
            MOVE TNH-FECHA-PAGO(WS-NH-IDX) TO NM-HI-FECHA-PAGO.
            PERFORM GRABA-MOVIMIENTO.

      *    ... la fila de PAGAEXT antes del devengo o del pago ...
       ANOTA-MOVIMIENTO-PAGA.
            MOVE SPACES                  TO NOMMOV-REC.
            MOVE WS-EJECUCION            TO NM-EJECUCION.
            MOVE 'X'                     TO NM-TIPO.
            MOVE ID-EMPLEADO             TO NM-ID-EMPLEADO.
            MOVE TPX-ANYO(WS-PX-IDX)     TO NM-PX-ANYO.
            MOVE TPX-SEMESTRE(WS-PX-IDX) TO NM-PX-SEMESTRE.
            MOVE WS-MOV-ACCION           TO NM-PX-ACCION.
            MOVE TPX-MES-HASTA(WS-PX-IDX) TO NM-PX-MES-HASTA.
            MOVE TPX-DEVENGADO(WS-PX-IDX) TO NM-PX-DEVENGADO.
            MOVE TPX-ESTADO(WS-PX-IDX)   TO NM-PX-ESTADO.
            MOVE TPX-FECHA-PAGO(WS-PX-IDX) TO NM-PX-FECHA-PAGO.
            MOVE TPX-IMPORTE-PAGADO(WS-PX-IDX)
                                         TO NM-PX-IMPORTE-PAGADO.
            PERFORM GRABA-MOVIMIENTO.

      *    ... y cada posteo del lote contable.
       ANOTA-MOVIMIENTO-POSTEO.
            MOVE SPACES                  TO NOMMOV-REC.
            MOVE WS-EJECUCION            TO NM-EJECUCION.
            MOVE 'L'                     TO NM-TIPO.
            MOVE ZEROES                  TO NM-ID-EMPLEADO.
            MOVE TL-CUENTA               TO NM-LD-CUENTA.
            MOVE TL-CODIGO               TO NM-LD-CODIGO.
            MOVE SUM3 OF TRANLEDG-REC    TO NM-LD-CENT.
            PERFORM GRABA-MOVIMIENTO.

       GRABA-MOVIMIENTO.
            WRITE NOMMOV-REC.
            ADD 1                        TO WS-TOTAL-MOVIMIENTOS.

      *    Gastos aprobados del empleado en curso: cada uno al
      *    cambio de CAMBIOS.DAT vigente el dia del gasto (EUR a la
      *    par).  Sin cambio el gasto espera aprobado a otro run y
      *    el registro lo avisa.  El abonado queda 'B' con el run.
       REEMBOLSA-GASTOS.
            MOVE ZEROES                  TO WS-REEMBOLSO
                                            WS-REEMBOLSO-CENT.
            IF GASTOS-LLENO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-TOTAL-GASTOS
                MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                IF GA-APROBADO AND GA-ID-EMPLEADO = ID-EMPLEADO
                    PERFORM ABONA-GASTO
                END-IF
            END-PERFORM.
            COMPUTE WS-REEMBOLSO = WS-REEMBOLSO-CENT / 100.

       ABONA-GASTO.
            PERFORM BUSCA-CAMBIO.
            IF WS-CAMBIO-TASA = ZEROES
                ADD 1                    TO WS-GASTOS-SIN-CAMBIO
                ADD 1                    TO WS-GASTOS-NO-ABONADOS
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '*** AVISO: GASTO ' GA-NUMERO ' DE '
                       ID-EMPLEADO ' EN ' GA-MONEDA
                       ' SIN CAMBIO EN CAMBIOS.DAT AL ' GA-FECHA
                       ' - QUEDA APROBADO SIN ABONAR ***'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                ADD 1                    TO WS-LINEAS-EN-PAGINA
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-GASTO-CENT ROUNDED =
                    GA-IMPORTE * WS-CAMBIO-TASA * 100
                ON SIZE ERROR
                    MOVE ZEROES          TO WS-GASTO-CENT
            END-COMPUTE.
            MOVE WS-CAMBIO-TASA          TO GA-TASA.
            MOVE WS-GASTO-CENT           TO GA-IMPORTE-EUR-CENT.
            MOVE WS-FECHA-HOY            TO GA-FECHA-PAGO.
            MOVE WS-EJECUCION            TO GA-EJECUCION.
            MOVE 'B'                     TO GA-ESTADO.
            MOVE GASTO-REC               TO TGA-REGISTRO(WS-GA-IDX).
            SET GASTOS-ABONADOS          TO TRUE.
            ADD WS-GASTO-CENT            TO WS-REEMBOLSO-CENT.
            ADD WS-GASTO-CENT            TO WS-TOTAL-GASTO-CENT.
            ADD 1                        TO WS-TOTAL-GASTOS-ABONADOS.
            PERFORM ACUMULA-GASTO-CUENTA.
            MOVE SPACES                  TO NOMMOV-REC.
            MOVE WS-EJECUCION            TO NM-EJECUCION.
            MOVE 'G'                     TO NM-TIPO.
            MOVE ID-EMPLEADO             TO NM-ID-EMPLEADO.
            MOVE GA-NUMERO               TO NM-GA-NUMERO.
            MOVE WS-GASTO-CENT           TO NM-GA-CENT.
            PERFORM GRABA-MOVIMIENTO.

      *    Cambio de la moneda del gasto: la fila mas reciente con
      *    fecha no posterior a la del gasto.  Cero = sin cambio.
       BUSCA-CAMBIO.
            MOVE ZEROES                  TO WS-CAMBIO-TASA
                                            WS-CAMBIO-FECHA.
            IF GA-MONEDA = 'EUR' OR GA-MONEDA = SPACES
                MOVE 1                   TO WS-CAMBIO-TASA
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-TOTAL-CAMBIOS
                IF TCA-MONEDA(WS-CA-IDX) = GA-MONEDA
                   AND TCA-FECHA(WS-CA-IDX) NOT > GA-FECHA
                   AND TCA-FECHA(WS-CA-IDX) NOT < WS-CAMBIO-FECHA
                    MOVE TCA-FECHA(WS-CA-IDX) TO WS-CAMBIO-FECHA
                    MOVE TCA-TASA(WS-CA-IDX)  TO WS-CAMBIO-TASA
                END-IF
            END-PERFORM.

       ACUMULA-GASTO-CUENTA.
            MOVE 'N'                     TO WS-GD-ENCONTRADO-SW.
            PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                    UNTIL WS-GD-IDX > WS-TOTAL-GASTO-CUENTAS
                       OR GASTO-CUENTA-EN-TABLA
                IF TGD-DEPARTAMENTO(WS-GD-IDX) = GA-DEPARTAMENTO
                   AND TGD-CATEGORIA(WS-GD-IDX) = GA-CATEGORIA
                    SET GASTO-CUENTA-EN-TABLA TO TRUE
                END-IF
            END-PERFORM.
            IF GASTO-CUENTA-EN-TABLA
                SUBTRACT 1               FROM WS-GD-IDX
            ELSE
      *    200 pares departamento/categoria: el resto va a la ultima
      *    fila para que el lote siga cuadrando.
                IF WS-TOTAL-GASTO-CUENTAS < 200
                    ADD 1                TO WS-TOTAL-GASTO-CUENTAS
                    MOVE GA-DEPARTAMENTO TO
                         TGD-DEPARTAMENTO(WS-TOTAL-GASTO-CUENTAS)
                    MOVE GA-CATEGORIA    TO
                         TGD-CATEGORIA(WS-TOTAL-GASTO-CUENTAS)
                    MOVE ZEROES          TO
                         TGD-CENT(WS-TOTAL-GASTO-CUENTAS)
                END-IF
                MOVE WS-TOTAL-GASTO-CUENTAS TO WS-GD-IDX
            END-IF.
            ADD WS-GASTO-CENT            TO TGD-CENT(WS-GD-IDX).

      *    Cuenta del gasto: la del departamento y categoria en
      *    GASTCTA, si no la de la categoria (departamento 000), si
      *    no la de gasto salarial del departamento en DEPCTA.
       GRABA-POSTEO-REEMBOLSO.
            MOVE ZEROES                  TO WS-CUENTA-GASTO.
            PERFORM VARYING WS-GC-IDX FROM 1 BY 1
                    UNTIL WS-GC-IDX > WS-TOTAL-GASTCTA
                IF TGC-CATEGORIA(WS-GC-IDX) = TGD-CATEGORIA(WS-GD-IDX)
                    IF TGC-DEPARTAMENTO(WS-GC-IDX) =
                       TGD-DEPARTAMENTO(WS-GD-IDX)
                        MOVE TGC-CUENTA(WS-GC-IDX) TO WS-CUENTA-GASTO
                    END-IF
                    IF TGC-DEPARTAMENTO(WS-GC-IDX) = ZEROES
                       AND WS-CUENTA-GASTO = ZEROES
                        MOVE TGC-CUENTA(WS-GC-IDX) TO WS-CUENTA-GASTO
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-CUENTA-GASTO = ZEROES
                MOVE WS-CUENTA-NOMINA    TO WS-CUENTA-GASTO
                PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                        UNTIL WS-DC-IDX > WS-TOTAL-MAPEOS
                    IF TDC-DEPARTAMENTO(WS-DC-IDX) =
                       TGD-DEPARTAMENTO(WS-GD-IDX)
                        MOVE TDC-CUENTA(WS-DC-IDX) TO WS-CUENTA-GASTO
                    END-IF
                END-PERFORM
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '*** AVISO: CATEGORIA DE GASTO '
                       TGD-CATEGORIA(WS-GD-IDX)
                       ' SIN CUENTA EN GASTCTA PARA EL DEPARTAMENTO '
                       TGD-DEPARTAMENTO(WS-GD-IDX) ' - A LA CUENTA '
                       WS-CUENTA-GASTO ' ***'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
            END-IF.
            MOVE SPACES                  TO TRANLEDG-REC.
            MOVE WS-CUENTA-GASTO         TO TL-CUENTA.
            MOVE 90                      TO TL-CODIGO.
            MOVE TGD-CENT(WS-GD-IDX)     TO WS-MONTO-LOTE-CENT.
            PERFORM GRABA-POSTEO-LOTE.

      *    Gastos (enteros o ninguno: con la tabla llena no se
      *    reembolsa nada), cambios y cuentas por categoria.
       CARGA-GASTOS.
            MOVE ZEROES                  TO WS-TOTAL-GASTOS.
            OPEN INPUT GASTO-FILE.
            IF WS-GASTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ GASTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-GASTOS < 3000
                                ADD 1     TO WS-TOTAL-GASTOS
                                MOVE GASTO-REC TO
                                     TGA-REGISTRO(WS-TOTAL-GASTOS)
                            ELSE
                                SET GASTOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GASTO-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF GASTOS-LLENO
                DISPLAY '*** GASTOS.DAT MAYOR QUE LA TABLA (3000) - '
                        'NO SE REEMBOLSA NINGUN GASTO ***'
            END-IF.
            MOVE ZEROES                  TO WS-TOTAL-CAMBIOS.
            OPEN INPUT CAMBIO-FILE.
            IF WS-CAMBIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ CAMBIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-CAMBIOS < 500
                                ADD 1     TO WS-TOTAL-CAMBIOS
                                MOVE CA-MONEDA TO
                                     TCA-MONEDA(WS-TOTAL-CAMBIOS)
                                MOVE CA-FECHA TO
                                     TCA-FECHA(WS-TOTAL-CAMBIOS)
                                MOVE CA-TASA TO
                                     TCA-TASA(WS-TOTAL-CAMBIOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAMBIO-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            MOVE ZEROES                  TO WS-TOTAL-GASTCTA.
            OPEN INPUT GASTCTA-FILE.
            IF WS-GASTCTA-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ GASTCTA-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-GASTCTA < 200
                                ADD 1     TO WS-TOTAL-GASTCTA
                                MOVE GC-DEPARTAMENTO TO
                                     TGC-DEPARTAMENTO(WS-TOTAL-GASTCTA)
                                MOVE GC-CATEGORIA TO
                                     TGC-CATEGORIA(WS-TOTAL-GASTCTA)
                                MOVE GC-CUENTA TO
                                     TGC-CUENTA(WS-TOTAL-GASTCTA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GASTCTA-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

       GRABA-GASTOS.
            IF NOT GASTOS-ABONADOS
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT GASTO-FILE.
            PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-TOTAL-GASTOS
                MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                WRITE GASTO-REC
            END-PERFORM.
            CLOSE GASTO-FILE.

      *    Prestamos del empleado pendientes de abono: el principal
      *    va con la transferencia, fuera del neto del anyo, y el
      *    prestamo queda vivo.
       ABONA-PRESTAMOS.
            MOVE ZEROES                  TO WS-ANTICIPO.
            IF PRESTAMOS-LLENO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                IF PR-PENDIENTE-ABONO AND PR-ID-EMPLEADO = ID-EMPLEADO
                    PERFORM ANOTA-MOVIMIENTO-PRESTAMO
                    COMPUTE WS-PR-CENT = PR-PRINCIPAL * 100
                    MOVE WS-PR-CENT      TO NM-PR-ABONO-CENT
                    PERFORM GRABA-MOVIMIENTO
                    MOVE 'V'             TO PR-ESTADO
                    MOVE WS-FECHA-HOY    TO PR-FECHA-ABONO
                    MOVE WS-EJECUCION    TO PR-EJECUCION
                    MOVE PRESTAMO-REC    TO TPR-REGISTRO(WS-PR-IDX)
                    SET PRESTAMOS-CAMBIADOS TO TRUE
                    ADD PR-PRINCIPAL     TO WS-ANTICIPO
                    ADD WS-PR-CENT       TO WS-TOTAL-ANTICIPO-CENT
                    ADD 1                TO WS-TOTAL-PRESTAMOS-ABONADOS
                END-IF
            END-PERFORM.

      *    Cuota del mes de cada prestamo vivo del empleado cuyo
      *    plan ya empezo y que aun no se desconto en este periodo.
       DESCUENTA-PRESTAMOS.
            MOVE ZEROES                  TO WS-PRESTAMO-EMP
                                            WS-SALDO-PRESTAMO-EMP.
            IF PRESTAMOS-LLENO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                IF PR-VIVO AND PR-ID-EMPLEADO = ID-EMPLEADO
                    IF PR-PERIODO-INICIO NOT > WS-PERIODO-HOY
                       AND PR-ULTIMO-PERIODO < WS-PERIODO-HOY
                        PERFORM DESCUENTA-CUOTA
                    END-IF
                    ADD PR-SALDO         TO WS-SALDO-PRESTAMO-EMP
                END-IF
            END-PERFORM.
            ADD WS-PRESTAMO-EMP          TO WS-DEDUCCIONES-EMP.

      *    Interes del mes sobre el saldo y el resto de la cuota a
      *    principal.  La ultima cuota del plan, o la cancelacion
      *    pedida en nomina, se lleva todo el saldo.  Sin neto
      *    bastante la cuota no se descuenta y queda en mora.
       DESCUENTA-CUOTA.
            COMPUTE WS-CUOTA-INTERES ROUNDED =
                    PR-SALDO * PR-TASA / 1200.
            IF PR-CUOTA > WS-CUOTA-INTERES
                COMPUTE WS-CUOTA-AMORTIZA = PR-CUOTA - WS-CUOTA-INTERES
            ELSE
                MOVE ZEROES              TO WS-CUOTA-AMORTIZA
            END-IF.
            IF PR-CANCELAR-EN-NOMINA
               OR PR-CUOTAS-PAGADAS + 1 >= PR-CUOTAS
               OR WS-CUOTA-AMORTIZA > PR-SALDO
                MOVE PR-SALDO            TO WS-CUOTA-AMORTIZA
            END-IF.
            COMPUTE WS-CUOTA-MES = WS-CUOTA-AMORTIZA + WS-CUOTA-INTERES.
            IF WS-CUOTA-MES > WS-NETO
                ADD 1                    TO WS-CUOTAS-NO-DESCONTADAS
                MOVE SPACES              TO LINEA-REGISTRO
                STRING '*** AVISO: CUOTA DEL PRESTAMO ' PR-NUMERO
                       ' DE ' ID-EMPLEADO ' NO DESCONTADA - NETO '
                       'INSUFICIENTE - QUEDA EN MORA ***'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                ADD 1                    TO WS-LINEAS-EN-PAGINA
                EXIT PARAGRAPH
            END-IF.
            PERFORM ANOTA-MOVIMIENTO-PRESTAMO.
            COMPUTE WS-PR-CENT = WS-CUOTA-MES * 100.
            MOVE WS-PR-CENT              TO NM-PR-DESCUENTO-CENT.
            PERFORM GRABA-MOVIMIENTO.
            SUBTRACT WS-CUOTA-MES        FROM WS-NETO.
            ADD WS-CUOTA-MES             TO WS-PRESTAMO-EMP.
            ADD WS-PR-CENT               TO WS-TOTAL-CUOTA-CENT.
            SUBTRACT WS-CUOTA-AMORTIZA   FROM PR-SALDO.
            ADD WS-CUOTA-AMORTIZA        TO PR-AMORTIZADO.
            ADD WS-CUOTA-INTERES         TO PR-INTERESES.
            ADD 1                        TO PR-CUOTAS-PAGADAS.
            MOVE WS-PERIODO-HOY          TO PR-ULTIMO-PERIODO.
            MOVE WS-EJECUCION            TO PR-EJECUCION.
            IF PR-SALDO = ZEROES
                MOVE 'C'                 TO PR-ESTADO
                MOVE SPACE               TO PR-CANCELAR-SW
                MOVE WS-FECHA-HOY        TO PR-FECHA-CANCELACION
                ADD 1                    TO WS-TOTAL-CANCELADOS
            END-IF.
            MOVE PRESTAMO-REC            TO TPR-REGISTRO(WS-PR-IDX).
            SET PRESTAMOS-CAMBIADOS      TO TRUE.
            COMPUTE WS-PR-CENT = WS-CUOTA-AMORTIZA * 100.
            ADD WS-PR-CENT               TO WS-TOTAL-AMORTIZA-CENT.
            COMPUTE WS-PR-CENT = WS-CUOTA-INTERES * 100.
            ADD WS-PR-CENT               TO WS-TOTAL-INTERES-CENT.
            ADD 1                        TO WS-TOTAL-CUOTAS.

      *    Fila 'P' del diario con el prestamo como estaba antes de
      *    tocarlo; quien llama pone los centimos y la graba.
       ANOTA-MOVIMIENTO-PRESTAMO.
            MOVE SPACES                  TO NOMMOV-REC.
            MOVE WS-EJECUCION            TO NM-EJECUCION.
            MOVE 'P'                     TO NM-TIPO.
            MOVE ID-EMPLEADO             TO NM-ID-EMPLEADO.
            MOVE PR-NUMERO               TO NM-PR-NUMERO.
            MOVE PR-ESTADO               TO NM-PR-ESTADO.
            MOVE PR-CANCELAR-SW          TO NM-PR-CANCELAR.
            MOVE PR-SALDO                TO NM-PR-SALDO.
            MOVE PR-AMORTIZADO           TO NM-PR-AMORTIZADO.
            MOVE PR-INTERESES            TO NM-PR-INTERESES.
            MOVE PR-CUOTAS-PAGADAS       TO NM-PR-CUOTAS-PAGADAS.
            MOVE PR-ULTIMO-PERIODO       TO NM-PR-ULTIMO-PERIODO.
            MOVE PR-FECHA-ABONO          TO NM-PR-FECHA-ABONO.
            MOVE PR-FECHA-CANCELACION    TO NM-PR-FECHA-CANCELA.
            MOVE PR-EJECUCION            TO NM-PR-EJECUCION.
            MOVE ZEROES                  TO NM-PR-ABONO-CENT
                                            NM-PR-DESCUENTO-CENT.

       CARGA-PRESTAMOS.
            MOVE ZEROES                  TO WS-TOTAL-PRESTAMOS.
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
                            ELSE
                                SET PRESTAMOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESTAMO-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF PRESTAMOS-LLENO
                DISPLAY '*** PRESTAMO.DAT MAYOR QUE LA TABLA (2000) - '
                        'NO SE ABONA NI DESCUENTA NINGUN PRESTAMO ***'
            END-IF.

       GRABA-PRESTAMOS.
            IF NOT PRESTAMOS-CAMBIADOS
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PRESTAMO-FILE.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                WRITE PRESTAMO-REC
            END-PERFORM.
            CLOSE PRESTAMO-FILE.

      *    Primas del mes del empleado: cada afiliacion en vigor
      *    descuenta la prima del empleado como una linea mas del
      *    recibo (tipo 'B', codigo = plan) y deja la de la empresa
      *    en WS-BEN-EMPRESA-CENT para su departamento.
       DESCUENTA-PRIMAS.
            MOVE ZEROES                  TO WS-BEN-EMPRESA-CENT.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                IF TBA-ID(WS-BA-IDX) = ID-EMPLEADO
                    PERFORM DESCUENTA-PRIMA
                END-IF
            END-PERFORM.

       DESCUENTA-PRIMA.
            ADD TBA-PRIMA-EMPLEADO(WS-BA-IDX) TO WS-DEDUCCIONES-EMP.
            COMPUTE WS-PRIMA-CENT = TBA-PRIMA-EMPLEADO(WS-BA-IDX) * 100.
            ADD WS-PRIMA-CENT            TO WS-TOTAL-BEN-EMPLEADO-CENT.
            COMPUTE WS-PRIMA-CENT = TBA-PRIMA-EMPRESA(WS-BA-IDX) * 100.
            ADD WS-PRIMA-CENT            TO WS-BEN-EMPRESA-CENT.
            ADD 1                        TO WS-TOTAL-PRIMAS.
            IF WS-TOTAL-LINEAS-DED < 20
                ADD 1                    TO WS-TOTAL-LINEAS-DED
                MOVE TBA-PLAN(WS-BA-IDX) TO
                     TLD-CODIGO(WS-TOTAL-LINEAS-DED)
                MOVE 'B'                 TO
                     TLD-TIPO(WS-TOTAL-LINEAS-DED)
                MOVE TBA-PRIMA-EMPLEADO(WS-BA-IDX) TO
                     TLD-VALOR(WS-TOTAL-LINEAS-DED)
                MOVE TBA-PRIMA-EMPLEADO(WS-BA-IDX) TO
                     TLD-IMPORTE(WS-TOTAL-LINEAS-DED)
            END-IF.

      *    Afiliaciones de empleado (secuencia 00) en vigor algun
      *    dia del mes de pago, con las primas de su plan y nivel.
      *    Una afiliacion sin fila en BENPLAN.DAT se avisa y no se
      *    cobra; con la tabla llena no se cobra ninguna.
       CARGA-BENEFICIOS.
            COMPUTE WS-INICIO-DE-MES = WS-PERIODO-HOY * 100 + 1.
            MOVE ZEROES                  TO WS-TOTAL-PLANES
                                            WS-TOTAL-AFILIACIONES.
            OPEN INPUT PLAN-FILE.
            IF WS-PLAN-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PLAN-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PLANES < 100
                                ADD 1     TO WS-TOTAL-PLANES
                                MOVE BENPLAN-REC TO
                                     TPL-REGISTRO(WS-TOTAL-PLANES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PLAN-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            OPEN INPUT AFILIACION-FILE.
            IF WS-AFILIACION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ AFILIACION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF BA-ES-EMPLEADO
                               AND BA-DESDE NOT > WS-FIN-DE-MES
                               AND (BA-ABIERTA
                                    OR BA-HASTA NOT < WS-INICIO-DE-MES)
                                PERFORM ANOTA-AFILIACION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AFILIACION-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF AFILIACIONES-LLENO
                MOVE ZEROES              TO WS-TOTAL-AFILIACIONES
                DISPLAY '*** BENAFIL.DAT MAYOR QUE LA TABLA (3000) - '
                        'NO SE DESCUENTA NINGUNA PRIMA ***'
            END-IF.

       ANOTA-AFILIACION.
            MOVE 'N'                     TO WS-PL-ENCONTRADO-SW.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANES
                       OR PLAN-EN-TABLA
                IF TPL-REGISTRO(WS-PL-IDX)(1:3) = BA-PLAN
                   AND TPL-REGISTRO(WS-PL-IDX)(4:1) = BA-NIVEL
                    SET PLAN-EN-TABLA    TO TRUE
                    MOVE TPL-REGISTRO(WS-PL-IDX) TO BENPLAN-REC
                END-IF
            END-PERFORM.
            IF NOT PLAN-EN-TABLA
                ADD 1                    TO WS-AFILIACIONES-SIN-PLAN
                DISPLAY '  *** AFILIACION SIN PLAN EN BENPLAN.DAT: '
                        BA-ID-EMPLEADO ' ' BA-PLAN ' ' BA-NIVEL
                        ' - PRIMA NO DESCONTADA ***'
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-AFILIACIONES >= 3000
                SET AFILIACIONES-LLENO   TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-AFILIACIONES.
            MOVE BA-ID-EMPLEADO          TO
                 TBA-ID(WS-TOTAL-AFILIACIONES).
            MOVE BA-PLAN                 TO
                 TBA-PLAN(WS-TOTAL-AFILIACIONES).
            MOVE BP-PRIMA-EMPLEADO       TO
                 TBA-PRIMA-EMPLEADO(WS-TOTAL-AFILIACIONES).
            MOVE BP-PRIMA-EMPRESA        TO
                 TBA-PRIMA-EMPRESA(WS-TOTAL-AFILIACIONES).

      *    Una pasada por las reglas: las generales aplican a todos,
      *    las de ambito 'E' solo si el empleado figura asignado al
      *    codigo en DEDUCEMP.DAT.  'P' es porciento del bruto.
       CALCULA-DEDUCCIONES.
            MOVE ZEROES                  TO WS-DEDUCCIONES-EMP
                                            WS-TOTAL-LINEAS-DED
                                            WS-IRP-MES.
            PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-TOTAL-REGLAS
                PERFORM EVALUA-REGLA
            END-PERFORM.

       EVALUA-REGLA.
            MOVE 'N'                     TO WS-APLICA-SW.
            IF TRG-AMBITO(WS-RG-IDX) = 'G'
                SET REGLA-APLICA         TO TRUE
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
            MOVE 'N'                     TO WS-IRP-SW.
      *    Con tramos cargados para el anyo, el IRP deja de ser el
      *    porcentaje plano de DEDUCMAE: tipo efectivo propio.
            EVALUATE TRUE
                WHEN TRG-CODIGO(WS-RG-IDX) = 'IRP'
                     AND WS-TOTAL-TRAMOS > ZEROES
                    SET IRP-PROGRESIVO   TO TRUE
                    PERFORM CALCULA-RETENCION-IRP
                    MOVE WS-IRP-MES      TO WS-DEDUCCION
                WHEN TRG-TIPO(WS-RG-IDX) = 'P'
                    COMPUTE WS-DEDUCCION ROUNDED =
                            WS-BRUTO * TRG-VALOR(WS-RG-IDX) / 100
                        ON SIZE ERROR
                            MOVE ZEROES  TO WS-DEDUCCION
                    END-COMPUTE
                WHEN OTHER
                    MOVE TRG-VALOR(WS-RG-IDX) TO WS-DEDUCCION
            END-EVALUATE.
      *    Lo retenido por IRP, plano o por tramos, va al acumulado
      *    del anyo (TY-RETENIDO): la regularizacion de diciembre y
      *    la del finiquito descuentan lo ya retenido.
            IF TRG-CODIGO(WS-RG-IDX) = 'IRP'
                MOVE WS-DEDUCCION        TO WS-IRP-MES
            END-IF.
            ADD WS-DEDUCCION             TO WS-DEDUCCIONES-EMP.
            ADD WS-DEDUCCION             TO TRG-ACUMULADO(WS-RG-IDX).
      *    Cada regla aplicada es una linea del recibo del empleado.
            ADD 1                        TO WS-TOTAL-LINEAS-DED.
            MOVE TRG-CODIGO(WS-RG-IDX)   TO
                 TLD-CODIGO(WS-TOTAL-LINEAS-DED).
            MOVE TRG-TIPO(WS-RG-IDX)     TO
                 TLD-TIPO(WS-TOTAL-LINEAS-DED).
            MOVE TRG-VALOR(WS-RG-IDX)    TO
                 TLD-VALOR(WS-TOTAL-LINEAS-DED).
            IF IRP-PROGRESIVO
                MOVE 'P'                 TO
                     TLD-TIPO(WS-TOTAL-LINEAS-DED)
                MOVE WS-IRP-TIPO         TO
                     TLD-VALOR(WS-TOTAL-LINEAS-DED)
            END-IF.
            MOVE WS-DEDUCCION            TO
                 TLD-IMPORTE(WS-TOTAL-LINEAS-DED).

       CARGA-REGLAS.
            MOVE ZEROES                  TO WS-TOTAL-REGLAS.
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
                                MOVE ZEROES TO
                                     TRG-ACUMULADO(WS-TOTAL-REGLAS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEDUCMAE-FILE
            END-IF.
            MOVE 'N'                     TO WS-CARGA-EOF-SW.
            IF WS-TOTAL-REGLAS = ZEROES
                DISPLAY 'SIN REGLAS DE DEDUCCION - EL REGISTRO '
                        'SALE A BRUTO = NETO'
            END-IF.

       CARGA-ASIGNACIONES.
            MOVE ZEROES                  TO WS-TOTAL-ASIGNACIONES.
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
            MOVE 'N'                     TO WS-CARGA-EOF-SW.

       RECHAZA-TARJETA.
            ADD 1                        TO WS-TOTAL-RECHAZADAS.
            IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
                PERFORM IMPRIME-CABECERA
            END-IF.
            MOVE SPACES                  TO LINEA-REGISTRO.
            STRING '*** RECHAZADA - EMPLEADO ' HT-ID-EMPLEADO
                   ' INEXISTENTE O DADO DE BAJA ***'
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
            END-STRING.
            WRITE LINEA-REGISTRO.
            ADD 1                        TO WS-LINEAS-EN-PAGINA.

       IMPRIME-CABECERA.
                   DELIMITED BY SIZE INTO LINEA-REGISTRO
            END-STRING.
            WRITE LINEA-REGISTRO.
            IF WS-TOTAL-GASTOS-ABONADOS > ZEROES
               OR WS-GASTOS-NO-ABONADOS > ZEROES
                COMPUTE WS-TOTAL-GASTO = WS-TOTAL-GASTO-CENT / 100
                MOVE WS-TOTAL-GASTO      TO WS-TOTAL-GASTO-EDIT
                MOVE SPACES              TO LINEA-REGISTRO
                STRING 'GASTOS REEMBOLSADOS (EN EL NETO): '
                       WS-TOTAL-GASTOS-ABONADOS
                       '  IMPORTE: ' WS-TOTAL-GASTO-EDIT
                       '  APROBADOS SIN ABONAR POR FALTA DE CAMBIO: '
                       WS-GASTOS-SIN-CAMBIO
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
            END-IF.
            IF WS-TOTAL-PRESTAMOS-ABONADOS > ZEROES
               OR WS-TOTAL-CUOTAS > ZEROES
               OR WS-CUOTAS-NO-DESCONTADAS > ZEROES
                COMPUTE WS-TOTAL-PRESTAMO =
                        WS-TOTAL-ANTICIPO-CENT / 100
                MOVE WS-TOTAL-PRESTAMO   TO WS-TOTAL-PRESTAMO-EDIT
                MOVE SPACES              TO LINEA-REGISTRO
                STRING 'PRESTAMOS ABONADOS (EN EL NETO): '
                       WS-TOTAL-PRESTAMOS-ABONADOS
                       '  IMPORTE: ' WS-TOTAL-PRESTAMO-EDIT
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                COMPUTE WS-TOTAL-PRESTAMO = WS-TOTAL-CUOTA-CENT / 100
                MOVE WS-TOTAL-PRESTAMO   TO WS-TOTAL-PRESTAMO-EDIT
                MOVE SPACES              TO LINEA-REGISTRO
                STRING 'CUOTAS DE PRESTAMO DESCONTADAS: '
                       WS-TOTAL-CUOTAS
                       '  IMPORTE: ' WS-TOTAL-PRESTAMO-EDIT
                       '  SALDADOS: ' WS-TOTAL-CANCELADOS
                       '  NO DESCONTADAS (MORA): '
                       WS-CUOTAS-NO-DESCONTADAS
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
            END-IF.
            IF WS-TOTAL-PRIMAS > ZEROES
               OR WS-AFILIACIONES-SIN-PLAN > ZEROES
                COMPUTE WS-TOTAL-BENEFICIO =
                        WS-TOTAL-BEN-EMPLEADO-CENT / 100
                MOVE WS-TOTAL-BENEFICIO  TO WS-TOTAL-BENEFICIO-EDIT
                MOVE SPACES              TO LINEA-REGISTRO
                STRING 'PRIMAS DE BENEFICIOS: ' WS-TOTAL-PRIMAS
                       '  DESCONTADAS A EMPLEADOS: '
                       WS-TOTAL-BENEFICIO-EDIT
                       '  SIN PLAN EN BENPLAN.DAT: '
                       WS-AFILIACIONES-SIN-PLAN
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
                COMPUTE WS-TOTAL-BENEFICIO =
                        WS-TOTAL-BEN-EMPRESA-CENT / 100
                MOVE WS-TOTAL-BENEFICIO  TO WS-TOTAL-BENEFICIO-EDIT
                MOVE SPACES              TO LINEA-REGISTRO
                STRING 'PRIMAS A CARGO DE LA EMPRESA: '
                       WS-TOTAL-BENEFICIO-EDIT
                       '  CUENTA DE BENEFICIOS ' WS-CUENTA-BENEFICIOS
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
                WRITE LINEA-REGISTRO
            END-IF.
            PERFORM IMPRIME-TOTAL-PAGAS.
            PERFORM IMPRIME-COSTE-DEPARTAMENTOS.
      *    Prueba del lote contable: los centimos gastados en el
      *    lote (sin la contrapartida) deben igualar el bruto total
      *    mas el devengo de pagas extra, la cuota empresarial, los
      *    gastos reembolsados, los prestamos abonados y cuotas
      *    descontadas y las primas de beneficios de la empresa y
      *    de los empleados.
            MOVE SPACES                  TO LINEA-REGISTRO.
            COMPUTE WS-MONTO-LOTE-CENT = WS-TOTAL-BRUTO-CENT
                                       + WS-TOTAL-DEVENGO-CENT
                                       + WS-TOTAL-SS-CENT
                                       + WS-TOTAL-GASTO-CENT
                                       + WS-TOTAL-ANTICIPO-CENT
                                       + WS-TOTAL-CUOTA-CENT
                                       + WS-TOTAL-BEN-EMPRESA-CENT
                                       + WS-TOTAL-BEN-EMPLEADO-CENT.
            IF WS-LOTE-CENT = WS-MONTO-LOTE-CENT * 2
                STRING 'LOTE CONTABLE: CUADRA CON EL BRUTO ('
                       WS-MONTO-LOTE-CENT ' CENTIMOS)'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
            ELSE
                STRING '*** LOTE CONTABLE NO CUADRA: '
                       WS-LOTE-CENT ' VS '
                       WS-MONTO-LOTE-CENT ' X2 ***'
                       DELIMITED BY SIZE INTO LINEA-REGISTRO
                END-STRING
            END-IF.
