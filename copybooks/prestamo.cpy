      *****************************************************************
      * PRESTAMO - employee loans and salary advances (PRESTAMO.DAT,  *
      * line sequential, load-all/rewrite-all like GASTOS.DAT).  One  *
      * row per loan ('P') or advance ('A'), keyed and approved with  *
      * the EXM135 card deck: principal, annual interest rate, and    *
      * the repayment plan in force -- first period, number of        *
      * instalments and the fixed monthly instalment (French system,  *
      * principal over the instalments when the rate is zero).  A     *
      * reschedule replaces the plan on the outstanding balance and   *
      * restarts PR-CUOTAS-PAGADAS.  A loan paid out through payroll  *
      * waits 'P' until the next EXM29 run adds the principal to the  *
      * transfer and leaves it 'V'; a loan taken over already paid    *
      * out starts 'V' with its outstanding balance.  From its first  *
      * period EXM29 takes one instalment a month while the net pay   *
      * covers it -- the month's interest on the balance and the rest *
      * as principal, the last instalment whatever is left -- and     *
      * leaves the loan 'C' when the balance reaches zero.  An early  *
      * payoff either asks the next payroll for the whole balance     *
      * (PR-CANCELAR-SW 'S') or records money paid in directly.       *
      * PR-EJECUCION is the last EXM29 run that changed the row; an   *
      * EXM135 card clears it.  Rows are never deleted.               *
      *****************************************************************
       01 PRESTAMO-REC.
          02 PR-NUMERO               PIC 9(07).
          02 PR-ID-EMPLEADO          PIC 9(07).
          02 PR-TIPO                 PIC X(01).
             88 PR-ANTICIPO                     VALUE 'A'.
             88 PR-PRESTAMO                     VALUE 'P'.
             88 PR-TIPO-VALIDO                  VALUE 'A' 'P'.
          02 PR-PRINCIPAL            PIC 9(07)V99.
      *    Tipo nominal anual en porcentaje (cero en los anticipos).
          02 PR-TASA                 PIC 9(02)V9(04).
          02 PR-FECHA-ALTA           PIC 9(08).
          02 PR-USUARIO              PIC X(08).
          02 PR-APRUEBA              PIC X(08).
      *    Plan en vigor: el del alta o el de la ultima
      *    reprogramacion.
          02 PR-PERIODO-INICIO       PIC 9(06).
          02 PR-CUOTAS               PIC 9(03).
          02 PR-CUOTA                PIC 9(07)V99.
          02 PR-CUOTAS-PAGADAS       PIC 9(03).
          02 PR-REPROGRAMACIONES     PIC 9(02).
          02 PR-ESTADO               PIC X(01).
             88 PR-PENDIENTE-ABONO              VALUE 'P'.
             88 PR-VIVO                         VALUE 'V'.
             88 PR-CANCELADO                    VALUE 'C'.
          02 PR-CANCELAR-SW          PIC X(01).
             88 PR-CANCELAR-EN-NOMINA           VALUE 'S'.
          02 PR-SALDO                PIC 9(07)V99.
      *    Principal devuelto (nomina y pagos directos) e intereses
      *    cobrados desde el alta.
          02 PR-AMORTIZADO           PIC 9(07)V99.
          02 PR-INTERESES            PIC 9(07)V99.
          02 PR-ULTIMO-PERIODO       PIC 9(06).
          02 PR-FECHA-ABONO          PIC 9(08).
          02 PR-FECHA-CANCELACION    PIC 9(08).
          02 PR-EJECUCION            PIC 9(06).
          02 FILLER                  PIC X(10).
