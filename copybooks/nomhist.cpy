      *****************************************************************
      * NOMHIST - monthly pay history (NOMHIST.DAT, written by EXM29, *
      * load-all/rewrite-all like NOMYTD).  One row per employee and  *
      * month paid: the payable hours of the month, the effective     *
      * salary the month was paid at and the ordinary gross it        *
      * produced.  When a salary change keyed later in SALHIST.DAT    *
      * turns out to be effective in a month already paid, EXM29      *
      * recomputes that month from these hours at the new salary,     *
      * pays the difference as arrears and brings NH-SALARIO and      *
      * NH-BRUTO up to date, so the same difference is never paid     *
      * twice.  EXM29 keeps the last 24 months.                       *
      *****************************************************************
       01 NOMHIST-REC.
          02 NH-ID-EMPLEADO          PIC 9(07).
          02 NH-PERIODO              PIC 9(06).
          02 NH-HORAS                PIC 9(03).
          02 NH-SALARIO              PIC 9(07)V99.
          02 NH-BRUTO                PIC 9(07)V99.
          02 NH-FECHA-PAGO           PIC 9(08).
