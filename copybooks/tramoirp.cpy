      *****************************************************************
      * TRAMOIRP - income-tax withholding brackets (TRAMOIRP.DAT),    *
      * one row per year and bracket, kept in ascending IR-HASTA      *
      * order within the year.  IR-HASTA is the upper limit of the    *
      * bracket in annual taxable income and IR-TIPO the marginal     *
      * rate in percent applied to the slice between the previous     *
      * row's limit (zero for the first) and this one; the last row   *
      * of a year closes with 9999999.99.  EXM29 taxes each           *
      * employee's projected annual earnings through the brackets of  *
      * the payroll year and withholds the resulting effective rate   *
      * in place of the flat IRP rule of DEDUCMAE.DAT, settling the   *
      * difference in December.  A year with no rows keeps the flat   *
      * rule.                                                         *
      *****************************************************************
       01 TRAMOIRP-REC.
          02 IR-ANYO                 PIC 9(04).
          02 IR-HASTA                PIC 9(07)V99.
          02 IR-TIPO                 PIC 9(02)V99.
