      *****************************************************************
      * DEPNOM - payroll gross per department (EXM29DEP.DAT, written  *
      * by the EXM29 register every run).  The same figure the        *
      * register books as salary expense per department, kept so the  *
      * month-end cost-center allocation (EXM118) can use payroll     *
      * cost as its spreading basis.                                  *
      * The figure includes the month's extra-payment accrual and the *
      * employer's social-security contribution, and leaves out the   *
      * extra payment paid out of the accrual in June and December.   *
      *****************************************************************
       01 DEPNOM-REC.
          02 DN-FECHA                PIC 9(08).
          02 DN-DEPARTAMENTO         PIC 9(03).
          02 DN-BRUTO-CENT           PIC 9(11).
