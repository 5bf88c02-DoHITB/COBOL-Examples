      *****************************************************************
      * TASAINT - interest-rate table (TASAINT.DAT), one row per      *
      * account range, balance side and effective date.  TI-BASE 'A'  *
      * (acreedor) rates apply to positive balances -- interest the   *
      * shop pays -- and 'D' (deudor) rates to negative balances --   *
      * interest the shop charges.  TI-TASA is the nominal ANNUAL     *
      * rate in percent.  The accrual run (EXM105) uses, per account  *
      * and side, the newest row whose effective date is on or before *
      * the last day of the month being accrued; the posting codes    *
      * and the offsetting income/expense account travel on the row   *
      * so each product books to its own accounts.                    *
      *****************************************************************
       01 TASAINT-REC.
          02 TI-DESDE                PIC 9(06).
          02 TI-HASTA                PIC 9(06).
          02 TI-BASE                 PIC X(01).
             88 TI-ACREEDORA                    VALUE 'A'.
             88 TI-DEUDORA                      VALUE 'D'.
          02 TI-FECHA                PIC 9(08).
          02 TI-TASA                 PIC 9(02)V9(04).
          02 TI-CODIGO               PIC 9(02).
          02 TI-CUENTA-CONTRA        PIC 9(06).
          02 TI-CODIGO-CONTRA        PIC 9(02).
