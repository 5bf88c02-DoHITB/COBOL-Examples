      *****************************************************************
      * PAGAEXT - extra payments accrued (PAGAEXT.DAT, line           *
      * sequential, load-all/rewrite-all like NOMYTD).  Two extra     *
      * payments a year, each worth one month of salary: the June     *
      * payment accrues January to June (PX-SEMESTRE 1), the          *
      * December payment July to December (PX-SEMESTRE 2).  EXM29     *
      * adds a sixth of the month's effective salary each month it    *
      * pays the employee, prorated in the month of hire from the     *
      * P-F-ALTA day, and keeps PX-MES-HASTA as the last month        *
      * accrued so a month missed is caught up on the next run.  In   *
      * June and December EXM29 pays PX-DEVENGADO with the month's    *
      * gross and leaves the row 'P'.  A leaver's open row is paid    *
      * by EXM132 in the final settlement, with the days of the last  *
      * month, and left 'F'.  Rows of the current and previous year   *
      * are kept.                                                     *
      *****************************************************************
       01 PAGAEXT-REC.
          02 PX-ID-EMPLEADO          PIC 9(07).
          02 PX-ANYO                 PIC 9(04).
          02 PX-SEMESTRE             PIC 9(01).
          02 PX-MES-HASTA            PIC 9(02).
          02 PX-DEVENGADO            PIC 9(07)V99.
          02 PX-ESTADO               PIC X(01).
             88 PX-DEVENGANDO                   VALUE 'D'.
             88 PX-PAGADA                       VALUE 'P'.
             88 PX-FINIQUITADA                  VALUE 'F'.
          02 PX-FECHA-PAGO           PIC 9(08).
          02 PX-IMPORTE-PAGADO       PIC 9(07)V99.
