      *****************************************************************
      * REPARTO - cost-center allocation rule (REPARTO.DAT, indexed   *
      * on shared account + department, maintained by the EXM117      *
      * card deck).  Rent, IT and utilities post to shared ledger     *
      * accounts; each rule row says how the month's charges on one   *
      * shared account (RR-CUENTA-ORIGEN) are spread by EXM118:       *
      *   'H' active headcount per P-DEPARTAMENTO on PERSONA.DAT      *
      *   'N' payroll gross per department (EXM29DEP.DAT)             *
      *   'F' fixed percentage, one row per department, totalling     *
      *       100.00                                                  *
      * For 'H' and 'N' the department 000 row means every active     *
      * department in DEPTOS.DAT; rows naming departments limit the   *
      * spread to those.  All rows of one account share one basis.    *
      * Each department books through its DEPCTA.DAT expense account. *
      *****************************************************************
       01 REPARTO-REC.
          02 RR-CLAVE.
             03 RR-CUENTA-ORIGEN     PIC 9(06).
             03 RR-DEPARTAMENTO      PIC 9(03).
          02 RR-BASE                 PIC X(01).
             88 RR-BASE-PLANTILLA               VALUE 'H'.
             88 RR-BASE-NOMINA                  VALUE 'N'.
             88 RR-BASE-FIJA                    VALUE 'F'.
             88 RR-BASE-VALIDA                  VALUE 'H' 'N' 'F'.
          02 RR-PORCENTAJE           PIC 9(03)V99.
          02 RR-FECHA-ALTA           PIC 9(08).
          02 RR-USUARIO              PIC X(08).
          02 FILLER                  PIC X(10).
