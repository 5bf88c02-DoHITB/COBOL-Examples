      *****************************************************************
      * CTABANCO - employee bank-account master (CTABANCO.DAT,        *
      * indexed by CB-ID-EMPLEADO).  The account payroll is credited  *
      * to: IBAN (kept compact, mod-97 checked by EXMIBAN on entry),  *
      * BIC and the date the account takes effect.  Maintained by the *
      * EXM129 card deck with before/after audit images in            *
      * BANCAUD.DAT.  A change keeps the account it replaces in       *
      * CB-IBAN-ANT/CB-BIC-ANT: until CB-FECHA-EFECTO arrives EXM29   *
      * still pays to the old one, so a change keyed ahead of payday  *
      * never leaves the employee unpaid.                             *
      *****************************************************************
       01 CUENTA-BANCO-REG.
          02 CB-ID-EMPLEADO          PIC 9(07).
          02 CB-IBAN                 PIC X(34).
          02 CB-BIC                  PIC X(11).
          02 CB-FECHA-EFECTO         PIC 9(08).
          02 CB-IBAN-ANT             PIC X(34).
          02 CB-BIC-ANT              PIC X(11).
          02 CB-FECHA-CAMBIO         PIC 9(08).
          02 CB-USUARIO              PIC X(08).
