      *****************************************************************
      * NOMMOV - payroll run journal (NOMMOV.DAT, line sequential,    *
      * appended by EXM29).  Everything a run changes outside its own *
      * output files, tagged with the NOMEJEC.DAT run number, so      *
      * EXM133 can take the run back exactly:                         *
      *   'E' one per employee paid: gross, net and IRP rolled into   *
      *       NOMYTD.DAT (zero when the row did not fit), absence     *
      *       hours rolled into VACSALDO.DAT, and whether the net     *
      *       went to the transfer ('T', with the IBAN) or to the     *
      *       hold list ('R');                                        *
      *   'H' one per NOMHIST.DAT row touched, before it changed:     *
      *       'N' the row is new, 'M' it was re-priced for arrears    *
      *       or replaced, with its previous hours, salary, gross and *
      *       payment date;                                           *
      *   'X' one per PAGAEXT.DAT row touched, before it changed      *
      *       ('N' new, 'M' accrued or paid), with its previous       *
      *       month, accrued amount, state and payment;               *
      *   'G' one per expense claim reimbursed (GASTOS.DAT): claim    *
      *       number and euro cents added to the transfer, outside    *
      *       the net rolled into NOMYTD;                             *
      *   'P' one per PRESTAMO.DAT loan touched, before it changed:   *
      *       state, balance, repaid principal and interest,          *
      *       instalments taken and last period, with the cents paid  *
      *       out in the transfer and the cents deducted this run;    *
      *   'L' one per EXM29LDG.DAT posting: account, code and cents.  *
      * Rows are written in the order the run made the changes; the   *
      * void applies them from last to first.                         *
      *****************************************************************
       01 NOMMOV-REC.
          02 NM-EJECUCION            PIC 9(06).
          02 NM-TIPO                 PIC X(01).
             88 NM-EMPLEADO                     VALUE 'E'.
             88 NM-HISTORIA                     VALUE 'H'.
             88 NM-PAGA                         VALUE 'X'.
             88 NM-GASTO                        VALUE 'G'.
             88 NM-PRESTAMO                     VALUE 'P'.
             88 NM-POSTEO                       VALUE 'L'.
          02 NM-ID-EMPLEADO          PIC 9(07).
          02 NM-DATOS                PIC X(90).
          02 NM-DATOS-EMPLEADO REDEFINES NM-DATOS.
             03 NM-BRUTO             PIC 9(07)V99.
             03 NM-NETO              PIC 9(07)V99.
             03 NM-IRP               PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
             03 NM-AUSENCIA          PIC 9(03).
             03 NM-ABONO             PIC X(01).
                88 NM-TRANSFERIDO               VALUE 'T'.
                88 NM-RETENIDO                  VALUE 'R'.
             03 NM-NOMBRE            PIC X(10).
             03 NM-APELLIDO          PIC X(10).
             03 NM-IBAN              PIC X(34).
             03 FILLER               PIC X(04).
          02 NM-DATOS-HISTORIA REDEFINES NM-DATOS.
             03 NM-HI-PERIODO        PIC 9(06).
             03 NM-HI-ACCION         PIC X(01).
             03 NM-HI-HORAS          PIC 9(03).
             03 NM-HI-SALARIO        PIC 9(07)V99.
             03 NM-HI-BRUTO          PIC 9(07)V99.
             03 NM-HI-FECHA-PAGO     PIC 9(08).
             03 FILLER               PIC X(54).
          02 NM-DATOS-PAGA REDEFINES NM-DATOS.
             03 NM-PX-ANYO           PIC 9(04).
             03 NM-PX-SEMESTRE       PIC 9(01).
             03 NM-PX-ACCION         PIC X(01).
             03 NM-PX-MES-HASTA      PIC 9(02).
             03 NM-PX-DEVENGADO      PIC 9(07)V99.
             03 NM-PX-ESTADO         PIC X(01).
             03 NM-PX-FECHA-PAGO     PIC 9(08).
             03 NM-PX-IMPORTE-PAGADO PIC 9(07)V99.
             03 FILLER               PIC X(55).
          02 NM-DATOS-POSTEO REDEFINES NM-DATOS.
             03 NM-LD-CUENTA         PIC 9(06).
             03 NM-LD-CODIGO         PIC 9(02).
             03 NM-LD-CENT           PIC 9(11).
             03 FILLER               PIC X(71).
          02 NM-DATOS-GASTO REDEFINES NM-DATOS.
             03 NM-GA-NUMERO         PIC 9(07).
             03 NM-GA-CENT           PIC 9(09).
             03 FILLER               PIC X(74).
          02 NM-DATOS-PRESTAMO REDEFINES NM-DATOS.
             03 NM-PR-NUMERO         PIC 9(07).
             03 NM-PR-ESTADO         PIC X(01).
             03 NM-PR-CANCELAR       PIC X(01).
             03 NM-PR-SALDO          PIC 9(07)V99.
             03 NM-PR-AMORTIZADO     PIC 9(07)V99.
             03 NM-PR-INTERESES      PIC 9(07)V99.
             03 NM-PR-CUOTAS-PAGADAS PIC 9(03).
             03 NM-PR-ULTIMO-PERIODO PIC 9(06).
             03 NM-PR-FECHA-ABONO    PIC 9(08).
             03 NM-PR-FECHA-CANCELA  PIC 9(08).
             03 NM-PR-EJECUCION      PIC 9(06).
             03 NM-PR-ABONO-CENT     PIC 9(09).
             03 NM-PR-DESCUENTO-CENT PIC 9(09).
             03 FILLER               PIC X(05).
