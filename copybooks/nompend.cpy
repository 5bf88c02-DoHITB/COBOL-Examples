      *****************************************************************
      * NOMPEND - unpaid salary items (NOMPEND.DAT, line sequential,  *
      * load-all/rewrite-all like NOMYTD).  One row per net payment   *
      * that did not reach the employee:                              *
      *   'D' returned by the bank -- EXM130 matches the bank's       *
      *       return to its EXM29PAG/EXM131PAG payment, reverses it   *
      *       in the ledger and parks the amount on the unpaid-salary *
      *       liability account;                                      *
      *   'T' held by EXM29 for want of a valid account (EXM29RET) -- *
      *       never left the shop, so it still sits on the payroll    *
      *       payable account.                                        *
      * EXM131 reissues pending ('P') rows to the corrected account   *
      * in an off-cycle transfer file and leaves them 'R' with the    *
      * date and the keying user.  The key is employee + original     *
      * payment date + amount; a return seen twice is never parked    *
      * twice.                                                        *
      *****************************************************************
       01 NOMPEND-REC.
          02 NP-ID-EMPLEADO          PIC 9(07).
          02 NP-FECHA-PAGO           PIC 9(08).
          02 NP-NETO-CENT            PIC 9(09).
          02 NP-ORIGEN               PIC X(01).
             88 NP-DEVUELTO                     VALUE 'D'.
             88 NP-RETENIDO                     VALUE 'T'.
          02 NP-FICHERO              PIC X(08).
          02 NP-NOMBRE               PIC X(10).
          02 NP-APELLIDO             PIC X(10).
          02 NP-IBAN-ORIGEN          PIC X(34).
          02 NP-MOTIVO               PIC X(30).
          02 NP-FECHA-ALTA           PIC 9(08).
          02 NP-ESTADO               PIC X(01).
             88 NP-PENDIENTE                    VALUE 'P'.
             88 NP-REEMITIDO                    VALUE 'R'.
          02 NP-FECHA-REEMISION      PIC 9(08).
          02 NP-USUARIO              PIC X(08).
