      *****************************************************************
      * GASTO - employee expense claim (GASTOS.DAT, line sequential,  *
      * load-all/rewrite-all like NOMYTD).  EXM134 keys the claim     *
      * with the next GA-NUMERO, the employee's department of the     *
      * moment, the date and category of the expense and the amount   *
      * in the currency spent, and leaves it 'P'.  An approver of     *
      * level 'A' who is neither the claimant nor the keying user     *
      * takes it to 'A' or 'R'.  EXM29 reimburses the approved claims *
      * of every employee it pays, outside the gross and free of IRP, *
      * converted at the CAMBIOS.DAT rate in force on the expense     *
      * date, and leaves the claim 'B' with the rate, the euro cents  *
      * and the run that paid it.  A void in EXM133 puts the claim    *
      * back to 'A'.  Rows are never deleted.                         *
      *****************************************************************
       01 GASTO-REC.
          02 GA-NUMERO               PIC 9(07).
          02 GA-ID-EMPLEADO          PIC 9(07).
          02 GA-DEPARTAMENTO         PIC 9(03).
          02 GA-FECHA                PIC 9(08).
          02 GA-CATEGORIA            PIC X(02).
             88 GA-VIAJE                        VALUE 'VI'.
             88 GA-ALOJAMIENTO                  VALUE 'AL'.
             88 GA-DIETAS                       VALUE 'DI'.
             88 GA-KILOMETRAJE                  VALUE 'KM'.
             88 GA-OTROS                        VALUE 'OT'.
             88 GA-CATEGORIA-VALIDA             VALUE 'VI' 'AL' 'DI'
                                                      'KM' 'OT'.
      *    Importe en la moneda del gasto (EUR o una de CAMBIOS).
          02 GA-IMPORTE              PIC 9(07)V99.
          02 GA-MONEDA               PIC X(03).
          02 GA-DESCRIPCION          PIC X(30).
          02 GA-ESTADO               PIC X(01).
             88 GA-PENDIENTE                    VALUE 'P'.
             88 GA-APROBADO                     VALUE 'A'.
             88 GA-RECHAZADO                    VALUE 'R'.
             88 GA-ABONADO                      VALUE 'B'.
          02 GA-FECHA-ALTA           PIC 9(08).
          02 GA-USUARIO              PIC X(08).
          02 GA-APRUEBA              PIC X(08).
          02 GA-FECHA-APROBACION     PIC 9(08).
      *    Abono en nomina: cambio aplicado, centimos de euro,
      *    fecha y numero de ejecucion de EXM29.
          02 GA-TASA                 PIC 9(03)V9(06).
          02 GA-IMPORTE-EUR-CENT     PIC 9(09).
          02 GA-FECHA-PAGO           PIC 9(08).
          02 GA-EJECUCION            PIC 9(06).
          02 FILLER                  PIC X(10).
