      * original posting's TL-CUENTA/TL-FECHA in its own key fields   *
      * and its OP-A amounts are subtracted from the running totals.  *
      * Space or 'P' is a normal posting.                             *
      * 'A' is a month-end accrual: it posts like a normal posting,   *
      * and the posting batch parks its mirror-image reversal, with   *
      * the same TL-REFERENCIA, for the first business day of the     *
      * next period (POSTPEND.DAT, released by EXM108).               *
      *****************************************************************
       01 TRANLEDG-REC.
          02 TL-CUENTA               PIC 9(06).
             03 SUM4                 PIC 9(09).
          02 TL-TIPO                 PIC X(01).
             88 TL-REVERSO                      VALUE 'R'.
             88 TL-DEVENGO                      VALUE 'A'.
      *    Divisa del movimiento.  EUR (o espacios, feeds antiguos)
      *    es la moneda base; lo demas se convierte con CAMBIOS.DAT
      *    antes de postear.
      *    posteo -- un feed de sucursal ausente dejaba de notarse
      *    hasta que los totales salian flojos.
          02 TL-SUCURSAL             PIC X(03).
      *    Pseudo-sucursales de los lotes que genera el propio
      *    sistema (intereses, revalorizacion, reparto, amortizacion,
      *    nomina, devoluciones, asientos manuales aprobados, reversos
      *    retenidos y cierre).  Sus lotes van cuadrados: el posteo no
      *    les aplica los controles de cuenta inactiva, limite ni
      *    presupuesto, que dejarian una pata en el suspenso y la otra
      *    posteada.
             88 TL-ORIGEN-INTERNO               VALUE 'INT', 'FXR',
                                                      'REP', 'AMO',
                                                      'NOM', 'DEV',
                                                      'MAN', 'PND',
                                                      'CIE'.
      *    Numero de referencia unico del movimiento, estampado por
      *    EXM57 al recolectar (contador REFPOSTE de EXMSEQ) y
      *    arrastrado por el SORT, el posteo, el rechazo, el item de
