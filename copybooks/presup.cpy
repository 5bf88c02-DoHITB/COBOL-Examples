      * wide as the extract's GLD columns, not the moneda.cpy money   *
      * standard: budgets compare against the integer SUM3 ledger     *
      * column.                                                       *
      * PB-CONTROL 'S' marks a row finance holds to a hard stop:      *
      * EXM21 diverts a posting that would take the code's actuals    *
      * past the budget to the suspense (PRESUPUESTO EXCEDIDO) until  *
      * the overrun is authorized (EXM121).  Rows written before the  *
      * flag existed read a space and are not controlled.             *
      *****************************************************************
       01 PRESUP-REC.
          02 PB-CUENTA-GL            PIC X(10).
          02 PB-PERIODO              PIC 9(06).
          02 PB-MONTO                PIC S9(13)
                                      SIGN LEADING SEPARATE.
          02 PB-CONTROL              PIC X(01).
             88 PB-CONTROLADA                   VALUE 'S'.
