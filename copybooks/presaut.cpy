      *****************************************************************
      * PRESAUT - approved budget overrun (PRESAUT.DAT, appended by   *
      * the EXM121 card deck).  One row per suspense item held with   *
      * motivo PRESUPUESTO EXCEDIDO that finance has agreed to let    *
      * through: who asked, who approved and when, plus the posting   *
      * reference and amount off the stored image.  EXM71 releases    *
      * the item by SG-NUMERO; EXM21 lets the resubmitted posting     *
      * past the budget check by SG-REFERENCIA.  The file is the      *
      * approval log as well -- rows are never rewritten.             *
      *****************************************************************
       01 PRESAUT-REC.
          02 SG-NUMERO               PIC 9(09).
          02 SG-REFERENCIA           PIC 9(09).
          02 SG-CUENTA               PIC 9(06).
          02 SG-SUM3                 PIC 9(09).
          02 SG-MONEDA               PIC X(03).
          02 SG-FECHA                PIC 9(08).
          02 SG-HORA                 PIC 9(08).
          02 SG-SOLICITA             PIC X(08).
          02 SG-APRUEBA              PIC X(08).
