      *****************************************************************
      * SALDODIV - per-account, per-currency holdings (SALDODIV.DAT,  *
      * indexed by SV-CLAVE).  EXM21 converts every foreign-currency  *
      * posting to base currency before it reaches SALDOS.DAT, and    *
      * the original currency used to be lost there.  Each non-base   *
      * posting now also rolls into its account/currency row here:    *
      * DIVISA is the holding in units of SV-MONEDA, BASE its value   *
      * in base currency at the rates it was booked at.  The month-   *
      * end revaluation (EXM107) prices DIVISA at the closing rate    *
      * and posts the difference against BASE as unrealized gain or   *
      * loss; that posting is in base currency and reverses on the    *
      * next business day, so it never touches this file.             *
      *****************************************************************
       01 SALDODIV-REG.
          02 SV-CLAVE.
             03 SV-CUENTA            PIC 9(06).
             03 SV-MONEDA            PIC X(03).
          02 SV-DIVISA-SUM3          PIC S9(13).
          02 SV-DIVISA-SUM4          PIC S9(13).
          02 SV-BASE-SUM3            PIC S9(13).
          02 SV-BASE-SUM4            PIC S9(13).
          02 SV-FECHA-ULTIMO         PIC 9(08).
