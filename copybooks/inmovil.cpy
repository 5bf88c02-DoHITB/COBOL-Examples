      *****************************************************************
      * INMOVIL - fixed-asset master record (INMOVIL.DAT, indexed on  *
      * IV-ACTIVO, maintained by the EXM125 card deck).  Equipment    *
      * used to post to an asset account and sit there at cost, with  *
      * the depreciation worked out offline once a year.  One row per *
      * asset: what it is, which department uses it, when it was      *
      * bought and for how much, its useful life in months, the       *
      * method ('L' straight line, 'D' double declining balance with  *
      * the switch to straight line) and the residual value it is     *
      * depreciated down to.  IV-CUENTA-ACTIVO carries the cost,      *
      * IV-CUENTA-AMORT the accumulated depreciation; the monthly     *
      * expense books to IV-CUENTA-GASTO or, when zero, to the        *
      * department's DEPCTA.DAT expense account.                      *
      * EXM126 keeps IV-AMORT-ACUM, IV-MESES-AMORT and                *
      * IV-ULTIMO-PERIODO (last month depreciated) at month-end.  A   *
      * disposal card leaves the asset 'P' with its date and          *
      * proceeds; EXM126 books it in that month and leaves it 'B'     *
      * with the gain (+) or loss (-) in IV-RESULTADO-BAJA.  Rows are *
      * never deleted: the posted history still cites the asset.      *
      *****************************************************************
       01 INMOVIL-REC.
          02 IV-ACTIVO               PIC X(08).
          02 IV-DESCRIPCION          PIC X(30).
          02 IV-DEPARTAMENTO         PIC 9(03).
          02 IV-FECHA-ADQUISICION    PIC 9(08).
          02 IV-COSTE                PIC 9(09).
          02 IV-VIDA-MESES           PIC 9(03).
          02 IV-METODO               PIC X(01).
             88 IV-LINEAL                       VALUE 'L'.
             88 IV-DECRECIENTE                  VALUE 'D'.
             88 IV-METODO-VALIDO                VALUE 'L' 'D'.
          02 IV-RESIDUAL             PIC 9(09).
          02 IV-CUENTA-ACTIVO        PIC 9(06).
          02 IV-CUENTA-AMORT         PIC 9(06).
          02 IV-CUENTA-GASTO         PIC 9(06).
          02 IV-AMORT-ACUM           PIC 9(09).
          02 IV-MESES-AMORT          PIC 9(03).
          02 IV-ULTIMO-PERIODO       PIC 9(06).
          02 IV-ESTADO               PIC X(01).
             88 IV-EN-USO                       VALUE 'A'.
             88 IV-BAJA-PENDIENTE               VALUE 'P'.
             88 IV-DADO-DE-BAJA                 VALUE 'B'.
          02 IV-FECHA-BAJA           PIC 9(08).
          02 IV-IMPORTE-BAJA         PIC 9(09).
          02 IV-RESULTADO-BAJA       PIC S9(09).
          02 IV-FECHA-ALTA           PIC 9(08).
          02 IV-USUARIO              PIC X(08).
          02 FILLER                  PIC X(10).
