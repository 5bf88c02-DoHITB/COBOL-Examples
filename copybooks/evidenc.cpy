      *****************************************************************
      * EVIDENC - audit sample evidence record (EXM119EVD.DAT, one    *
      * file per sampling run, HDR/TRL framed).  One 'M' record per   *
      * sampled posting carries its stratum, why it was drawn ('G'    *
      * over the UMBRALES.DAT large-amount limit, always taken; 'A'   *
      * random draw), the posting reference, the CTAGLMAP GL code     *
      * and the original TRANHIST image.  It is followed by the       *
      * item's history: 'S' a SUSPENSO entry for the same posting,    *
      * 'C' an EXM72LOG write-off of that entry, 'R' a reversal       *
      * image.  The 'P' record right after the HDR holds the run      *
      * parameters, seed included, so the draw can be repeated.       *
      *****************************************************************
       01 EVIDENCIA-REC.
          02 EV-TIPO                 PIC X(01).
             88 EV-PARAMETROS                   VALUE 'P'.
             88 EV-MUESTRA                      VALUE 'M'.
             88 EV-SUSPENSO                     VALUE 'S'.
             88 EV-CASTIGO                      VALUE 'C'.
             88 EV-REVERSO                      VALUE 'R'.
          02 EV-ITEM                 PIC 9(06).
          02 EV-SUCURSAL             PIC X(03).
          02 EV-CODIGO               PIC 9(02).
          02 EV-SELECCION            PIC X(01).
             88 EV-POR-IMPORTE                  VALUE 'G'.
             88 EV-ALEATORIO                    VALUE 'A'.
          02 EV-REFERENCIA           PIC 9(09).
          02 EV-CUENTA-GL            PIC X(10).
          02 EV-FECHA                PIC 9(08).
          02 EV-IMAGEN               PIC X(55).
          02 EV-DETALLE              PIC X(60).
