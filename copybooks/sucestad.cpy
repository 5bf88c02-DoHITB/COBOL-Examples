      *****************************************************************
      * SUCESTAD - per-branch nightly statistics (SUCESTAD.DAT), the  *
      * branch-level companion of ESTADIST.  Each of the programs     *
      * that already counts something per TL-SUCURSAL appends one     *
      * row per branch per run, dated with the processing date, so    *
      * the figures outlive the night's console and reports:          *
      *   EXM57  feed arrival: situation of the expected feed, late   *
      *          (HDR dated before the processing date), sequence gap *
      *          (EXMSREG 'G') and records collected;                 *
      *   EXM69  backdating buckets of the night's TRANLEDG;          *
      *   EXM77  acknowledged volumes: received, posted, rejected.    *
      * EXM124 builds the monthly branch scorecard from these rows.   *
      *****************************************************************
       01 SUCESTAD-REC.
          02 SE-FECHA                PIC 9(08).
          02 SE-SUCURSAL             PIC X(03).
          02 SE-PROGRAMA             PIC X(08).
          02 SE-DATOS                PIC X(40).
      *    Fila de EXM57: llegada del feed esperado.
          02 SE-FEED REDEFINES SE-DATOS.
             03 SE-SITUACION         PIC X(02).
                88 SE-FEED-OK                   VALUE 'OK'.
                88 SE-FEED-AUSENTE              VALUE 'AU'.
                88 SE-FEED-TRUNCADO             VALUE 'TR'.
                88 SE-FEED-DESCUADRADO          VALUE 'DS'.
                88 SE-FEED-RETRANSMITIDO        VALUE 'DU'.
             03 SE-TARDIO            PIC X(01).
                88 SE-FEED-TARDIO               VALUE 'S'.
             03 SE-SALTO             PIC X(01).
                88 SE-SALTO-SECUENCIA           VALUE 'S'.
             03 SE-REGISTROS         PIC 9(08).
             03 SE-SECUENCIA         PIC 9(06).
             03 FILLER               PIC X(22).
      *    Fila de EXM69: posteos de la noche por retraso en dias.
          02 SE-RETRASO REDEFINES SE-DATOS.
             03 SE-MISMO-DIA         PIC 9(07).
             03 SE-HASTA-3           PIC 9(07).
             03 SE-HASTA-7           PIC 9(07).
             03 SE-MAS-DE-7          PIC 9(07).
             03 SE-FUTUROS           PIC 9(07).
             03 FILLER               PIC X(05).
      *    Fila de EXM77: volumen acusado a la sucursal.
          02 SE-ACUSE REDEFINES SE-DATOS.
             03 SE-RECIBIDAS         PIC 9(08).
             03 SE-POSTEADAS         PIC 9(08).
             03 SE-RECHAZADAS        PIC 9(08).
             03 FILLER               PIC X(16).
