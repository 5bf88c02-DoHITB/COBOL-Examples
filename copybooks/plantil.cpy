      *****************************************************************
      * PLANTIL - headcount planning row (PLANTIL.DAT, line           *
      * sequential, load-all/rewrite-all, kept by the cards of the    *
      * EXM142 cost projection).  Numbered in PL-NUMERO.  An 'I' row  *
      * is a planned hire: PL-CANTIDAD people for department          *
      * PL-DEPARTAMENTO from PL-FECHA, each at the monthly salary     *
      * PL-SALARIO and in social-security group PL-GRUPO (COTIZSS).   *
      * An 'S' row is a planned leaver: employee PL-ID-EMPLEADO of    *
      * PL-DEPARTAMENTO, last counted in the month of PL-FECHA.  The  *
      * keying user and date are kept; a row whose month has passed   *
      * is purged, since by then the hire or leave is on PERSONA.DAT. *
      *****************************************************************
       01 PLANTIL-REC.
          02 PL-NUMERO               PIC 9(05).
          02 PL-TIPO                 PIC X(01).
             88 PL-INCORPORACION                VALUE 'I'.
             88 PL-SALIDA                       VALUE 'S'.
          02 PL-FECHA                PIC 9(08).
          02 FILLER REDEFINES PL-FECHA.
             03 PL-PERIODO           PIC 9(06).
             03 FILLER               PIC 9(02).
          02 PL-DEPARTAMENTO         PIC 9(03).
          02 PL-ID-EMPLEADO          PIC 9(07).
          02 PL-CANTIDAD             PIC 9(03).
          02 PL-SALARIO              PIC 9(07)V99.
          02 PL-GRUPO                PIC 9(02).
          02 PL-DESCRIPCION          PIC X(30).
          02 PL-USUARIO              PIC X(08).
          02 PL-FECHA-ALTA           PIC 9(08).
          02 FILLER                  PIC X(10).
