      *****************************************************************
      * BENAFIL - benefit enrollments (BENAFIL.DAT, line sequential,  *
      * kept in key order, load-all/rewrite-all), keyed and ended     *
      * with the EXM144 card deck.  One row per person covered and    *
      * plan over a span of dates: BA-SECUENCIA 00 is the employee's  *
      * own enrollment, which carries the tier and the premiums, any  *
      * other value is the dependent of DEPENDTS.DAT with that        *
      * DP-SECUENCIA, covered under the employee's enrollment in the  *
      * same plan.  BA-HASTA zero means still in force.  A month is   *
      * charged in full when the enrollment is in force on any day of *
      * it; EXM29 charges the months it pays.  BA-USUARIO and         *
      * BA-FECHA-CAMBIO are the user and date of the card that last   *
      * touched the row.  Rows ended before the previous year are     *
      * purged.                                                       *
      *****************************************************************
       01 BENAFIL-REC.
          02 BA-CLAVE.
             03 BA-ID-EMPLEADO       PIC 9(07).
             03 BA-PLAN              PIC X(03).
             03 BA-SECUENCIA         PIC 9(02).
                88 BA-ES-EMPLEADO               VALUE ZEROES.
             03 BA-DESDE             PIC 9(08).
          02 BA-NIVEL                PIC X(01).
          02 BA-HASTA                PIC 9(08).
             88 BA-ABIERTA                      VALUE ZEROES.
          02 BA-USUARIO              PIC X(08).
          02 BA-FECHA-CAMBIO         PIC 9(08).
          02 FILLER                  PIC X(10).
