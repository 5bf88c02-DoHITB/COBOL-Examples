      *****************************************************************
      * VACREGLA - annual vacation entitlement rules (VACREGLA.DAT),  *
      * one set per year.  The 'B' row gives the base working days of *
      * vacation a year, the days of unused balance that may be       *
      * carried into the next year and the hours of a working day     *
      * (VACSALDO.DAT keeps hours).  Each 'T' row is a service tier:  *
      * an employee who completes VR-ANTIGUEDAD years of service from *
      * P-F-ALTA during the year earns VR-DIAS extra days on top of   *
      * the base; the highest tier reached applies, tiers do not add  *
      * up.  EXM140 grants the new year's entitlement from the set    *
      * of the year granted and refuses a year without its 'B' row.  *
      *****************************************************************
       01 VACREGLA-REC.
          02 VR-ANYO                 PIC 9(04).
          02 VR-TIPO                 PIC X(01).
             88 VR-BASE                         VALUE 'B'.
             88 VR-TRAMO                        VALUE 'T'.
          02 VR-ANTIGUEDAD           PIC 9(02).
          02 VR-DIAS                 PIC 9(03).
          02 VR-TOPE-ARRASTRE        PIC 9(03).
          02 VR-HORAS-DIA            PIC 9(02).
