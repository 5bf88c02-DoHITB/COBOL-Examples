      * the balance report by department prints to EXM82.PRT:         *
      * entitlement, taken and remaining per employee under their     *
      * P-DEPARTAMENTO, over-entitlement rows flagged.                *
      * The entitlement of each year is granted by EXM140 from the    *
      * seniority rules of VACREGLA.DAT, with its own 'G' and 'N'     *
      * audit images; this deck remains for individual adjustments    *
      * and for rows outside that run.                                *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM82.
