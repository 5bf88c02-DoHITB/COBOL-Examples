      *****************************************************************
      * CERTREQ - required certification (CERTREQ.DAT, line           *
      * sequential, kept by hand).  One row per department and course *
      * code the department's staff must hold; department 000 makes   *
      * the course required in every department.  The description is  *
      * printed by EXM147 when an employee lacks the course           *
      * altogether.                                                   *
      *****************************************************************
       01 CERTREQ-REC.
          02 RQ-DEPARTAMENTO         PIC 9(03).
             88 RQ-TODOS                        VALUE ZEROES.
          02 RQ-CURSO                PIC X(06).
          02 RQ-DESCRIPCION          PIC X(30).
