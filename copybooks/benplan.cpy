      *****************************************************************
      * BENPLAN - benefit plans (BENPLAN.DAT), one row per plan and   *
      * tier, kept by hand like COTIZSS.DAT.  BP-PLAN is the plan     *
      * code, also the code of its deduction line on the EXM29        *
      * payslip; BP-CLASE tells health from life cover and            *
      * BP-ASEGURADORA names the insurer the enrollment file goes to. *
      * The tier sets who may be covered with the employee: 'E' the   *
      * employee alone, 'P' the employee and one dependent, 'F' the   *
      * employee and any number of dependents.  The two monthly       *
      * premiums are charged per employee enrolled, whatever the      *
      * number of dependents: EXM29 deducts the employee's share from *
      * net pay and books the employer's share as payroll cost of the *
      * employee's department.  A dependent other than a spouse or    *
      * partner (DP-PARENTESCO CONYUGE or PAREJA) stops being         *
      * eligible at BP-EDAD-LIMITE years of age (zero = no limit):    *
      * EXM144 refuses to enroll one at or past it and EXM145 flags   *
      * those who reach it while covered.                             *
      *****************************************************************
       01 BENPLAN-REC.
          02 BP-CLAVE.
             03 BP-PLAN              PIC X(03).
             03 BP-NIVEL             PIC X(01).
                88 BP-SOLO-EMPLEADO             VALUE 'E'.
                88 BP-CON-PAREJA                VALUE 'P'.
                88 BP-FAMILIAR                  VALUE 'F'.
                88 BP-NIVEL-VALIDO              VALUE 'E' 'P' 'F'.
          02 BP-DESCRIPCION          PIC X(20).
          02 BP-CLASE                PIC X(01).
             88 BP-SALUD                        VALUE 'S'.
             88 BP-VIDA                         VALUE 'V'.
          02 BP-ASEGURADORA          PIC X(10).
          02 BP-PRIMA-EMPLEADO       PIC 9(05)V99.
          02 BP-PRIMA-EMPRESA        PIC 9(05)V99.
          02 BP-EDAD-LIMITE          PIC 9(02).
