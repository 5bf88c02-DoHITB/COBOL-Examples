      *****************************************************************
      * COTIZSS - employer social-security contribution groups        *
      * (COTIZSS.DAT), one row per year and contribution group: the   *
      * employer rate in percent and the minimum and maximum monthly  *
      * contribution base of the group.  Each employee's group comes  *
      * from COTIZEMP.DAT (employee + group).  EXM29 takes the        *
      * month's gross as the contribution base, raised to the group's *
      * minimum or cut to its maximum, and charges the employer rate  *
      * on it as payroll cost of the employee's department; the       *
      * employee's own share stays the SS rule of DEDUCMAE.DAT.  The  *
      * base, both shares and the group go on the monthly return      *
      * EXM29SS.DAT for the social-security office.  A year with no   *
      * rows computes no employer cost and the run says so.           *
      *****************************************************************
       01 COTIZSS-REC.
          02 CS-ANYO                 PIC 9(04).
          02 CS-GRUPO                PIC 9(02).
          02 CS-DESCRIPCION          PIC X(20).
          02 CS-TIPO-EMPRESA         PIC 9(02)V99.
          02 CS-BASE-MINIMA          PIC 9(07)V99.
          02 CS-BASE-MAXIMA          PIC 9(07)V99.
