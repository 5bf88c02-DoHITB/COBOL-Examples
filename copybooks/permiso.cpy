      *****************************************************************
      * PERMISO - leave request (PERMISOS.DAT, line sequential,       *
      * load-all/rewrite-all, kept by the EXM138 card deck).  One row *
      * per request, numbered in LR-NUMERO: the employee, the type    *
      * ('V' vacation, counted against the VACSALDO.DAT balance; 'P'  *
      * paid leave; 'S' unpaid leave), the first and last day and the *
      * working days between them (EXMBDAY) with their hours at the   *
      * working day.  A request is keyed 'P' pending by one user and  *
      * left 'A' approved or 'R' refused by another; 'C' is a request *
      * withdrawn before it began.  The hours taken reach VACSALDO    *
      * only through the absence hours of the month's HORASTRB card,  *
      * so the approved vacation days after the last month paid       *
      * (NOMEJEC.DAT) are still owed against the balance.  EXM139     *
      * reads the file for the department absence calendar.  Rows     *
      * ending before the previous year are purged.                   *
      *****************************************************************
       01 PERMISO-REC.
          02 LR-NUMERO               PIC 9(07).
          02 LR-ID-EMPLEADO          PIC 9(07).
          02 LR-TIPO                 PIC X(01).
             88 LR-VACACIONES                   VALUE 'V'.
             88 LR-RETRIBUIDO                   VALUE 'P'.
             88 LR-SIN-SUELDO                   VALUE 'S'.
             88 LR-TIPO-VALIDO                  VALUE 'V' 'P' 'S'.
          02 LR-DESDE                PIC 9(08).
          02 LR-HASTA                PIC 9(08).
          02 LR-DIAS                 PIC 9(03).
          02 LR-HORAS                PIC 9(04).
          02 LR-ESTADO               PIC X(01).
             88 LR-PENDIENTE                    VALUE 'P'.
             88 LR-APROBADO                     VALUE 'A'.
             88 LR-RECHAZADO                    VALUE 'R'.
             88 LR-CANCELADO                    VALUE 'C'.
             88 LR-EN-VIGOR                     VALUE 'P' 'A'.
          02 LR-SOLICITA             PIC X(08).
          02 LR-FECHA-SOLICITUD      PIC 9(08).
          02 LR-APRUEBA              PIC X(08).
          02 LR-FECHA-RESOLUCION     PIC 9(08).
          02 LR-MOTIVO               PIC X(30).
          02 FILLER                  PIC X(10).
