      *****************************************************************
      * MERITO - merit-review proposal (MERITO.DAT, line sequential,  *
      * load-all/rewrite-all, kept by the EXM141 card deck).  One row *
      * per employee per review cycle (MR-CICLO, the year): the       *
      * department at the time of the proposal, the percentage the    *
      * manager proposed, the salary it was applied to and the new    *
      * salary and raise it gives.  A proposal is keyed 'P' by the    *
      * manager and the whole department is left 'A' by an approver;  *
      * 'R' is a proposal refused, 'G' one whose EXM22 CAMBIO card    *
      * has been generated into PENDTX.DAT with MR-FECHA-EFECTIVA.    *
      * MR-AVISO flags a pending proposal whose new salary leaves the *
      * BANDAS.DAT band of the department ('B') or whose raise takes  *
      * the department over its pool for the cycle ('F'); a           *
      * department with a flagged proposal cannot be approved.        *
      * Cycles before the previous year are purged.                   *
      *****************************************************************
       01 MERITO-REC.
          02 MR-CICLO                PIC 9(04).
          02 MR-ID-EMPLEADO          PIC 9(07).
          02 MR-DEPARTAMENTO         PIC 9(03).
          02 MR-PORCENTAJE           PIC 9(02)V99.
          02 MR-SALARIO-ACTUAL       PIC 9(07)V99.
          02 MR-SALARIO-NUEVO        PIC 9(07)V99.
          02 MR-AUMENTO              PIC 9(07)V99.
          02 MR-ESTADO               PIC X(01).
             88 MR-PROPUESTA                    VALUE 'P'.
             88 MR-APROBADA                     VALUE 'A'.
             88 MR-RECHAZADA                    VALUE 'R'.
             88 MR-GENERADA                     VALUE 'G'.
             88 MR-EN-CICLO                     VALUE 'P' 'A' 'G'.
          02 MR-AVISO                PIC X(01).
             88 MR-SIN-AVISO                    VALUE ' '.
             88 MR-FUERA-BANDA                  VALUE 'B'.
             88 MR-SOBRE-FONDO                  VALUE 'F'.
          02 MR-PROPONE              PIC X(08).
          02 MR-FECHA-PROPUESTA      PIC 9(08).
          02 MR-APRUEBA              PIC X(08).
          02 MR-FECHA-RESOLUCION     PIC 9(08).
          02 MR-FECHA-EFECTIVA       PIC 9(08).
          02 MR-MOTIVO               PIC X(30).
          02 FILLER                  PIC X(10).
