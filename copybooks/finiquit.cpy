      *****************************************************************
      * FINIQUIT - final settlements (FINIQUITO.DAT, line sequential, *
      * loaded whole and appended to by EXM132).  One row per leaver  *
      * and termination date: written by EXM132 when it pays the      *
      * final settlement ('A'), or from an 'M' card when the          *
      * settlement was paid outside the run ('M', amounts zero,       *
      * termination date zero when the audit trail has none).         *
      * Carries the days of the last month paid and their pay, the    *
      * unused absence hours bought out, the deductions (IRP          *
      * regularization included, negative when it refunds), the net   *
      * and whether it went out on the transfer ('T') or was held in  *
      * NOMPEND.DAT for want of a valid account ('R').  A termination *
      * in EXM22AUD.DAT or a PERSONA.DAT employee left 'T' without a  *
      * row here is on the EXM132 exception list until one is         *
      * written.                                                      *
      * FQ-IMPORTE-PAGAS, added at the end of the row, is the share   *
      * of the June and December extra payments paid in the           *
      * settlement (PAGAEXT.DAT).                                     *
      *****************************************************************
       01 FINIQUITO-REC.
          02 FQ-ID-EMPLEADO          PIC 9(07).
          02 FQ-FECHA-BAJA           PIC 9(08).
          02 FQ-FECHA-FINIQUITO      PIC 9(08).
          02 FQ-NOMBRE               PIC X(10).
          02 FQ-APELLIDO             PIC X(10).
          02 FQ-DEPARTAMENTO         PIC 9(03).
          02 FQ-DIAS                 PIC 9(02).
          02 FQ-IMPORTE-DIAS         PIC 9(07)V99.
          02 FQ-HORAS-VACACION       PIC 9(03).
          02 FQ-IMPORTE-VACACION     PIC 9(07)V99.
          02 FQ-DEDUCCIONES          PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
          02 FQ-NETO                 PIC 9(07)V99.
          02 FQ-ORIGEN               PIC X(01).
             88 FQ-AUTOMATICO                   VALUE 'A'.
             88 FQ-MANUAL                       VALUE 'M'.
          02 FQ-PAGO                 PIC X(01).
             88 FQ-TRANSFERIDO                  VALUE 'T'.
             88 FQ-RETENIDO                     VALUE 'R'.
          02 FQ-USUARIO              PIC X(08).
      *    Pagas extra prorrateadas (PAGAEXT.DAT) incluidas en el
      *    finiquito; al final para que las filas antiguas, sin el
      *    campo, se sigan leyendo.
          02 FQ-IMPORTE-PAGAS        PIC 9(07)V99.
