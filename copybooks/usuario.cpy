      * EXMSIGN validates a sign-on against this file; the screens    *
      * enforce it and every audit image now carries the signed-on    *
      * user -- without the who, the audit trail fails its purpose.   *
      * US-ID-EMPLEADO ties the operator to the employee behind it    *
      * (linked with an EXM98 'E' card).  A termination in EXM22,     *
      * EXM37 or EXM89 blocks every operator linked to that employee  *
      * through EXMPASS the same day, and EXM128 lists weekly the     *
      * operators with no employee or a missing or terminated one.    *
      *****************************************************************
      * Credencial real detras del nivel: hash de la clave           *
      * (EXMPASS), fecha del ultimo cambio para la caducidad,        *
          02 US-FALLOS               PIC 9(02).
          02 US-BLOQUEO              PIC X(01).
             88 US-BLOQUEADO                    VALUE 'B'.
      *    Empleado de PERSONA.DAT detras del operador.  Ceros o
      *    espacios (filas anteriores) = sin enlazar.
          02 US-ID-EMPLEADO          PIC 9(07).
