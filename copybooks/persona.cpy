      *    mismo y los ficheros existentes leen espacio = entregable.
          02 P-DIR-RETORNO          PIC X(01).
             88 P-DIR-SUPRIMIDA                VALUE 'S'.
      *    Responsable de linea: el ID-EMPLEADO a quien reporta,
      *    mantenido con la tarjeta 'J' de EXM22 (sin ciclos, sin
      *    autorreferencia, nunca un responsable dado de baja).
      *    Ceros o espacios (registros anteriores) = sin responsable.
      *    Sale de los siete primeros bytes del FILLER de cola: el
      *    registro sigue midiendo lo mismo.  EXM148 imprime el
      *    organigrama y EXMJEFE recorre la linea de mando para las
      *    aprobaciones de permisos y gastos.
          02 P-RESPONSABLE          PIC 9(07).
          02 FILLER                 PIC X(02).
