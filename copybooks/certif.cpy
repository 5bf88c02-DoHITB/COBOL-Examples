      *****************************************************************
      * CERTIF - training course or certification held by an employee *
      * (CERTIFIC.DAT, indexed on employee + course code, kept by the *
      * EXM146 card deck with before/after images on CERTAUD.DAT).    *
      * One row per course: its description, the date it was          *
      * completed, the date it expires (zeros when it never does) and *
      * the school or body that gave it.  EXM147 checks the file      *
      * every month against the required certifications of            *
      * CERTREQ.DAT (certreq.cpy).                                    *
      *****************************************************************
       01 CERTIF-REC.
          02 CE-CLAVE.
             03 CE-ID-EMPLEADO       PIC 9(07).
             03 CE-CURSO             PIC X(06).
          02 CE-DESCRIPCION          PIC X(30).
          02 CE-REALIZADO            PIC 9(08).
          02 CE-CADUCIDAD            PIC 9(08).
             88 CE-SIN-CADUCIDAD                VALUE ZEROES.
          02 CE-PROVEEDOR            PIC X(20).
          02 FILLER                  PIC X(09).
