      *****************************************************************
      * PETICION - ad hoc report request (PETICION.DAT, line          *
      * sequential, load-all/rewrite-all under the EXMLOCK resource   *
      * PETICION).  One row per request, numbered from the EXMSEQ     *
      * counter PETICION: the report program (EXM31, EXM56, EXM86 or  *
      * EXM91), the requester -- who receives the output and whose    *
      * US-NIVEL was checked against the report -- the operator who   *
      * keyed it on the EXM155 screen, and the target program's SYSIN *
      * card as validated there; the request's job copies it to the   *
      * program's SYSIN untouched (EXM157 'T').  A request is 'C'     *
      * queued until the nightly EXM156 step submits its job          *
      * (PE-FECHA-LANZA), then the job's EXM157 steps leave it 'E'    *
      * run, 'F' failed (PE-MOTIVO says where) or 'D' delivered once  *
      * EXM100 has bundled the output for the requester.  Finished    *
      * rows are purged by EXM156 after 90 days.                      *
      *****************************************************************
       01 PETICION-REC.
          02 PE-NUMERO               PIC 9(07).
          02 PE-PROGRAMA             PIC X(08).
          02 PE-SOLICITA             PIC X(08).
          02 PE-GRABA                PIC X(08).
          02 PE-FECHA-ALTA           PIC 9(08).
          02 PE-HORA-ALTA            PIC 9(08).
          02 PE-TARJETA              PIC X(90).
          02 PE-ESTADO               PIC X(01).
             88 PE-EN-COLA                      VALUE 'C'.
             88 PE-EJECUTADA                    VALUE 'E'.
             88 PE-FALLIDA                      VALUE 'F'.
             88 PE-DISTRIBUIDA                  VALUE 'D'.
             88 PE-TERMINADA                    VALUE 'F' 'D'.
          02 PE-FECHA-LANZA          PIC 9(08).
          02 PE-FECHA-ESTADO         PIC 9(08).
          02 PE-HORA-ESTADO          PIC 9(08).
          02 PE-MOTIVO               PIC X(20).
          02 FILLER                  PIC X(10).
