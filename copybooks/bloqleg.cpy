      *****************************************************************
      * BLOQLEG - legal hold (BLOQLEG.DAT, line sequential,           *
      * load-all/rewrite-all, kept by the EXM150 card deck under an   *
      * approver of level 'A').  A hold names what must not be        *
      * anonymized or purged while a case is open: 'E' every record   *
      * of one employee (BL-CLAVE is the ID-EMPLEADO), 'C' every      *
      * record of one account (BL-CLAVE is the 6-digit account, right *
      * aligned), or 'F' every record dated from BL-DESDE to BL-HASTA *
      * whoever it belongs to.  BL-CASO carries the case reference.   *
      * A hold stays 'A' open until an approver releases it ('L');    *
      * released rows are never purged, so who held what and for how  *
      * long stays on file.  EXMBLOQ answers the anonymization and    *
      * purge jobs (EXM90, EXM97, EXM26, EXM66) from the open holds,  *
      * and EXM151 reports them monthly.                              *
      *****************************************************************
       01 BLOQUEO-REC.
          02 BL-NUMERO               PIC 9(05).
          02 BL-TIPO                 PIC X(01).
             88 BL-DE-EMPLEADO                  VALUE 'E'.
             88 BL-DE-CUENTA                    VALUE 'C'.
             88 BL-DE-FECHAS                    VALUE 'F'.
             88 BL-TIPO-VALIDO                  VALUE 'E' 'C' 'F'.
          02 BL-CLAVE                PIC 9(07).
          02 BL-DESDE                PIC 9(08).
          02 BL-HASTA                PIC 9(08).
          02 BL-CASO                 PIC X(20).
          02 BL-ESTADO               PIC X(01).
             88 BL-ABIERTO                      VALUE 'A'.
             88 BL-LEVANTADO                    VALUE 'L'.
          02 BL-ABRE                 PIC X(08).
          02 BL-FECHA-APERTURA       PIC 9(08).
          02 BL-LEVANTA              PIC X(08).
          02 BL-FECHA-LEVANTA        PIC 9(08).
          02 FILLER                  PIC X(10).
