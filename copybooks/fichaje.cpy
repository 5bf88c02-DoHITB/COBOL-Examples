      *****************************************************************
      * FICHAJE - one clock punch.  The shop's clock terminals export *
      * the day's punches (FICHAJES.DAT) with the first 24 bytes      *
      * filled: employee, date, time HHMM, direction ('E' in, 'S'     *
      * out) and terminal.  EXM137 collects them every night into the *
      * punch history FICHHIST.DAT (line sequential, kept in key      *
      * order, load-all/rewrite-all) with the rest of the record:     *
      * FI-ORIGEN 'T' for a terminal punch or 'C' for one keyed by a  *
      * supervisor's correction, FI-ESTADO blank while the punch      *
      * counts or 'B' once a correction has struck it out (the row    *
      * stays for the audit trail), the supervisor of the correction  *
      * and the date the row was loaded or last changed.  Punches of  *
      * the current and previous month are kept.                      *
      *****************************************************************
       01 FICHAJE-REC.
          02 FI-CLAVE.
             03 FI-ID-EMPLEADO       PIC 9(07).
             03 FI-FECHA             PIC 9(08).
             03 FILLER REDEFINES FI-FECHA.
                04 FI-ANYO           PIC 9(04).
                04 FI-MES            PIC 9(02).
                04 FI-DIA            PIC 9(02).
             03 FI-HORA              PIC 9(04).
             03 FILLER REDEFINES FI-HORA.
                04 FI-HH             PIC 9(02).
                04 FI-MM             PIC 9(02).
             03 FI-SENTIDO           PIC X(01).
                88 FI-ENTRADA                   VALUE 'E'.
                88 FI-SALIDA                    VALUE 'S'.
                88 FI-SENTIDO-VALIDO            VALUE 'E' 'S'.
          02 FI-TERMINAL             PIC X(04).
          02 FI-ORIGEN               PIC X(01).
             88 FI-DE-TERMINAL                  VALUE 'T'.
             88 FI-DE-CORRECCION                VALUE 'C'.
          02 FI-ESTADO               PIC X(01).
             88 FI-VIGENTE                      VALUE ' '.
             88 FI-ANULADO                      VALUE 'B'.
          02 FI-USUARIO              PIC X(08).
          02 FI-FECHA-CARGA          PIC 9(08).
          02 FILLER                  PIC X(08).
