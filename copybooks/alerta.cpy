      *****************************************************************
      * ALERTA - operational alert outbox (ALERTAS.DAT, line          *
      * sequential, only ever appended).  The gate and exception      *
      * programs (EXM34, EXM49, EXM57, EXM70, EXM76) write an 'A' row *
      * through EXMALERT when they stop the chain or report an        *
      * exception; the shop's paging and e-mail gateway picks the     *
      * rows up from here.  AL-CORRELACION names the run that raised  *
      * it -- program, processing date (EXMFECHA, the RUNLOG date)    *
      * and the time of its first alert -- and AL-SECUENCIA numbers   *
      * the alerts within the run.  The on-call operator closes an    *
      * alert with an EXM153 card, which appends an 'R' row carrying  *
      * the same correlation and sequence, the user and the time, so  *
      * the gateway sees the acknowledgment in the same stream and    *
      * stops escalating.  EXM154 pairs them to report the alerts     *
      * never acknowledged in time and how long each acknowledgment   *
      * took.                                                         *
      * Severidades (las de ERRORLOG): W aviso, E error (la cadena    *
      * se detiene o hay que actuar), F fatal.                        *
      *****************************************************************
       01 ALERTA-REC.
          02 AL-TIPO-FILA            PIC X(01).
             88 AL-ALERTA                       VALUE 'A'.
             88 AL-RECONOCIMIENTO               VALUE 'R'.
          02 AL-CORRELACION.
             03 AL-CO-PROGRAMA       PIC X(08).
             03 AL-CO-FECHA          PIC 9(08).
             03 AL-CO-HORA           PIC 9(08).
          02 AL-SECUENCIA            PIC 9(03).
          02 AL-FECHA                PIC 9(08).
          02 AL-HORA                 PIC 9(08).
          02 AL-SEVERIDAD            PIC X(01).
             88 AL-AVISO                        VALUE 'W'.
             88 AL-ERROR                        VALUE 'E'.
             88 AL-FATAL                        VALUE 'F'.
          02 AL-PROGRAMA             PIC X(08).
          02 AL-RECURSO              PIC X(08).
          02 AL-MENSAJE              PIC X(60).
          02 AL-USUARIO              PIC X(08).
          02 FILLER                  PIC X(10).
