      *****************************************************************
      * ASIENLOG - journal-entry action log (ASIENLOG.DAT), appended  *
      * by EXM112 and EXM113.  One row per action on a journal with   *
      * the user who did it -- signed on through EXMPASS on the       *
      * screen, the program name for the release job:                 *
      *   ALTA     journal saved pending approval                     *
      *   RECHAZO  journal refused at capture (descuadre, bad line)   *
      *   APRUEBA  journal approved                                   *
      *   DENEGADA approval refused (own journal, level, estado)      *
      *   ANULA    pending journal withdrawn                          *
      *   LIBERA   approved journal released to the posting feed      *
      *****************************************************************
       01 ASIENLOG-REC.
          02 AL-FECHA                PIC 9(08).
          02 AL-HORA                 PIC 9(08).
          02 AL-USUARIO              PIC X(08).
          02 AL-ACCION               PIC X(08).
          02 AL-REFERENCIA           PIC 9(09).
          02 AL-DETALLE              PIC X(40).
