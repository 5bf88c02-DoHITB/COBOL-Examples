      *****************************************************************
      * CARTAELG - register of the eligibility letters EXM160 issues  *
      * (CARTAELG.DAT, line sequential, appended each run).  One row  *
      * per letter: the determination it answers (DL-FECHA +          *
      * DL-ENTRADA of EXM20LOG.DAT, and CE-OCURRENCIA, the row's      *
      * place among rows with that same date and card), its type --   *
      * 'D' the determination itself, 'R' the outcome after an EXM104 *
      * review (CE-FECHA-OVR is the review date) -- the outcome and   *
      * reason stated, the letter number, the issue date and, on a    *
      * rejection, the last day to dispute it.  An 'S' row records a  *
      * determination whose letter was not sent because a review had  *
      * already changed it; the review letter carries the outcome     *
      * instead.  EXM160 never issues a letter already on file; EXM38 *
      * shows the letters beside each determination.                  *
      *****************************************************************
       01 CARTAELG-REC.
          02 CE-FECHA-DET            PIC 9(08).
          02 CE-ENTRADA              PIC X(08).
          02 CE-OCURRENCIA           PIC 9(03).
          02 CE-TIPO                 PIC X(01).
             88 CE-DETERMINACION                VALUE 'D'.
             88 CE-REVISION                     VALUE 'R'.
             88 CE-SUSTITUIDA                   VALUE 'S'.
          02 CE-FECHA-OVR            PIC 9(08).
          02 CE-RESULTADO            PIC X(01).
          02 CE-MOTIVO               PIC X(02).
          02 CE-NUMERO               PIC 9(07).
          02 CE-FECHA-EMISION        PIC 9(08).
          02 CE-PLAZO                PIC 9(08).
          02 FILLER                  PIC X(10).
