      *****************************************************************
      * ASIENTO - manual journal-entry line (ASIENTOS.DAT).  Finance  *
      * adjusting entries used to be typed straight into a branch     *
      * feed, so one person could post an unbalanced or unapproved    *
      * entry.  A journal is captured on the EXM112 screen as one or  *
      * more lines under one AS-REFERENCIA (EXMSEQ counter ASIENTO)   *
      * and is only saved when its lines balance by TRANCODC          *
      * TD-NATURALEZA (debe = haber).  A second user of level 'A'     *
      * approves it (never the preparer), and the EXM113 release job  *
      * sends approved journals to the posting stream.  Every line of *
      * a journal carries the same estado, preparer and approver.     *
      *****************************************************************
       01 ASIENTO-REC.
          02 AS-REFERENCIA           PIC 9(09).
          02 AS-LINEA                PIC 9(03).
          02 AS-ESTADO               PIC X(01).
             88 AS-PENDIENTE                    VALUE 'P'.
             88 AS-APROBADO                     VALUE 'A'.
             88 AS-LIBERADO                     VALUE 'L'.
             88 AS-ANULADO                      VALUE 'X'.
          02 AS-FECHA-CONTABLE       PIC 9(08).
          02 AS-CUENTA               PIC 9(06).
          02 AS-CODIGO               PIC 9(02).
          02 AS-NATURALEZA           PIC X(01).
             88 AS-DEBE                         VALUE 'D'.
             88 AS-HABER                        VALUE 'H'.
          02 AS-IMPORTE              PIC 9(09).
          02 AS-CONCEPTO             PIC X(30).
          02 AS-PREPARA              PIC X(08).
          02 AS-APRUEBA              PIC X(08).
          02 AS-FECHA-ALTA           PIC 9(08).
          02 AS-FECHA-ESTADO         PIC 9(08).
