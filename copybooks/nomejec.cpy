      *****************************************************************
      * NOMEJEC - payroll run control (NOMEJEC.DAT, line sequential). *
      * EXM29 appends one row per run with the next run number, the   *
      * period paid (AAAAMM of the run date), the run date and time,  *
      * the employees paid, the gross and net in cents and the count  *
      * and hash of the EXM29PAG.DAT transfer it wrote.  A period     *
      * with a live run ('V') is not paid again: EXM29 refuses it.    *
      * EXM133 keeps the transfer state -- 'P' written and waiting,   *
      * 'E' sent to the bank (card keyed by operations on release),   *
      * 'D' stopped by a void before it was sent, 'R' sent and        *
      * recalled by a void -- and voids a run: the row is left 'A'    *
      * with the date and time of the void, the requesting and the    *
      * approving user and the reason, and the period is free for     *
      * EXM29 again.  Rows are never deleted: they are the log of     *
      * every run and every void.  The run's detail is in NOMMOV.DAT  *
      * (nommov.cpy).                                                 *
      *****************************************************************
       01 NOMEJEC-REC.
          02 NE-EJECUCION            PIC 9(06).
          02 NE-PERIODO              PIC 9(06).
          02 NE-FECHA                PIC 9(08).
          02 NE-HORA                 PIC 9(08).
          02 NE-EMPLEADOS            PIC 9(06).
          02 NE-BRUTO-CENT           PIC 9(11).
          02 NE-NETO-CENT            PIC 9(11).
          02 NE-PAGOS                PIC 9(08).
          02 NE-HASH-PAGOS           PIC 9(13).
          02 NE-ESTADO               PIC X(01).
             88 NE-VIGENTE                      VALUE 'V'.
             88 NE-ANULADA                      VALUE 'A'.
          02 NE-TRANSFERENCIA        PIC X(01).
             88 NE-TRF-PENDIENTE                VALUE 'P'.
             88 NE-TRF-ENVIADA                  VALUE 'E'.
             88 NE-TRF-DETENIDA                 VALUE 'D'.
             88 NE-TRF-RECLAMADA                VALUE 'R'.
          02 NE-FECHA-ENVIO          PIC 9(08).
          02 NE-USUARIO-ENVIO        PIC X(08).
          02 NE-FECHA-ANULACION      PIC 9(08).
          02 NE-HORA-ANULACION       PIC 9(08).
          02 NE-SOLICITA             PIC X(08).
          02 NE-APRUEBA              PIC X(08).
          02 NE-MOTIVO               PIC X(30).
