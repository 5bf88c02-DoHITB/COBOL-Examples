      *****************************************************************
      * POSTPEND - postings held for a later release (POSTPEND.DAT).  *
      * Jobs that must book an entry now and its reversal later --    *
      * the month-end FX revaluation reverses on the next business    *
      * day -- park the reversal here in the 43-byte feed shape, with *
      * the date it may be released.  EXM108 runs nightly, moves the  *
      * rows whose date has arrived (and whose TL-FECHA period is not *
      * closed) into its own HDR/TRL feed for EXM57 to collect, and   *
      * leaves the rest in POSTPENN.DAT for the swap step, the same   *
      * release pattern EXM55 runs over PENDTX.DAT.                   *
      *****************************************************************
       01 POSTPEND-REC.
          02 PP-FECHA-LIBERA         PIC 9(08).
          02 PP-ORIGEN               PIC X(08).
          02 PP-REFERENCIA           PIC X(09).
          02 PP-REGISTRO             PIC X(43).
