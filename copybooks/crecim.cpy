      *****************************************************************
      * CRECIM - file growth history (CRECIM.DAT, line sequential,    *
      * load-all/rewrite-all, kept by the weekly EXM159 capacity      *
      * run).  One row per registered file per run: the file, the     *
      * processing date and its record count, with the origin of the  *
      * count -- 'D' counted directly, 'E' the write count a step     *
      * reports in ESTADIST.DAT for the whole file, 'A' the previous  *
      * count plus the writes reported since.  EXM159 fits the growth *
      * trend on a file's last 26 rows; a rerun on the same date      *
      * replaces that date's row, and rows older than two years are   *
      * dropped.                                                      *
      *****************************************************************
       01 CRECIM-REC.
          02 CR-FICHERO              PIC X(08).
          02 CR-FECHA                PIC 9(08).
          02 CR-REGISTROS            PIC 9(09).
          02 CR-ORIGEN               PIC X(01).
             88 CR-DIRECTO                      VALUE 'D'.
             88 CR-ESTADISTICA                  VALUE 'E' 'A'.
          02 FILLER                  PIC X(10).
