      * GL code in the extract, and reports any posted TL-CUENTA no   *
      * row covers -- that translation used to live in a finance      *
      * spreadsheet applied after upload.                             *
      * CM-CLASE classifies the range for the financial statements    *
      * and the year-end close: 'A' activo, 'L' pasivo, 'E'           *
      * patrimonio, 'I' ingreso, 'X' gasto.  Exactly one equity row   *
      * carries CM-CIERRE 'R': its CM-DESDE account is the retained-  *
      * earnings account the year-end close (EXM106) books the net    *
      * of income and expense into.  Rows written before the class    *
      * existed read spaces and count as unclassified.                *
      * CM-LINEA groups the range under a caption of the balance      *
      * sheet or income statement (EXM111): ranges sharing class and  *
      * caption add into one line.  Left blank, the range prints      *
      * under its own GL code.                                        *
      *****************************************************************
       01 CTAGLMAP-REC.
          02 CM-DESDE                PIC 9(06).
          02 CM-HASTA                PIC 9(06).
          02 CM-CUENTA-GL            PIC X(10).
          02 CM-CLASE                PIC X(01).
             88 CM-ACTIVO                       VALUE 'A'.
             88 CM-PASIVO                       VALUE 'L'.
             88 CM-PATRIMONIO                   VALUE 'E'.
             88 CM-INGRESO                      VALUE 'I'.
             88 CM-GASTO                        VALUE 'X'.
             88 CM-CLASE-VALIDA                 VALUE 'A' 'L' 'E'
                                                      'I' 'X'.
          02 CM-CIERRE               PIC X(01).
             88 CM-RESULTADOS-ACUM              VALUE 'R'.
          02 CM-LINEA                PIC X(20).
