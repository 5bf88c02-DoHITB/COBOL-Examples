      *****************************************************************
      * GASTCTA - expense account per department and claim category   *
      * (GASTCTA.DAT, line sequential).  EXM29 posts the claims it    *
      * reimburses to the row of the claim's department and           *
      * category; department 000 is the account of the category for   *
      * every department without its own row.  A category with no     *
      * row at all goes to the department's DEPCTA.DAT account, with  *
      * a warning on the register.                                    *
      *****************************************************************
       01 GASTCTA-REC.
          02 GC-DEPARTAMENTO         PIC 9(03).
          02 GC-CATEGORIA            PIC X(02).
          02 GC-CUENTA               PIC 9(06).
