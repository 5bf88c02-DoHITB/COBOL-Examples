                                       SIGN LEADING SEPARATE.
           02 NY-NETO                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-RETENIDO             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  PERSONA-FILE.
           COPY "persona.cpy".
