      * numeric code (1=DOMINGO ... 7=SABADO) plus the Spanish day     *
      * name, since every caller so far (EXM2's F-NACIMIENTO, EXM5's   *
      * FECHA-ABSOLUTA) wants to DISPLAY the name, not just the code.  *
      * The three quotients of the congruence are now taken one by    *
      * one with DIVIDE into whole-number fields.  Written inside the *
      * one COMPUTE they were carried with decimals by some           *
      * compilers, so the sum ran a fraction over and a Friday could  *
      * come back as a Saturday -- EXMBDAY then took working days for *
      * weekends.                                                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXMDOW.
        01 WS-SIGLO                    PIC 9(02).
        01 WS-ANYO-SIGLO               PIC 9(02).
        01 WS-H                        PIC 9(04).
      *    Cocientes enteros de la congruencia, cada uno en su campo
      *    para que el truncado no dependa del compilador.
        01 WS-TERMINO-MES              PIC 9(04).
        01 WS-TERMINO-ANYO             PIC 9(04).
        01 WS-TERMINO-SIGLO            PIC 9(04).
        01 TABLA-NOMBRES-DIA.
           02 FILLER                   PIC X(09) VALUE 'DOMINGO  '.
           02 FILLER                   PIC X(09) VALUE 'LUNES    '.
            DIVIDE WS-ANYO-AJUSTADO BY 100 GIVING WS-SIGLO
                   REMAINDER WS-ANYO-SIGLO.

            COMPUTE WS-TERMINO-MES = 13 * (WS-MES-AJUSTADO + 1).
            DIVIDE WS-TERMINO-MES BY 5 GIVING WS-TERMINO-MES.
            DIVIDE WS-ANYO-SIGLO BY 4 GIVING WS-TERMINO-ANYO.
            DIVIDE WS-SIGLO BY 4 GIVING WS-TERMINO-SIGLO.

            COMPUTE WS-H = LK-DIA
                + WS-TERMINO-MES
                + WS-ANYO-SIGLO
                + WS-TERMINO-ANYO
                + WS-TERMINO-SIGLO
                + (5 * WS-SIGLO).

            COMPUTE WS-H = FUNCTION MOD(WS-H, 7).

