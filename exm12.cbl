      * SEPARATE parse finds a non-numeric coefficient -- plus a       *
      * per-deck summary.  The engineering group submits a deck and    *
      * gets a file back instead of somebody mailing console output.   *
      * A COEF card with BARRIDO in column 28 is a parameter sweep:   *
      * the fixed coefficients stay in their usual columns and the    *
      * coefficient named after BARRIDO runs from its start value to  *
      * its end value in the given step (up or down, at most 500      *
      * steps).  Each step goes through EXMQUAD and the sweep table   *
      * is written to EXM12RSP.DAT under the card's request id -- one *
      * row per step with the discriminant and both roots or the      *
      * complex pair, and <CAMBIO where the roots change between real *
      * and complex -- followed by the parameter values between which *
      * each change happens.                                          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM12.
              03 CF-C                   PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(54).
      *    Tarjeta de barrido: los coeficientes fijos en su sitio
      *    de siempre y, tras la palabra BARRIDO, el coeficiente que
      *    varia con su valor inicial, final y el paso.
           02 LINEA-BARRIDO REDEFINES LINEA.
              03 BR-ID                  PIC X(08).
              03 FILLER                 PIC X(01).
              03 BR-A                   PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(01).
              03 BR-B                   PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(01).
              03 BR-C                   PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(01).
              03 BR-CLAVE               PIC X(07).
                 88 ES-BARRIDO                     VALUE 'BARRIDO'.
              03 FILLER                 PIC X(01).
              03 BR-VARIABLE            PIC X(01).
                 88 BR-VARIABLE-VALIDA             VALUE 'A' 'B' 'C'.
              03 FILLER                 PIC X(01).
              03 BR-DESDE               PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(01).
              03 BR-HASTA               PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(01).
              03 BR-PASO                PIC S9(04)
                                         SIGN LEADING SEPARATE.
              03 FILLER                 PIC X(26).
        01 ACTUAL.
           02 FECHA-ACTUAL.
              03 ANYO                   PIC 9(04).
        01 WS-X2-EDITADA                 PIC -ZZZZ9.9999.
        01 WS-FRANJA-HORAS                PIC 9(02) VALUE ZEROES.
        01 WS-FRANJA-MINUTOS              PIC 9(02) VALUE ZEROES.
      *    Barridos de parametro: un paso por fila, como mucho
      *    WS-MAX-PASOS, y las transiciones real/compleja halladas.
        01 WS-TOTAL-BARRIDOS              PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PASOS                 PIC 9(06) VALUE ZEROES.
        01 WS-MAX-PASOS                   PIC 9(04) VALUE 500.
        01 WS-BR-PASOS                    PIC 9(05) VALUE ZEROES.
        01 WS-BR-PASO                     PIC S9(05) VALUE ZEROES.
        01 WS-BR-DISTANCIA                PIC S9(05) VALUE ZEROES.
        01 WS-BR-VALOR                    PIC S9(05) VALUE ZEROES.
        01 WS-BR-VALOR-ANT                PIC S9(05) VALUE ZEROES.
        01 WS-BR-IDX                      PIC 9(05) VALUE ZEROES.
        01 WS-BR-D                        PIC S9(10) VALUE ZEROES.
        01 WS-BR-MENOS-B                  PIC S9(08) VALUE ZEROES.
        01 WS-BR-RE                       PIC S9(05)V9(04)
                                          VALUE ZEROES.
        01 WS-BR-IM                       PIC S9(05)V9(04)
                                          VALUE ZEROES.
        01 WS-BR-ESTADO                   PIC X(01) VALUE SPACES.
           88 BR-ESTADO-REAL                         VALUE 'R'.
           88 BR-ESTADO-COMPLEJO                     VALUE 'C'.
           88 BR-ESTADO-INDEFINIDO                   VALUE 'X'.
        01 WS-BR-ESTADO-ANT               PIC X(01) VALUE SPACES.
        01 WS-BR-MARCA                    PIC X(08) VALUE SPACES.
        01 WS-BR-MOTIVO                   PIC X(30) VALUE SPACES.
        01 WS-BR-VALOR-EDITADO            PIC ----9.
        01 WS-BR-DESDE-EDITADO            PIC ----9.
        01 WS-BR-HASTA-EDITADO            PIC ----9.
        01 WS-BR-PASO-EDITADO             PIC ----9.
        01 WS-BR-D-EDITADO                PIC ----------9.
        01 WS-BR-FIJO1-EDITADO            PIC ----9.
        01 WS-BR-FIJO2-EDITADO            PIC ----9.
        01 WS-BR-FIJOS                    PIC X(20) VALUE SPACES.
        01 WS-TOTAL-TRANSICIONES          PIC 9(03) VALUE ZEROES.
        01 WS-MAX-TRANSICIONES            PIC 9(03) VALUE 100.
        01 TABLA-TRANSICIONES.
           02 TR-FILA OCCURS 100 TIMES.
              03 TR-ANTERIOR             PIC S9(05).
              03 TR-VALOR                PIC S9(05).
              03 TR-SENTIDO              PIC X(17).
        01 WS-TR-IDX                      PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'RESUELTOS: ' WS-TOTAL-RESUELTOS
                    ' COMPLEJOS: ' WS-TOTAL-COMPLEJOS
                    ' RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'BARRIDOS: ' WS-TOTAL-BARRIDOS
                    ' PASOS: ' WS-TOTAL-PASOS.

       FIN-MAINLINE.
            STOP RUN.

       PROCESA-COEFICIENTES.
            ADD 1                        TO CONTADOR-SETS.
            IF ES-BARRIDO
                PERFORM PROCESA-BARRIDO
                EXIT PARAGRAPH
            END-IF.
      *    La tarjeta que no pasa el parse SIGN LEADING SEPARATE se
      *    rechaza a la respuesta con su identificador, no se cae el
      *    programa con un dato basura.
                   DELIMITED BY SIZE INTO LINEA-RESPUESTA
            END-STRING.
            WRITE LINEA-RESPUESTA.
            IF WS-TOTAL-BARRIDOS > ZERO
                MOVE SPACES              TO LINEA-RESPUESTA
                STRING 'RESUMEN DEL DECK - BARRIDOS: '
                       WS-TOTAL-BARRIDOS
                       ' PASOS: ' WS-TOTAL-PASOS
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
                WRITE LINEA-RESPUESTA
            END-IF.

      *    Tarjeta de barrido: el coeficiente BR-VARIABLE recorre de
      *    BR-DESDE a BR-HASTA en pasos de BR-PASO (hacia arriba o
      *    hacia abajo) y cada paso se resuelve con EXMQUAD.  La
      *    tabla va a la respuesta bajo el identificador de la
      *    tarjeta, seguida de las transiciones real/compleja.
       PROCESA-BARRIDO.
            MOVE SPACES                  TO WS-BR-MOTIVO.
            EVALUATE TRUE
                WHEN NOT BR-VARIABLE-VALIDA
                    MOVE 'VARIABLE DISTINTA DE A, B Y C'
                                         TO WS-BR-MOTIVO
                WHEN BR-DESDE NOT NUMERIC OR BR-HASTA NOT NUMERIC
                     OR BR-PASO NOT NUMERIC
                    MOVE 'DESDE/HASTA/PASO NO NUMERICO'
                                         TO WS-BR-MOTIVO
                WHEN (BR-VARIABLE NOT = 'A' AND BR-A NOT NUMERIC)
                  OR (BR-VARIABLE NOT = 'B' AND BR-B NOT NUMERIC)
                  OR (BR-VARIABLE NOT = 'C' AND BR-C NOT NUMERIC)
                    MOVE 'COEFICIENTE FIJO NO NUMERICO'
                                         TO WS-BR-MOTIVO
                WHEN BR-PASO NOT > ZERO
                    MOVE 'EL PASO DEBE SER POSITIVO'
                                         TO WS-BR-MOTIVO
                WHEN OTHER
                    COMPUTE WS-BR-DISTANCIA = BR-HASTA - BR-DESDE
                    MOVE BR-PASO         TO WS-BR-PASO
                    IF WS-BR-DISTANCIA < ZERO
                        COMPUTE WS-BR-DISTANCIA = 0 - WS-BR-DISTANCIA
                        COMPUTE WS-BR-PASO = 0 - WS-BR-PASO
                    END-IF
                    COMPUTE WS-BR-PASOS =
                            (WS-BR-DISTANCIA / BR-PASO) + 1
                    IF WS-BR-PASOS > WS-MAX-PASOS
                        MOVE 'MAS DE 500 PASOS'
                                         TO WS-BR-MOTIVO
                    END-IF
            END-EVALUATE.
            IF WS-BR-MOTIVO NOT = SPACES
                ADD 1                    TO WS-TOTAL-RECHAZADAS
                MOVE SPACES              TO LINEA-RESPUESTA
                STRING BR-ID ' RECHAZADA - BARRIDO: ' WS-BR-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
                WRITE LINEA-RESPUESTA
                EXIT PARAGRAPH
            END-IF.

            ADD 1                        TO WS-TOTAL-BARRIDOS.
            DISPLAY 'CONJUNTO (' CONTADOR-SETS '): BARRIDO DE '
                    BR-VARIABLE ' EN ' WS-BR-PASOS ' PASOS'.
            MOVE ZEROES                  TO COEF-A COEF-B COEF-C.
            MOVE SPACES                  TO WS-BR-FIJOS.
            EVALUATE BR-VARIABLE
                WHEN 'A'
                    MOVE BR-B            TO COEF-B WS-BR-FIJO1-EDITADO
                    MOVE BR-C            TO COEF-C WS-BR-FIJO2-EDITADO
                    STRING ' B=' WS-BR-FIJO1-EDITADO
                           ' C=' WS-BR-FIJO2-EDITADO
                           DELIMITED BY SIZE INTO WS-BR-FIJOS
                    END-STRING
                WHEN 'B'
                    MOVE BR-A            TO COEF-A WS-BR-FIJO1-EDITADO
                    MOVE BR-C            TO COEF-C WS-BR-FIJO2-EDITADO
                    STRING ' A=' WS-BR-FIJO1-EDITADO
                           ' C=' WS-BR-FIJO2-EDITADO
                           DELIMITED BY SIZE INTO WS-BR-FIJOS
                    END-STRING
                WHEN 'C'
                    MOVE BR-A            TO COEF-A WS-BR-FIJO1-EDITADO
                    MOVE BR-B            TO COEF-B WS-BR-FIJO2-EDITADO
                    STRING ' A=' WS-BR-FIJO1-EDITADO
                           ' B=' WS-BR-FIJO2-EDITADO
                           DELIMITED BY SIZE INTO WS-BR-FIJOS
                    END-STRING
            END-EVALUATE.
            MOVE BR-DESDE                TO WS-BR-DESDE-EDITADO.
            MOVE BR-HASTA                TO WS-BR-HASTA-EDITADO.
            MOVE BR-PASO                 TO WS-BR-PASO-EDITADO.
            MOVE SPACES                  TO LINEA-RESPUESTA.
            STRING BR-ID ' BARRIDO DE ' BR-VARIABLE
                   ' DESDE ' WS-BR-DESDE-EDITADO
                   ' HASTA ' WS-BR-HASTA-EDITADO
                   ' PASO ' WS-BR-PASO-EDITADO WS-BR-FIJOS
                   DELIMITED BY SIZE INTO LINEA-RESPUESTA
            END-STRING.
            WRITE LINEA-RESPUESTA.

            MOVE BR-DESDE                TO WS-BR-VALOR.
            MOVE SPACES                  TO WS-BR-ESTADO-ANT.
            MOVE ZEROES                  TO WS-TOTAL-TRANSICIONES.
            PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                    UNTIL WS-BR-IDX > WS-BR-PASOS
                PERFORM EVALUA-PASO-BARRIDO
                ADD WS-BR-PASO           TO WS-BR-VALOR
            END-PERFORM.
            PERFORM ESCRIBE-TRANSICIONES.

      *    Un paso del barrido: discriminante, raices reales o par
      *    complejo (parte real +/- parte imaginaria) y la marca
      *    <CAMBIO cuando el paso no es del mismo tipo que el ultimo
      *    resuelto.  Con A a cero no hay ecuacion de segundo grado
      *    y el paso no cuenta para las transiciones.
       EVALUA-PASO-BARRIDO.
            ADD 1                        TO WS-TOTAL-PASOS.
            EVALUATE BR-VARIABLE
                WHEN 'A'
                    MOVE WS-BR-VALOR     TO COEF-A
                WHEN 'B'
                    MOVE WS-BR-VALOR     TO COEF-B
                WHEN 'C'
                    MOVE WS-BR-VALOR     TO COEF-C
            END-EVALUATE.
            MOVE WS-BR-VALOR             TO WS-BR-VALOR-EDITADO.
            MOVE SPACES                  TO LINEA-RESPUESTA
                                            WS-BR-MARCA.
            IF COEF-A = ZERO
                STRING BR-ID ' ' WS-BR-VALOR-EDITADO
                       ' A=0 - NO ES DE SEGUNDO GRADO'
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
                WRITE LINEA-RESPUESTA
                EXIT PARAGRAPH
            END-IF.

            COMPUTE WS-BR-D = (COEF-B * COEF-B)
                            - (4 * COEF-A * COEF-C).
            MOVE WS-BR-D                 TO WS-BR-D-EDITADO.
            CALL 'EXMQUAD' USING COEF-A, COEF-B, COEF-C, X1, X2,
                    HAY-RAICES-REALES-SW.
            IF HAY-RAICES-REALES
                SET BR-ESTADO-REAL       TO TRUE
            ELSE
                SET BR-ESTADO-COMPLEJO   TO TRUE
            END-IF.

            IF WS-BR-ESTADO-ANT NOT = SPACES
               AND WS-BR-ESTADO NOT = WS-BR-ESTADO-ANT
                MOVE '<CAMBIO'           TO WS-BR-MARCA
                ADD 1                    TO WS-TOTAL-TRANSICIONES
                IF WS-TOTAL-TRANSICIONES NOT > WS-MAX-TRANSICIONES
                    MOVE WS-TOTAL-TRANSICIONES TO WS-TR-IDX
                    MOVE WS-BR-VALOR-ANT TO TR-ANTERIOR(WS-TR-IDX)
                    MOVE WS-BR-VALOR     TO TR-VALOR(WS-TR-IDX)
                    IF BR-ESTADO-REAL
                        MOVE 'COMPLEJA A REAL'
                                         TO TR-SENTIDO(WS-TR-IDX)
                    ELSE
                        MOVE 'REAL A COMPLEJA'
                                         TO TR-SENTIDO(WS-TR-IDX)
                    END-IF
                END-IF
            END-IF.
            MOVE WS-BR-ESTADO            TO WS-BR-ESTADO-ANT.
            MOVE WS-BR-VALOR             TO WS-BR-VALOR-ANT.

            IF BR-ESTADO-REAL
                MOVE X1                  TO WS-X1-EDITADA
                MOVE X2                  TO WS-X2-EDITADA
                STRING BR-ID ' ' WS-BR-VALOR-EDITADO
                       ' D=' WS-BR-D-EDITADO
                       ' X1=' WS-X1-EDITADA
                       ' X2=' WS-X2-EDITADA ' ' WS-BR-MARCA
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
            ELSE
                COMPUTE WS-BR-MENOS-B = 0 - COEF-B
                COMPUTE WS-BR-RE ROUNDED =
                        WS-BR-MENOS-B / (2 * COEF-A)
                COMPUTE WS-BR-IM ROUNDED =
                        FUNCTION SQRT(0 - WS-BR-D) / (2 * COEF-A)
                IF WS-BR-IM < ZERO
                    COMPUTE WS-BR-IM = 0 - WS-BR-IM
                END-IF
                MOVE WS-BR-RE            TO WS-X1-EDITADA
                MOVE WS-BR-IM            TO WS-X2-EDITADA
                STRING BR-ID ' ' WS-BR-VALOR-EDITADO
                       ' D=' WS-BR-D-EDITADO
                       ' RE=' WS-X1-EDITADA
                       ' IM=+/-' WS-X2-EDITADA ' ' WS-BR-MARCA
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
            END-IF.
            WRITE LINEA-RESPUESTA.

      *    Resumen del barrido: entre que dos valores del parametro
      *    cambian las raices de reales a complejas o al reves.
       ESCRIBE-TRANSICIONES.
            MOVE SPACES                  TO LINEA-RESPUESTA.
            STRING BR-ID ' TRANSICIONES REAL/COMPLEJA: '
                   WS-TOTAL-TRANSICIONES
                   DELIMITED BY SIZE INTO LINEA-RESPUESTA
            END-STRING.
            WRITE LINEA-RESPUESTA.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-TRANSICIONES
                       OR WS-TR-IDX > WS-MAX-TRANSICIONES
                MOVE TR-ANTERIOR(WS-TR-IDX) TO WS-BR-DESDE-EDITADO
                MOVE TR-VALOR(WS-TR-IDX) TO WS-BR-HASTA-EDITADO
                MOVE SPACES              TO LINEA-RESPUESTA
                STRING BR-ID '   ENTRE ' BR-VARIABLE '='
                       WS-BR-DESDE-EDITADO ' Y ' BR-VARIABLE '='
                       WS-BR-HASTA-EDITADO ': '
                       TR-SENTIDO(WS-TR-IDX)
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
                WRITE LINEA-RESPUESTA
            END-PERFORM.
            IF WS-TOTAL-TRANSICIONES > WS-MAX-TRANSICIONES
                MOVE SPACES              TO LINEA-RESPUESTA
                STRING BR-ID '   (SOLO SE LISTAN LAS 100 PRIMERAS)'
                       DELIMITED BY SIZE INTO LINEA-RESPUESTA
                END-STRING
                WRITE LINEA-RESPUESTA
            END-IF.
