      * original row, and the override count per motivo runs beside   *
      * the plain count so the rules committee sees how often the     *
      * rules get overruled in practice.                              *
      * Letters: each determination line is followed by the letters   *
      * EXM160 sent the applicant about it (CARTAELG.DAT,             *
      * copybooks/cartaelg.cpy) -- number, issue date and dispute     *
      * deadline -- or a note that its outcome went out with the      *
      * review letter, so the dispute pack shows the applicant was    *
      * told.                                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM38.
           SELECT OVERRIDE-FILE ASSIGN TO "EXM20OVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT CARTAELG-FILE ASSIGN TO "CARTAELG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAELG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM38.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           02 OV-APRUEBA              PIC X(08).
           02 OV-FECHA-OVERRIDE       PIC 9(08).

       FD  CARTAELG-FILE.
           COPY "cartaelg.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(120).

        01 WS-OVR-HALLADO             PIC 9(04) VALUE ZEROES.
        01 TABLA-CONT-OVERRIDE.
           02 WS-CONT-OVERRIDE OCCURS 5 TIMES PIC 9(06).
      *    Cartas enviadas al solicitante (EXM160), para que el
      *    expediente muestre que se comunico cada resultado.
        01 WS-CARTAELG-STATUS         PIC X(02) VALUE '00'.
        01 WS-CAR-EOF-SW              PIC X(01) VALUE 'N'.
           88 FIN-CARTAS                         VALUE 'Y'.
        01 WS-TOTAL-CARTAS            PIC 9(04) VALUE ZEROES.
        01 TABLA-CARTAS.
           02 TC-FILA OCCURS 2000 TIMES.
              03 TC-FECHA-DET         PIC 9(08).
              03 TC-ENTRADA           PIC X(08).
              03 TC-OCURRENCIA        PIC 9(03).
              03 TC-TIPO              PIC X(01).
              03 TC-FECHA-OVR         PIC 9(08).
              03 TC-NUMERO            PIC 9(07).
              03 TC-FECHA-EMISION     PIC 9(08).
              03 TC-PLAZO             PIC 9(08).
        01 WS-CDX                     PIC 9(04) VALUE ZEROES.
        01 WS-JDX                     PIC 9(04) VALUE ZEROES.
        01 WS-OCURRENCIA              PIC 9(03) VALUE ZEROES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.

            INITIALIZE TABLA-CONT-MOTIVO TABLA-CONT-OVERRIDE.
            PERFORM CARGA-OVERRIDES.
            PERFORM CARGA-CARTAS.
            PERFORM UNTIL FIN-FICHERO
                READ DETLOG-FILE
                    AT END
                        END-STRING
                    END-IF
                    WRITE LINEA-REPORTE
                    PERFORM IMPRIME-CARTAS
                END-IF
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
                END-READ
            END-PERFORM.
            CLOSE OVERRIDE-FILE.

      *    Cartas de la determinacion: la suya (por su posicion
      *    entre filas de igual fecha y tarjeta) y, bajo la primera,
      *    las de sus revisiones.
       IMPRIME-CARTAS.
            MOVE ZEROES                  TO WS-OCURRENCIA.
            PERFORM VARYING WS-JDX FROM 1 BY 1
                    UNTIL WS-JDX > WS-IDX
                IF TD-FECHA(WS-JDX) = TD-FECHA(WS-IDX)
                   AND TD-ENTRADA(WS-JDX) = TD-ENTRADA(WS-IDX)
                    ADD 1                TO WS-OCURRENCIA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-CDX FROM 1 BY 1
                    UNTIL WS-CDX > WS-TOTAL-CARTAS
                IF TC-FECHA-DET(WS-CDX) = TD-FECHA(WS-IDX)
                   AND TC-ENTRADA(WS-CDX) = TD-ENTRADA(WS-IDX)
                    MOVE SPACES          TO LINEA-REPORTE
                    MOVE 1               TO WS-PUNTERO
                    EVALUATE TRUE
                        WHEN TC-TIPO(WS-CDX) = 'S'
                         AND TC-OCURRENCIA(WS-CDX) = WS-OCURRENCIA
                            STRING '      SIN CARTA PROPIA - '
                                   'RESULTADO COMUNICADO CON LA '
                                   'REVISION'
                                   DELIMITED BY SIZE INTO LINEA-REPORTE
                            END-STRING
                        WHEN TC-TIPO(WS-CDX) = 'D'
                         AND TC-OCURRENCIA(WS-CDX) = WS-OCURRENCIA
                            STRING '      CARTA ' TC-NUMERO(WS-CDX)
                                   ' EMITIDA ' TC-FECHA-EMISION(WS-CDX)
                                   DELIMITED BY SIZE INTO LINEA-REPORTE
                                   WITH POINTER WS-PUNTERO
                            END-STRING
                        WHEN TC-TIPO(WS-CDX) = 'R'
                         AND WS-OCURRENCIA = 1
                            STRING '      CARTA ' TC-NUMERO(WS-CDX)
                                   ' DE LA REVISION DEL '
                                   TC-FECHA-OVR(WS-CDX)
                                   ' EMITIDA ' TC-FECHA-EMISION(WS-CDX)
                                   DELIMITED BY SIZE INTO LINEA-REPORTE
                                   WITH POINTER WS-PUNTERO
                            END-STRING
                    END-EVALUATE
                    IF TC-TIPO(WS-CDX) NOT = 'S'
                       AND TC-PLAZO(WS-CDX) > ZEROES
                       AND LINEA-REPORTE NOT = SPACES
                        STRING '  PLAZO DE IMPUGNACION '
                               TC-PLAZO(WS-CDX)
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                               WITH POINTER WS-PUNTERO
                        END-STRING
                    END-IF
                    IF LINEA-REPORTE NOT = SPACES
                        WRITE LINEA-REPORTE
                    END-IF
                END-IF
            END-PERFORM.

       CARGA-CARTAS.
            OPEN INPUT CARTAELG-FILE.
            IF WS-CARTAELG-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARTAS
                READ CARTAELG-FILE
                    AT END
                        SET FIN-CARTAS TO TRUE
                    NOT AT END
                        IF WS-TOTAL-CARTAS < 2000
                            ADD 1        TO WS-TOTAL-CARTAS
                            MOVE CE-FECHA-DET TO
                                 TC-FECHA-DET(WS-TOTAL-CARTAS)
                            MOVE CE-ENTRADA TO
                                 TC-ENTRADA(WS-TOTAL-CARTAS)
                            MOVE CE-OCURRENCIA TO
                                 TC-OCURRENCIA(WS-TOTAL-CARTAS)
                            MOVE CE-TIPO TO
                                 TC-TIPO(WS-TOTAL-CARTAS)
                            MOVE CE-FECHA-OVR TO
                                 TC-FECHA-OVR(WS-TOTAL-CARTAS)
                            MOVE CE-NUMERO TO
                                 TC-NUMERO(WS-TOTAL-CARTAS)
                            MOVE CE-FECHA-EMISION TO
                                 TC-FECHA-EMISION(WS-TOTAL-CARTAS)
                            MOVE CE-PLAZO TO
                                 TC-PLAZO(WS-TOTAL-CARTAS)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CARTAELG-FILE.
