      *****************************************************************
      *                                                               *
      * This software have been developed under GNU GPL v3 License.   *
      *   That means, no closed distribution of this software is      *
      *   allowed.                                                    *
      *                                                               *
      * Please refer to the License text here:                        *
      *   https://www.gnu.org/licenses/gpl-3.0.txt                    *
      *                                                               *
      * For any comment, suggestion or similar, you can reach me via  *
      * mail on "doscar.sole@gmail.com"                               *
      *                                                               *
      *****************************************************************
      * EXM160 - eligibility letters.  EXM20 decides and EXM38 groups *
      * the decisions for disputes, but the applicant was never told  *
      * the outcome in writing: the branch phoned, and the reason     *
      * given depended on who made the call.  Each night this reads   *
      * the determinations EXM20 logged (EXM20LOG.DAT) and the        *
      * reviews EXM104 applied (EXM20OVR.DAT) over the last           *
      * WS-DIAS-RECUPERA days, so a night the job did not run is      *
      * caught up, and writes one print-ready letter per outcome to   *
      * CARTAS.PRT, one page per letter.  The letter states the       *
      * outcome in the plain-language text kept for each reason in    *
      * MOTIVTXT.DAT -- '00' the approval, '01' to '04' the rejection *
      * reasons of copybooks/detlog.cpy, 'RA'/'RR' an approval or     *
      * rejection on review -- and a rejection gives the last day to  *
      * dispute it, WS-PLAZO-DISPUTA days after the letter.  A        *
      * determination already reviewed gets only the review letter.   *
      * Every letter is recorded in CARTAELG.DAT                      *
      * (copybooks/cartaelg.cpy), so a second run never issues it     *
      * again and EXM38 shows it beside the determination.  The log   *
      * carries no name or address for the applicant: each letter     *
      * names its determination (date and card image) for the branch  *
      * to match and hand over.  A reason without text in             *
      * MOTIVTXT.DAT holds the letter back, listed on SYSOUT, until   *
      * the text is added (return code 4).  Return code 16 when the   *
      * register or the log cannot be read.                           *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM160.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETLOG-FILE ASSIGN TO "EXM20LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETLOG-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "EXM20OVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT MOTIVTXT-FILE ASSIGN TO "MOTIVTXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTIVTXT-STATUS.
           SELECT CARTAELG-FILE ASSIGN TO "CARTAELG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAELG-STATUS.
           SELECT CARTAS-FILE ASSIGN TO "CARTAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DETLOG-FILE.
           COPY "detlog.cpy".

       FD  OVERRIDE-FILE.
        01 OVERRIDE-REC.
           02 OV-FECHA-ORIG           PIC 9(08).
           02 OV-ENTRADA              PIC X(08).
           02 OV-NUEVO-RESULTADO      PIC X(01).
           02 OV-JUSTIFICACION        PIC X(30).
           02 OV-SOLICITA             PIC X(08).
           02 OV-APRUEBA              PIC X(08).
           02 OV-FECHA-OVERRIDE       PIC 9(08).

      *    Texto de cada motivo, una fila por linea de la carta en
      *    el orden en que se imprime.
       FD  MOTIVTXT-FILE.
        01 MOTIVTXT-REC.
           02 MT-MOTIVO               PIC X(02).
           02 MT-TEXTO                PIC X(70).

       FD  CARTAELG-FILE.
           COPY "cartaelg.cpy".

       FD  CARTAS-FILE.
        01 LINEA-CARTA                PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-DETLOG-STATUS           PIC X(02) VALUE '00'.
        01 WS-OVERRIDE-STATUS         PIC X(02) VALUE '00'.
        01 WS-MOTIVTXT-STATUS         PIC X(02) VALUE '00'.
        01 WS-CARTAELG-STATUS         PIC X(02) VALUE '00'.
        01 WS-CARTAS-STATUS           PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-INTEGER-HOY             PIC 9(08) VALUE ZEROES.
        01 WS-INTEGER-AUX             PIC 9(08) VALUE ZEROES.
      *    Ventana de recuperacion: una noche sin ejecutar no deja
      *    determinaciones sin carta.
        01 WS-DIAS-RECUPERA           PIC 9(02) VALUE 7.
        01 WS-FECHA-DESDE             PIC 9(08) VALUE ZEROES.
        01 WS-PLAZO-DISPUTA           PIC 9(03) VALUE 30.
        01 WS-FECHA-PLAZO             PIC 9(08) VALUE ZEROES.
        01 WS-LINEAS-CARTA            PIC 9(02) VALUE 50.
        01 WS-LINEAS-ESCRITAS         PIC 9(02) VALUE ZEROES.
      *    Textos de motivo.
        01 WS-MAX-TEXTOS              PIC 9(03) VALUE 200.
        01 WS-TOTAL-TEXTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-TEXTOS.
           02 TX-FILA OCCURS 200 TIMES.
              03 TX-MOTIVO            PIC X(02).
              03 TX-TEXTO             PIC X(70).
        01 WS-TX-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TEXTO-SW                PIC X(01) VALUE 'N'.
           88 HAY-TEXTO                          VALUE 'Y'.
      *    Cartas ya registradas dentro de la ventana y ultimo
      *    numero de carta emitido.
        01 WS-MAX-REGISTRO            PIC 9(04) VALUE 5000.
        01 WS-TOTAL-REGISTRO          PIC 9(04) VALUE ZEROES.
        01 TABLA-REGISTRO.
           02 TR-FILA OCCURS 5000 TIMES.
              03 TR-FECHA-DET         PIC 9(08).
              03 TR-ENTRADA           PIC X(08).
              03 TR-OCURRENCIA        PIC 9(03).
              03 TR-TIPO              PIC X(01).
              03 TR-FECHA-OVR         PIC 9(08).
        01 WS-TR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-ULTIMO-NUMERO           PIC 9(07) VALUE ZEROES.
      *    Revisiones de la ventana; cuenta la ultima de cada
      *    determinacion, como en EXM38.
        01 WS-MAX-REVISIONES          PIC 9(03) VALUE 500.
        01 WS-TOTAL-REVISIONES        PIC 9(03) VALUE ZEROES.
        01 TABLA-REVISIONES.
           02 TV-FILA OCCURS 500 TIMES.
              03 TV-FECHA-ORIG        PIC 9(08).
              03 TV-ENTRADA           PIC X(08).
              03 TV-NUEVO             PIC X(01).
              03 TV-FECHA-OVERRIDE    PIC 9(08).
              03 TV-ULTIMA-SW         PIC X(01).
                 88 TV-ULTIMA                    VALUE 'Y'.
        01 WS-TV-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TV-AUX                  PIC 9(03) VALUE ZEROES.
        01 WS-REVISION-HALLADA        PIC 9(03) VALUE ZEROES.
      *    Determinaciones de la ventana, para numerar las filas
      *    repetidas (misma fecha y misma tarjeta).
        01 WS-MAX-DETERMINACIONES     PIC 9(04) VALUE 5000.
        01 WS-TOTAL-DETERMINACIONES   PIC 9(04) VALUE ZEROES.
        01 TABLA-DETERMINACIONES.
           02 TD-FILA OCCURS 5000 TIMES.
              03 TD-FECHA             PIC 9(08).
              03 TD-ENTRADA           PIC X(08).
              03 TD-RESULTADO         PIC X(01).
              03 TD-MOTIVO            PIC X(02).
        01 WS-TD-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-OCURRENCIA              PIC 9(03) VALUE ZEROES.
        01 WS-REGISTRADA-SW           PIC X(01) VALUE 'N'.
           88 YA-REGISTRADA                      VALUE 'Y'.
      *    Carta en curso.
        01 WS-CARTA-TIPO              PIC X(01) VALUE SPACES.
        01 WS-CARTA-FECHA-DET         PIC 9(08) VALUE ZEROES.
        01 WS-CARTA-ENTRADA           PIC X(08) VALUE SPACES.
        01 WS-CARTA-FECHA-OVR         PIC 9(08) VALUE ZEROES.
        01 WS-CARTA-RESULTADO         PIC X(01) VALUE SPACES.
        01 WS-CARTA-MOTIVO            PIC X(02) VALUE SPACES.
        01 WS-FECHA-EDITADA           PIC X(10) VALUE SPACES.
        01 WS-FECHA-AUX               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-AUX.
           02 WS-AUX-ANYO             PIC 9(04).
           02 WS-AUX-MES              PIC 9(02).
           02 WS-AUX-DIA              PIC 9(02).
      *    Totales.
        01 WS-TOTAL-CARTAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APROBADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DENEGADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-REVISADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SUSTITUIDAS       PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RETENIDAS         PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-INTEGER-HOY =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
            COMPUTE WS-INTEGER-AUX = WS-INTEGER-HOY - WS-DIAS-RECUPERA.
            COMPUTE WS-FECHA-DESDE =
                    FUNCTION DATE-OF-INTEGER(WS-INTEGER-AUX).
            COMPUTE WS-INTEGER-AUX = WS-INTEGER-HOY + WS-PLAZO-DISPUTA.
            COMPUTE WS-FECHA-PLAZO =
                    FUNCTION DATE-OF-INTEGER(WS-INTEGER-AUX).

            PERFORM CARGA-TEXTOS.
            PERFORM CARGA-REGISTRO.
            PERFORM CARGA-REVISIONES.
            PERFORM CARGA-DETERMINACIONES.

            OPEN EXTEND CARTAELG-FILE.
            IF WS-CARTAELG-STATUS = '05' OR WS-CARTAELG-STATUS = '35'
                OPEN OUTPUT CARTAELG-FILE
            END-IF.
            OPEN OUTPUT CARTAS-FILE.

            PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                    UNTIL WS-TD-IDX > WS-TOTAL-DETERMINACIONES
                PERFORM TRATA-DETERMINACION
            END-PERFORM.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-REVISIONES
                IF TV-ULTIMA(WS-TV-IDX)
                    PERFORM TRATA-REVISION
                END-IF
            END-PERFORM.

            CLOSE CARTAS-FILE.
            CLOSE CARTAELG-FILE.

            IF WS-TOTAL-RETENIDAS > ZEROES
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'CARTAS EMITIDAS: '      WS-TOTAL-CARTAS.
            DISPLAY '  DE APROBACION: '      WS-TOTAL-APROBADAS.
            DISPLAY '  DE DENEGACION: '      WS-TOTAL-DENEGADAS.
            DISPLAY '  TRAS REVISION: '      WS-TOTAL-REVISADAS.
            DISPLAY 'SUSTITUIDAS POR REVISION: ' WS-TOTAL-SUSTITUIDAS.
            DISPLAY 'RETENIDAS SIN TEXTO: '  WS-TOTAL-RETENIDAS.
            DISPLAY 'FIN DEL PROGRAMA - VER CARTAS.PRT'.
            STOP RUN.

       CARGA-TEXTOS.
            OPEN INPUT MOTIVTXT-FILE.
            IF WS-MOTIVTXT-STATUS NOT = '00'
                DISPLAY '*** MOTIVTXT.DAT NO DISPONIBLE - STATUS: '
                        WS-MOTIVTXT-STATUS ' ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ MOTIVTXT-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF WS-TOTAL-TEXTOS < WS-MAX-TEXTOS
                            ADD 1      TO WS-TOTAL-TEXTOS
                            MOVE MT-MOTIVO TO
                                 TX-MOTIVO(WS-TOTAL-TEXTOS)
                            MOVE MT-TEXTO TO
                                 TX-TEXTO(WS-TOTAL-TEXTOS)
                        ELSE
                            DISPLAY '*** MAS DE ' WS-MAX-TEXTOS
                                    ' LINEAS EN MOTIVTXT.DAT ***'
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MOTIVTXT-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Sin registro legible no se emite nada: se duplicarian
      *    cartas ya enviadas.
       CARGA-REGISTRO.
            OPEN INPUT CARTAELG-FILE.
            IF WS-CARTAELG-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-CARTAELG-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO LEER CARTAELG.DAT - STATUS: '
                        WS-CARTAELG-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ CARTAELG-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-REGISTRO
                END-READ
            END-PERFORM.
            CLOSE CARTAELG-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       ANOTA-REGISTRO.
            IF CE-NUMERO IS NUMERIC AND CE-NUMERO > WS-ULTIMO-NUMERO
                MOVE CE-NUMERO         TO WS-ULTIMO-NUMERO
            END-IF.
            IF CE-FECHA-DET < WS-FECHA-DESDE
               AND CE-FECHA-OVR < WS-FECHA-DESDE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-REGISTRO >= WS-MAX-REGISTRO
                DISPLAY '*** MAS DE ' WS-MAX-REGISTRO
                        ' CARTAS EN LA VENTANA - NO SE EMITE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1                      TO WS-TOTAL-REGISTRO.
            MOVE CE-FECHA-DET          TO
                 TR-FECHA-DET(WS-TOTAL-REGISTRO).
            MOVE CE-ENTRADA            TO TR-ENTRADA(WS-TOTAL-REGISTRO).
            MOVE CE-OCURRENCIA         TO
                 TR-OCURRENCIA(WS-TOTAL-REGISTRO).
            MOVE CE-TIPO               TO TR-TIPO(WS-TOTAL-REGISTRO).
            MOVE CE-FECHA-OVR          TO
                 TR-FECHA-OVR(WS-TOTAL-REGISTRO).

       CARGA-REVISIONES.
            OPEN INPUT OVERRIDE-FILE.
            IF WS-OVERRIDE-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ OVERRIDE-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF OV-FECHA-OVERRIDE >= WS-FECHA-DESDE
                            PERFORM ANOTA-REVISION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OVERRIDE-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Una revision posterior de la misma determinacion deja
      *    a la anterior sin carta.
       ANOTA-REVISION.
            IF WS-TOTAL-REVISIONES >= WS-MAX-REVISIONES
                DISPLAY '*** MAS DE ' WS-MAX-REVISIONES
                        ' REVISIONES EN LA VENTANA ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-TV-AUX FROM 1 BY 1
                    UNTIL WS-TV-AUX > WS-TOTAL-REVISIONES
                IF TV-FECHA-ORIG(WS-TV-AUX) = OV-FECHA-ORIG
                   AND TV-ENTRADA(WS-TV-AUX) = OV-ENTRADA
                    MOVE 'N'           TO TV-ULTIMA-SW(WS-TV-AUX)
                END-IF
            END-PERFORM.
            ADD 1                      TO WS-TOTAL-REVISIONES.
            MOVE WS-TOTAL-REVISIONES   TO WS-TV-AUX.
            MOVE OV-FECHA-ORIG         TO TV-FECHA-ORIG(WS-TV-AUX).
            MOVE OV-ENTRADA            TO TV-ENTRADA(WS-TV-AUX).
            MOVE OV-NUEVO-RESULTADO    TO TV-NUEVO(WS-TV-AUX).
            MOVE OV-FECHA-OVERRIDE     TO TV-FECHA-OVERRIDE(WS-TV-AUX).
            SET TV-ULTIMA(WS-TV-AUX)   TO TRUE.

       CARGA-DETERMINACIONES.
            OPEN INPUT DETLOG-FILE.
            IF WS-DETLOG-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-DETLOG-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO LEER EXM20LOG.DAT - STATUS: '
                        WS-DETLOG-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ DETLOG-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF DL-FECHA >= WS-FECHA-DESDE
                            PERFORM ANOTA-DETERMINACION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DETLOG-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       ANOTA-DETERMINACION.
            IF WS-TOTAL-DETERMINACIONES >= WS-MAX-DETERMINACIONES
                DISPLAY '*** MAS DE ' WS-MAX-DETERMINACIONES
                        ' DETERMINACIONES EN LA VENTANA - '
                        'NO SE EMITE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1                      TO WS-TOTAL-DETERMINACIONES.
            MOVE DL-FECHA              TO
                 TD-FECHA(WS-TOTAL-DETERMINACIONES).
            MOVE DL-ENTRADA            TO
                 TD-ENTRADA(WS-TOTAL-DETERMINACIONES).
            MOVE DL-RESULTADO          TO
                 TD-RESULTADO(WS-TOTAL-DETERMINACIONES).
            MOVE DL-MOTIVO             TO
                 TD-MOTIVO(WS-TOTAL-DETERMINACIONES).

      *    Carta de una determinacion: ninguna si ya esta en el
      *    registro; si una revision la ha cambiado, se anota como
      *    sustituida y la carta sale con la revision.
       TRATA-DETERMINACION.
            MOVE ZEROES                TO WS-OCURRENCIA.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TD-IDX
                IF TD-FECHA(WS-TR-IDX) = TD-FECHA(WS-TD-IDX)
                   AND TD-ENTRADA(WS-TR-IDX) = TD-ENTRADA(WS-TD-IDX)
                    ADD 1              TO WS-OCURRENCIA
                END-IF
            END-PERFORM.
            MOVE 'N'                   TO WS-REGISTRADA-SW.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-REGISTRO
                       OR YA-REGISTRADA
                IF TR-FECHA-DET(WS-TR-IDX) = TD-FECHA(WS-TD-IDX)
                   AND TR-ENTRADA(WS-TR-IDX) = TD-ENTRADA(WS-TD-IDX)
                   AND TR-OCURRENCIA(WS-TR-IDX) = WS-OCURRENCIA
                   AND TR-TIPO(WS-TR-IDX) NOT = 'R'
                    SET YA-REGISTRADA  TO TRUE
                END-IF
            END-PERFORM.
            IF YA-REGISTRADA
                EXIT PARAGRAPH
            END-IF.

            MOVE TD-FECHA(WS-TD-IDX)   TO WS-CARTA-FECHA-DET.
            MOVE TD-ENTRADA(WS-TD-IDX) TO WS-CARTA-ENTRADA.
            MOVE ZEROES                TO WS-CARTA-FECHA-OVR.
            MOVE TD-RESULTADO(WS-TD-IDX) TO WS-CARTA-RESULTADO.
            MOVE TD-MOTIVO(WS-TD-IDX)  TO WS-CARTA-MOTIVO.

            PERFORM BUSCA-REVISION.
            IF WS-REVISION-HALLADA > ZEROES
                MOVE 'S'               TO WS-CARTA-TIPO
                PERFORM REGISTRA-CARTA
                ADD 1                  TO WS-TOTAL-SUSTITUIDAS
                EXIT PARAGRAPH
            END-IF.

            MOVE 'D'                   TO WS-CARTA-TIPO.
            PERFORM EMITE-CARTA.

       BUSCA-REVISION.
            MOVE ZEROES                TO WS-REVISION-HALLADA.
            PERFORM VARYING WS-TV-AUX FROM 1 BY 1
                    UNTIL WS-TV-AUX > WS-TOTAL-REVISIONES
                IF TV-FECHA-ORIG(WS-TV-AUX) = TD-FECHA(WS-TD-IDX)
                   AND TV-ENTRADA(WS-TV-AUX) = TD-ENTRADA(WS-TD-IDX)
                   AND TV-ULTIMA(WS-TV-AUX)
                    MOVE WS-TV-AUX     TO WS-REVISION-HALLADA
                END-IF
            END-PERFORM.

       TRATA-REVISION.
            MOVE 'N'                   TO WS-REGISTRADA-SW.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-REGISTRO
                       OR YA-REGISTRADA
                IF TR-FECHA-DET(WS-TR-IDX) = TV-FECHA-ORIG(WS-TV-IDX)
                   AND TR-ENTRADA(WS-TR-IDX) = TV-ENTRADA(WS-TV-IDX)
                   AND TR-TIPO(WS-TR-IDX) = 'R'
                   AND TR-FECHA-OVR(WS-TR-IDX) =
                       TV-FECHA-OVERRIDE(WS-TV-IDX)
                    SET YA-REGISTRADA  TO TRUE
                END-IF
            END-PERFORM.
            IF YA-REGISTRADA
                EXIT PARAGRAPH
            END-IF.

            MOVE 'R'                   TO WS-CARTA-TIPO.
            MOVE TV-FECHA-ORIG(WS-TV-IDX) TO WS-CARTA-FECHA-DET.
            MOVE TV-ENTRADA(WS-TV-IDX) TO WS-CARTA-ENTRADA.
            MOVE TV-FECHA-OVERRIDE(WS-TV-IDX) TO WS-CARTA-FECHA-OVR.
            MOVE TV-NUEVO(WS-TV-IDX)   TO WS-CARTA-RESULTADO.
            MOVE ZEROES                TO WS-OCURRENCIA.
            IF TV-NUEVO(WS-TV-IDX) = 'A'
                MOVE 'RA'              TO WS-CARTA-MOTIVO
            ELSE
                MOVE 'RR'              TO WS-CARTA-MOTIVO
            END-IF.
            PERFORM EMITE-CARTA.

      *    Sin texto para el motivo la carta se retiene: una
      *    denegacion sin su motivo es justo lo que se quiere evitar.
       EMITE-CARTA.
            MOVE 'N'                   TO WS-TEXTO-SW.
            PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                    UNTIL WS-TX-IDX > WS-TOTAL-TEXTOS OR HAY-TEXTO
                IF TX-MOTIVO(WS-TX-IDX) = WS-CARTA-MOTIVO
                    SET HAY-TEXTO      TO TRUE
                END-IF
            END-PERFORM.
            IF NOT HAY-TEXTO
                DISPLAY '*** CARTA RETENIDA - MOTIVO ' WS-CARTA-MOTIVO
                        ' SIN TEXTO EN MOTIVTXT.DAT: '
                        WS-CARTA-FECHA-DET ' >' WS-CARTA-ENTRADA '< ***'
                ADD 1                  TO WS-TOTAL-RETENIDAS
                EXIT PARAGRAPH
            END-IF.

            ADD 1                      TO WS-ULTIMO-NUMERO.
            PERFORM ESCRIBE-CARTA.
            PERFORM REGISTRA-CARTA.
            ADD 1                      TO WS-TOTAL-CARTAS.
            EVALUATE TRUE
                WHEN WS-CARTA-TIPO = 'R'
                    ADD 1              TO WS-TOTAL-REVISADAS
                WHEN WS-CARTA-RESULTADO = 'A'
                    ADD 1              TO WS-TOTAL-APROBADAS
                WHEN OTHER
                    ADD 1              TO WS-TOTAL-DENEGADAS
            END-EVALUATE.

       REGISTRA-CARTA.
            MOVE SPACES                TO CARTAELG-REC.
            MOVE WS-CARTA-FECHA-DET    TO CE-FECHA-DET.
            MOVE WS-CARTA-ENTRADA      TO CE-ENTRADA.
            MOVE WS-OCURRENCIA         TO CE-OCURRENCIA.
            MOVE WS-CARTA-TIPO         TO CE-TIPO.
            MOVE WS-CARTA-FECHA-OVR    TO CE-FECHA-OVR.
            MOVE WS-CARTA-RESULTADO    TO CE-RESULTADO.
            MOVE WS-CARTA-MOTIVO       TO CE-MOTIVO.
            MOVE WS-FECHA-PROCESO      TO CE-FECHA-EMISION.
            IF WS-CARTA-TIPO = 'S'
                MOVE ZEROES            TO CE-NUMERO CE-PLAZO
            ELSE
                MOVE WS-ULTIMO-NUMERO  TO CE-NUMERO
                IF WS-CARTA-RESULTADO = 'A'
                    MOVE ZEROES        TO CE-PLAZO
                ELSE
                    MOVE WS-FECHA-PLAZO TO CE-PLAZO
                END-IF
            END-IF.
            WRITE CARTAELG-REC.

      *    Una pagina por carta: el texto del motivo y, en una
      *    denegacion, el plazo para impugnarla.  La justificacion
      *    de EXM104 es para el comite y no sale en la carta.
       ESCRIBE-CARTA.
            MOVE ZEROES                TO WS-LINEAS-ESCRITAS.
            MOVE WS-FECHA-PROCESO      TO WS-FECHA-AUX.
            PERFORM EDITA-FECHA.
            MOVE SPACES                TO LINEA-CARTA.
            STRING 'CARTA NUM. ' WS-ULTIMO-NUMERO
                   '                           FECHA: '
                   WS-FECHA-EDITADA
                   DELIMITED BY SIZE INTO LINEA-CARTA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            PERFORM ESCRIBE-BLANCO.
            MOVE SPACES                TO LINEA-CARTA.
            MOVE WS-CARTA-FECHA-DET    TO WS-FECHA-AUX.
            PERFORM EDITA-FECHA.
            STRING 'REFERENCIA: SOLICITUD DEL ' WS-FECHA-EDITADA
                   '  DATOS >' WS-CARTA-ENTRADA '<'
                   DELIMITED BY SIZE INTO LINEA-CARTA
            END-STRING.
            PERFORM ESCRIBE-LINEA.
            MOVE SPACES                TO LINEA-CARTA.
            IF WS-CARTA-TIPO = 'R'
                MOVE 'ASUNTO: REVISION DE SU SOLICITUD DE ELEGIBILIDAD'
                                       TO LINEA-CARTA
            ELSE
                MOVE 'ASUNTO: RESOLUCION DE SU SOLICITUD DE '
                   & 'ELEGIBILIDAD'    TO LINEA-CARTA
            END-IF.
            PERFORM ESCRIBE-LINEA.
            PERFORM ESCRIBE-BLANCO.
            MOVE 'ESTIMADO/A SOLICITANTE:' TO LINEA-CARTA.
            PERFORM ESCRIBE-LINEA.
            PERFORM ESCRIBE-BLANCO.

            EVALUATE TRUE
                WHEN WS-CARTA-TIPO = 'R' AND WS-CARTA-RESULTADO = 'A'
                    MOVE 'TRAS REVISAR SU SOLICITUD, LE COMUNICAMOS '
                       & 'QUE HA SIDO APROBADA.' TO LINEA-CARTA
                WHEN WS-CARTA-TIPO = 'R'
                    MOVE 'TRAS REVISAR SU SOLICITUD, LE COMUNICAMOS '
                       & 'QUE HA SIDO DENEGADA.' TO LINEA-CARTA
                WHEN WS-CARTA-RESULTADO = 'A'
                    MOVE 'NOS COMPLACE COMUNICARLE QUE SU SOLICITUD '
                       & 'HA SIDO APROBADA.' TO LINEA-CARTA
                WHEN OTHER
                    MOVE 'LAMENTAMOS COMUNICARLE QUE SU SOLICITUD HA '
                       & 'SIDO DENEGADA POR EL' TO LINEA-CARTA
                    PERFORM ESCRIBE-LINEA
                    MOVE 'SIGUIENTE MOTIVO:' TO LINEA-CARTA
            END-EVALUATE.
            PERFORM ESCRIBE-LINEA.
            PERFORM ESCRIBE-BLANCO.
            PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                    UNTIL WS-TX-IDX > WS-TOTAL-TEXTOS
                IF TX-MOTIVO(WS-TX-IDX) = WS-CARTA-MOTIVO
                    MOVE TX-TEXTO(WS-TX-IDX) TO LINEA-CARTA
                    PERFORM ESCRIBE-LINEA
                END-IF
            END-PERFORM.

            IF WS-CARTA-RESULTADO NOT = 'A'
                PERFORM ESCRIBE-BLANCO
                MOVE 'SI NO ESTA CONFORME CON ESTA RESOLUCION PUEDE '
                   & 'IMPUGNARLA EN SU SUCURSAL,' TO LINEA-CARTA
                PERFORM ESCRIBE-LINEA
                MOVE SPACES            TO LINEA-CARTA
                MOVE WS-FECHA-PLAZO    TO WS-FECHA-AUX
                PERFORM EDITA-FECHA
                STRING 'CITANDO EL NUMERO DE ESTA CARTA, HASTA EL DIA '
                       WS-FECHA-EDITADA ' INCLUSIVE.'
                       DELIMITED BY SIZE INTO LINEA-CARTA
                END-STRING
                PERFORM ESCRIBE-LINEA
            END-IF.

            PERFORM ESCRIBE-BLANCO.
            MOVE 'ATENTAMENTE,'        TO LINEA-CARTA.
            PERFORM ESCRIBE-LINEA.
            PERFORM ESCRIBE-BLANCO.
            MOVE 'SERVICIO DE ELEGIBILIDAD' TO LINEA-CARTA.
            PERFORM ESCRIBE-LINEA.
            PERFORM ESCRIBE-BLANCO
                    UNTIL WS-LINEAS-ESCRITAS >= WS-LINEAS-CARTA.

       ESCRIBE-LINEA.
            WRITE LINEA-CARTA.
            ADD 1                      TO WS-LINEAS-ESCRITAS.
            MOVE SPACES                TO LINEA-CARTA.

       ESCRIBE-BLANCO.
            MOVE SPACES                TO LINEA-CARTA.
            PERFORM ESCRIBE-LINEA.

       EDITA-FECHA.
            MOVE SPACES                TO WS-FECHA-EDITADA.
            STRING WS-AUX-DIA '/' WS-AUX-MES '/' WS-AUX-ANYO
                   DELIMITED BY SIZE INTO WS-FECHA-EDITADA
            END-STRING.
