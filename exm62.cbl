      * files.  Each row books an internal TL-CUENTA range at a GL    *
      * account code; an unmapped posted account is denounced by the  *
      * posting batch instead of falling out of the upload unseen.    *
      * The alta also takes the statement class of the range (A/L/E/  *
      * I/X) and the retained-earnings mark 'R' the year-end close    *
      * books into; only one equity row may carry the mark.           *
      * It also takes the statement caption (CM-LINEA) EXM111 groups  *
      * the range under.                                              *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM62.
              03 TM-DESDE              PIC 9(06).
              03 TM-HASTA              PIC 9(06).
              03 TM-CUENTA-GL          PIC X(10).
              03 TM-CLASE              PIC X(01).
              03 TM-CIERRE             PIC X(01).
              03 TM-LINEA              PIC X(20).
        01 WS-OPCION                   PIC X(01) VALUE SPACES.
           88 OPCION-LISTAR                       VALUE 'L'.
           88 OPCION-ALTA                         VALUE 'A'.
        01 WS-NUEVO-DESDE              PIC 9(06) VALUE ZEROES.
        01 WS-NUEVO-HASTA              PIC 9(06) VALUE ZEROES.
        01 WS-NUEVA-CUENTA-GL          PIC X(10) VALUE SPACES.
        01 WS-NUEVA-CLASE              PIC X(01) VALUE SPACES.
           88 NUEVA-CLASE-VALIDA                  VALUE 'A' 'L' 'E'
                                                        'I' 'X'.
        01 WS-NUEVO-CIERRE             PIC X(01) VALUE SPACES.
        01 WS-NUEVA-LINEA              PIC X(20) VALUE SPACES.
        01 WS-TOTAL-MARCAS-R           PIC 9(03) VALUE ZEROES.
        01 WS-FILA-BORRAR              PIC 9(03) VALUE ZEROES.
        01 WS-IDX                      PIC 9(03) VALUE ZEROES.
        01 WS-SALIR-SW                 PIC X(01) VALUE 'N'.
           05 LINE 13 COL 15 PIC 9(06) TO WS-NUEVO-HASTA.
           05 LINE 14 COL 1 VALUE 'CUENTA GL: '.
           05 LINE 14 COL 12 PIC X(10) TO WS-NUEVA-CUENTA-GL.
           05 LINE 15 COL 1 VALUE 'CLASE (A/L/E/I/X): '.
           05 LINE 15 COL 20 PIC X(01) TO WS-NUEVA-CLASE.
           05 LINE 16 COL 1 VALUE 'RESULTADOS ACUMULADOS (R): '.
           05 LINE 16 COL 28 PIC X(01) TO WS-NUEVO-CIERRE.
           05 LINE 17 COL 1 VALUE 'LINEA DE ESTADO FINANCIERO: '.
           05 LINE 17 COL 29 PIC X(20) TO WS-NUEVA-LINEA.

       01 PANT-BAJA.
           05 LINE 11 COL 1 VALUE 'NUMERO DE FILA A BORRAR: '.
                                 TM-HASTA(WS-TOTAL-FILAS)
                            MOVE CM-CUENTA-GL TO
                                 TM-CUENTA-GL(WS-TOTAL-FILAS)
                            MOVE CM-CLASE TO
                                 TM-CLASE(WS-TOTAL-FILAS)
                            MOVE CM-CIERRE TO
                                 TM-CIERRE(WS-TOTAL-FILAS)
                            MOVE CM-LINEA TO
                                 TM-LINEA(WS-TOTAL-FILAS)
                    END-READ
                END-PERFORM
                CLOSE MAPEO-FILE
            END-IF.

       LISTA-MAPEOS.
            DISPLAY 'FILA  DESDE   HASTA   CUENTA GL   CL C  LINEA'.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TOTAL-FILAS
                DISPLAY WS-IDX '   ' TM-DESDE(WS-IDX)
                        '  ' TM-HASTA(WS-IDX)
                        '  ' TM-CUENTA-GL(WS-IDX)
                        '  ' TM-CLASE(WS-IDX)
                        '  ' TM-CIERRE(WS-IDX)
                        '  ' TM-LINEA(WS-IDX)
            END-PERFORM.
            DISPLAY 'PULSE UNA TECLA PARA CONTINUAR...'.
            ACCEPT WS-OPCION.
       PROCESA-ALTA.
            MOVE ZEROES                  TO WS-NUEVO-DESDE
                                             WS-NUEVO-HASTA.
            MOVE SPACES                  TO WS-NUEVA-CUENTA-GL
                                             WS-NUEVA-CLASE
                                             WS-NUEVO-CIERRE
                                             WS-NUEVA-LINEA.
            DISPLAY PANT-ALTA.
            ACCEPT PANT-ALTA.
            IF WS-NUEVO-DESDE > WS-NUEVO-HASTA
               OR WS-NUEVA-CUENTA-GL = SPACES
                MOVE 'RANGO O CUENTA GL NO VALIDOS' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            IF NOT NUEVA-CLASE-VALIDA
                MOVE 'CLASE NO VALIDA (A/L/E/I/X)' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
      *    Una sola cuenta de resultados acumulados, y de patrimonio.
            IF WS-NUEVO-CIERRE NOT = SPACES
                MOVE ZEROES              TO WS-TOTAL-MARCAS-R
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-TOTAL-FILAS
                    IF TM-CIERRE(WS-IDX) = 'R'
                        ADD 1            TO WS-TOTAL-MARCAS-R
                    END-IF
                END-PERFORM
                IF WS-NUEVO-CIERRE NOT = 'R'
                   OR WS-NUEVA-CLASE NOT = 'E'
                   OR WS-TOTAL-MARCAS-R > 0
                    MOVE 'MARCA R: SOLO UNA FILA Y DE CLASE E'
                                         TO WS-MENSAJE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TOTAL-FILAS >= 100
                MOVE 'TABLA LLENA, NO SE PUEDE AGREGAR'
                                      TO WS-MENSAJE
            ELSE
                ADD 1                 TO WS-TOTAL-FILAS
                MOVE WS-NUEVO-DESDE   TO TM-DESDE(WS-TOTAL-FILAS)
                MOVE WS-NUEVO-HASTA   TO TM-HASTA(WS-TOTAL-FILAS)
                MOVE WS-NUEVA-CUENTA-GL TO
                     TM-CUENTA-GL(WS-TOTAL-FILAS)
                MOVE WS-NUEVA-CLASE   TO TM-CLASE(WS-TOTAL-FILAS)
                MOVE WS-NUEVO-CIERRE  TO TM-CIERRE(WS-TOTAL-FILAS)
                MOVE WS-NUEVA-LINEA   TO TM-LINEA(WS-TOTAL-FILAS)
                MOVE 'FILA AGREGADA - PULSE G PARA GRABAR'
                                      TO WS-MENSAJE
            END-IF.

       PROCESA-BAJA.
            MOVE ZEROES                  TO WS-FILA-BORRAR.
                    MOVE TM-HASTA(WS-IDX + 1)  TO TM-HASTA(WS-IDX)
                    MOVE TM-CUENTA-GL(WS-IDX + 1) TO
                         TM-CUENTA-GL(WS-IDX)
                    MOVE TM-CLASE(WS-IDX + 1)  TO TM-CLASE(WS-IDX)
                    MOVE TM-CIERRE(WS-IDX + 1) TO TM-CIERRE(WS-IDX)
                    MOVE TM-LINEA(WS-IDX + 1)  TO TM-LINEA(WS-IDX)
                END-PERFORM
                SUBTRACT 1                FROM WS-TOTAL-FILAS
                MOVE 'FILA BORRADA - PULSE G PARA GRABAR'
                MOVE TM-DESDE(WS-IDX)     TO CM-DESDE
                MOVE TM-HASTA(WS-IDX)     TO CM-HASTA
                MOVE TM-CUENTA-GL(WS-IDX) TO CM-CUENTA-GL
                MOVE TM-CLASE(WS-IDX)     TO CM-CLASE
                MOVE TM-CIERRE(WS-IDX)    TO CM-CIERRE
                MOVE TM-LINEA(WS-IDX)     TO CM-LINEA
                WRITE CTAGLMAP-REC
            END-PERFORM.
            CLOSE MAPEO-FILE.
