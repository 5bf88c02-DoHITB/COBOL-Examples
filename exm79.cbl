      * actuals at month-end.  Like the rate screen, no approval      *
      * workflow: a wrong budget misprints a variance, it does not    *
      * move money.                                                   *
      * A row can now be marked CONTROLADA (S/N): EXM21 holds the     *
      * code's postings to that budget, sending any posting that      *
      * would overrun it to the suspense until EXM121 records an      *
      * approved overrun.  A higher budget keyed here (baja and alta  *
      * of the row) is the other way out: EXM71 releases what fits.   *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM79.
              03 TPB-CUENTA-GL         PIC X(10).
              03 TPB-PERIODO           PIC 9(06).
              03 TPB-MONTO             PIC S9(13).
              03 TPB-CONTROL           PIC X(01).
        01 WS-USUARIO                  PIC X(08) VALUE SPACES.
        01 WS-OPCION                   PIC X(01) VALUE SPACES.
           88 OPCION-LISTAR                       VALUE 'L'.
        01 WS-NUEVA-CUENTA-GL          PIC X(10) VALUE SPACES.
        01 WS-NUEVO-PERIODO            PIC 9(06) VALUE ZEROES.
        01 WS-NUEVO-MONTO              PIC S9(13) VALUE ZEROES.
        01 WS-NUEVO-CONTROL            PIC X(01) VALUE 'N'.
        01 WS-FILA-BORRAR              PIC 9(03) VALUE ZEROES.
        01 WS-IDX                      PIC 9(03) VALUE ZEROES.
        01 WS-JDX                      PIC 9(03) VALUE ZEROES.
           05 LINE 11 COL 20 PIC 9(06) TO WS-NUEVO-PERIODO.
           05 LINE 12 COL 1 VALUE 'MONTO PRESUPUESTADO: '.
           05 LINE 12 COL 23 PIC S9(13) TO WS-NUEVO-MONTO.
           05 LINE 13 COL 1 VALUE 'CONTROLADA (S/N): '.
           05 LINE 13 COL 20 PIC X(01) TO WS-NUEVO-CONTROL.

       01 PANT-BAJA.
           05 LINE 10 COL 1 VALUE
                                     TPB-PERIODO(WS-TOTAL-FILAS)
                                MOVE PB-MONTO TO
                                     TPB-MONTO(WS-TOTAL-FILAS)
                                MOVE PB-CONTROL TO
                                     TPB-CONTROL(WS-TOTAL-FILAS)
                            END-IF
                    END-READ
                END-PERFORM
                MOVE TPB-CUENTA-GL(WS-IDX) TO PB-CUENTA-GL
                MOVE TPB-PERIODO(WS-IDX)   TO PB-PERIODO
                MOVE TPB-MONTO(WS-IDX)     TO PB-MONTO
                MOVE TPB-CONTROL(WS-IDX)   TO PB-CONTROL
                WRITE PRESUP-REC
            END-PERFORM.
            CLOSE PRESUP-FILE.

       LISTA-PRESUP.
            DISPLAY 'FILA  CUENTA-GL   PERIODO  MONTO          CTL'.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TOTAL-FILAS
                DISPLAY WS-IDX '  ' TPB-CUENTA-GL(WS-IDX)
                        '  ' TPB-PERIODO(WS-IDX)
                        '  ' TPB-MONTO(WS-IDX)
                        '  ' TPB-CONTROL(WS-IDX)
            END-PERFORM.
            DISPLAY 'PULSE UNA TECLA PARA CONTINUAR...'.
            ACCEPT WS-OPCION.
            MOVE SPACES                  TO WS-NUEVA-CUENTA-GL.
            MOVE ZEROES                  TO WS-NUEVO-PERIODO
                                            WS-NUEVO-MONTO.
            MOVE 'N'                     TO WS-NUEVO-CONTROL.
            DISPLAY PANT-ALTA.
            ACCEPT PANT-ALTA.
            MOVE 'N'                     TO WS-EXISTE-SW.
                     OR WS-NUEVO-PERIODO = ZEROES
                    MOVE 'CUENTA GL Y PERIODO SON OBLIGATORIOS'
                                          TO WS-MENSAJE
                WHEN WS-NUEVO-CONTROL NOT = 'S'
                     AND WS-NUEVO-CONTROL NOT = 'N'
                    MOVE 'CONTROLADA DEBE SER S O N' TO WS-MENSAJE
                WHEN FILA-YA-EXISTE
                    MOVE 'ESA CUENTA/PERIODO YA TIENE PRESUPUESTO'
                                          TO WS-MENSAJE
                         TPB-PERIODO(WS-TOTAL-FILAS)
                    MOVE WS-NUEVO-MONTO   TO
                         TPB-MONTO(WS-TOTAL-FILAS)
                    MOVE WS-NUEVO-CONTROL TO
                         TPB-CONTROL(WS-TOTAL-FILAS)
                    PERFORM GRABA-PRESUP
                    MOVE 'PRESUPUESTO REGISTRADO' TO WS-MENSAJE
            END-EVALUATE.
                         TPB-PERIODO(WS-IDX)
                    MOVE TPB-MONTO(WS-IDX + 1) TO
                         TPB-MONTO(WS-IDX)
                    MOVE TPB-CONTROL(WS-IDX + 1) TO
                         TPB-CONTROL(WS-IDX)
                END-PERFORM
                SUBTRACT 1               FROM WS-TOTAL-FILAS
                PERFORM GRABA-PRESUP
