      * normal nights; and on a night whose date is not a business    *
      * day at all, obligatory steps are excused instead of           *
      * screamed about.                                               *
      * Each exception also leaves a row in the ALERTAS.DAT outbox    *
      * through EXMALERT -- a missing obligatory step or a bad return *
      * code as an error, a step out of order as a warning, resource  *
      * the step's program -- so the on-call operator hears about it  *
      * without reading the page.                                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM49.
        01 WS-IDX                     PIC 9(03) VALUE ZEROES.
        01 WS-JDX                     PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-EXCEPCIONES       PIC 9(04) VALUE ZEROES.
      *    Cada excepcion va tambien a la bandeja de alertas: paso
      *    sin ejecutar o con retcode malo es error, desorden aviso.
        01 WS-ALR-SEVERIDAD           PIC X(01) VALUE 'E'.
        01 WS-ALR-PROGRAMA            PIC X(08) VALUE 'EXM49   '.
        01 WS-ALR-RECURSO             PIC X(08) VALUE SPACES.
        01 WS-ALR-MENSAJE             PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            IF WS-ESPERADO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ESPERADO.DAT - '
                        'STATUS: ' WS-ESPERADO-STATUS ' ***'
                MOVE 'F'                 TO WS-ALR-SEVERIDAD
                MOVE 'ESPERADO'          TO WS-ALR-RECURSO
                STRING 'NO SE PUDO ABRIR ESPERADO.DAT - STATUS '
                       WS-ESPERADO-STATUS
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                END-STRING
                PERFORM EMITE-ALERTA
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                    MOVE 'E'             TO WS-ALR-SEVERIDAD
                    MOVE TE-PROGRAMA(WS-IDX) TO WS-ALR-RECURSO
                    PERFORM EMITE-ALERTA-LINEA
                END-IF
            END-PERFORM.

                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                    MOVE 'E'             TO WS-ALR-SEVERIDAD
                    MOVE TE-PROGRAMA(WS-IDX) TO WS-ALR-RECURSO
                    PERFORM EMITE-ALERTA-LINEA
                END-IF
            END-PERFORM.

                               DELIMITED BY SIZE INTO LINEA-REPORTE
                        END-STRING
                        WRITE LINEA-REPORTE
                        MOVE 'W'         TO WS-ALR-SEVERIDAD
                        MOVE TE-PROGRAMA(WS-IDX) TO WS-ALR-RECURSO
                        PERFORM EMITE-ALERTA-LINEA
                    END-IF
                END-PERFORM
            END-PERFORM.

      *    La linea de excepcion recien impresa, sin la sangria.
       EMITE-ALERTA-LINEA.
            MOVE LINEA-REPORTE(3:60)     TO WS-ALR-MENSAJE.
            PERFORM EMITE-ALERTA.

      *    Fila en la bandeja de alertas para la guardia (EXMALERT).
       EMITE-ALERTA.
            CALL 'EXMALERT' USING WS-ALR-SEVERIDAD WS-ALR-PROGRAMA
                                   WS-ALR-RECURSO WS-ALR-MENSAJE.
            MOVE SPACES                  TO WS-ALR-MENSAJE.
