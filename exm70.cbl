      * explicitly approved tonight's movement for that currency.     *
      * The EXM43 screen already refuses a wild rate at entry; this   *
      * is the second net for rates that arrive by file or editor.    *
      * Every movement that fails the gate, and a CAMBIOS.DAT that    *
      * cannot be read, also leaves a row in the ALERTAS.DAT outbox   *
      * through EXMALERT for the on-call operator.                    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM70.
           88 MOVIMIENTO-APROBADO                VALUE 'Y'.
        01 WS-MOVIMIENTO-PCT          PIC 9(05)V99 VALUE ZEROES.
        01 WS-TOTAL-VIOLACIONES       PIC 9(02) VALUE ZEROES.
        01 WS-ALR-SEVERIDAD           PIC X(01) VALUE 'E'.
        01 WS-ALR-PROGRAMA            PIC X(08) VALUE 'EXM70   '.
        01 WS-ALR-RECURSO             PIC X(08) VALUE 'CAMBIOS '.
        01 WS-ALR-MENSAJE             PIC X(60) VALUE SPACES.
        01 WS-ALR-PCT                 PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAINLINE.
            IF WS-CAMBIO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR CAMBIOS.DAT - STATUS: '
                        WS-CAMBIO-STATUS ' ***'
                STRING 'NO SE PUDO ABRIR CAMBIOS.DAT - STATUS '
                       WS-CAMBIO-STATUS
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                END-STRING
                PERFORM EMITE-ALERTA
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                    MOVE WS-MOVIMIENTO-PCT TO WS-ALR-PCT
                    STRING 'TASA ' TM-MONEDA(WS-MDX) ' MOVIDA '
                           WS-ALR-PCT ' PCT SIN APROBAR - '
                           'POSTEO DETENIDO'
                           DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                    END-STRING
                    PERFORM EMITE-ALERTA
                END-IF
            END-IF.

                    SET MOVIMIENTO-APROBADO TO TRUE
                END-IF
            END-PERFORM.

      *    Fila en la bandeja de alertas para la guardia (EXMALERT).
       EMITE-ALERTA.
            CALL 'EXMALERT' USING WS-ALR-SEVERIDAD WS-ALR-PROGRAMA
                                   WS-ALR-RECURSO WS-ALR-MENSAJE.
            MOVE SPACES                 TO WS-ALR-MENSAJE.
