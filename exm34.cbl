      * business day": the cutoff walks back from yesterday to the    *
      * first laborable date (EXMBDAY, FESTIVOS.DAT), so a Monday     *
      * gate accepts Friday's run without hand-tuned day counts.      *
      * A gate that stops the chain (prerequisite missing, RUNLOG.DAT *
      * unreadable, no control card) also leaves a row in the         *
      * ALERTAS.DAT outbox through EXMALERT, so the on-call operator  *
      * is paged instead of reading the console next morning.         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM34.
        01 WS-BD-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE            PIC X(01) VALUE SPACES.
        01 WS-VUELTAS                 PIC 9(03) VALUE ZEROES.
        01 WS-ALR-SEVERIDAD           PIC X(01) VALUE 'E'.
        01 WS-ALR-PROGRAMA            PIC X(08) VALUE 'EXM34   '.
        01 WS-ALR-RECURSO             PIC X(08) VALUE SPACES.
        01 WS-ALR-MENSAJE             PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE - STATUS: '
                        WS-ENTRADA-STATUS ' ***'
                MOVE 'F'                     TO WS-ALR-SEVERIDAD
                MOVE 'SYSIN   '              TO WS-ALR-RECURSO
                MOVE 'NO SE PUDO ABRIR LA TARJETA DE CONTROL'
                                             TO WS-ALR-MENSAJE
                PERFORM EMITE-ALERTA
                MOVE 16                      TO RETURN-CODE
                STOP RUN
            END-IF.
            READ ENTRADA-FILE
                AT END
                    DISPLAY '*** SIN TARJETA DE CONTROL ***'
                    MOVE 'F'                 TO WS-ALR-SEVERIDAD
                    MOVE 'SYSIN   '          TO WS-ALR-RECURSO
                    MOVE 'SIN TARJETA DE CONTROL'
                                             TO WS-ALR-MENSAJE
                    PERFORM EMITE-ALERTA
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
            END-READ.
            IF WS-RUNLOG-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR RUNLOG.DAT - STATUS: '
                        WS-RUNLOG-STATUS ' ***'
                MOVE 'RUNLOG  '              TO WS-ALR-RECURSO
                STRING 'NO SE PUDO ABRIR RUNLOG.DAT - STATUS '
                       WS-RUNLOG-STATUS
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                END-STRING
                PERFORM EMITE-ALERTA
                MOVE 8                       TO RETURN-CODE
                STOP RUN
            END-IF.
                DISPLAY '*** PRERREQUISITO NO CUMPLIDO: ' GT-PROGRAMA
                        ' SIN RUN CON RETCODE 0 DESDE '
                        WS-FECHA-CORTE ' ***'
                MOVE GT-PROGRAMA             TO WS-ALR-RECURSO
                STRING 'PRERREQUISITO ' GT-PROGRAMA
                       ' SIN RUN CON RETCODE 0 DESDE ' WS-FECHA-CORTE
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                END-STRING
                PERFORM EMITE-ALERTA
                MOVE 8                       TO RETURN-CODE
            END-IF.

      *    Fila en la bandeja de alertas para la guardia (EXMALERT).
       EMITE-ALERTA.
            CALL 'EXMALERT' USING WS-ALR-SEVERIDAD WS-ALR-PROGRAMA
                                   WS-ALR-RECURSO WS-ALR-MENSAJE.
            MOVE SPACES                  TO WS-ALR-MENSAJE.
