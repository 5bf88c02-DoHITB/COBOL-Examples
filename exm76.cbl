      * page (EXM76.PRT), pass or fail with reasons:                  *
      *   - TRANCOD ranges sane (desde <= hasta) and non-overlapping; *
      *   - every OPEN account in CUENTAS.DAT covered by a CTAGLMAP   *
      *     row (inactiva accounts too: they still carry a balance);  *
      *   - every TL-MONEDA present in tonight's collected TRANLEDG   *
      *     has a CAMBIOS.DAT rate usable for its earliest TL-FECHA;  *
      *   - no TL-FECHA in tonight's file falls in a closed period;   *
      *   - the CONTADOR.DAT counters the chain depends on (SUSPENSO, *
      *     LOTE21, REFPOSTE) are present.                            *
      * The first failure of each check (TRANCOD, CTAGLMAP, TRANLEDG, *
      * CONTADOR) also leaves a row in the ALERTAS.DAT outbox through *
      * EXMALERT for the on-call operator; the page keeps the full    *
      * list.                                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM76.
        01 WS-CERRADO-SW              PIC X(01) VALUE 'N'.
           88 WS-PERIODO-CERRADO                 VALUE 'Y'.
        01 WS-CONTADOR-BUSCADO        PIC X(08) VALUE SPACES.
      *    Una alerta por verificacion que falla (la primera linea
      *    de fallo); el detalle completo queda en EXM76.PRT.
        01 WS-ALR-SEVERIDAD           PIC X(01) VALUE 'E'.
        01 WS-ALR-PROGRAMA            PIC X(08) VALUE 'EXM76   '.
        01 WS-ALR-RECURSO             PIC X(08) VALUE SPACES.
        01 WS-ALR-MENSAJE             PIC X(60) VALUE SPACES.
        01 WS-ALR-AREA-SW             PIC X(01) VALUE 'N'.
           88 AREA-ALERTADA                      VALUE 'Y'.

       PROCEDURE DIVISION.
       MAINLINE.
            END-STRING.
            WRITE LINEA-REPORTE.

            MOVE 'TRANCOD '            TO WS-ALR-RECURSO.
            MOVE 'N'                   TO WS-ALR-AREA-SW.
            PERFORM VERIFICA-TRANCOD.
            MOVE 'CTAGLMAP'            TO WS-ALR-RECURSO.
            MOVE 'N'                   TO WS-ALR-AREA-SW.
            PERFORM VERIFICA-COBERTURA-GL.
            MOVE 'TRANLEDG'            TO WS-ALR-RECURSO.
            MOVE 'N'                   TO WS-ALR-AREA-SW.
            PERFORM VERIFICA-FEED.
            MOVE 'CONTADOR'            TO WS-ALR-RECURSO.
            MOVE 'N'                   TO WS-ALR-AREA-SW.
            PERFORM VERIFICA-CONTADORES.

            MOVE SPACES                TO LINEA-REPORTE.
       REPORTA-FALLO.
            ADD 1                      TO WS-TOTAL-FALLOS.
            WRITE LINEA-REPORTE.
            IF NOT AREA-ALERTADA
                MOVE LINEA-REPORTE(10:60) TO WS-ALR-MENSAJE
                CALL 'EXMALERT' USING WS-ALR-SEVERIDAD
                                       WS-ALR-PROGRAMA
                                       WS-ALR-RECURSO WS-ALR-MENSAJE
                SET AREA-ALERTADA      TO TRUE
            END-IF.

      *    TRANCOD: debe existir, tener filas sanas (desde <= hasta)
      *    y sin solapes entre rangos -- un TRANCOD vacio tras un
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF CU-ABIERTA OR CU-INACTIVA
                            PERFORM VERIFICA-CUENTA-MAPEADA
                        END-IF
                END-READ
