      * launch) and logs every launch with user and function to       *
      * MENULOG.DAT, so the access review sees who OPENED what, not   *
      * just who changed what.                                        *
      * Option 9 launches the EXM112 manual journal screen at         *
      * actualiza level; its approval step checks level 'A' itself.   *
      * Option C launches the EXM115 account inquiry screen and, like *
      * option 1, is open at consulta level.                          *
      * Option P launches the EXM155 report request screen, open at   *
      * consulta level like options 1 and C; the screen itself checks *
      * the requester's level for each report.                        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM99.
           05 LINE 2 COL 1 VALUE
              '----------------------------------------------'.
           05 LINE 4 COL 1 VALUE '1 = CONSULTA DE PERSONAL (EXM37)'.
           05 LINE 4 COL 36 VALUE 'C = CONSULTA DE CUENTAS (EXM115)'.
           05 LINE 5 COL 1 PIC X(65) FROM WS-LINEA-U1.
           05 LINE 6 COL 1 PIC X(65) FROM WS-LINEA-U2.
           05 LINE 7 COL 1 PIC X(65) FROM WS-LINEA-U3.
           05 LINE 8 COL 1 VALUE 'S = SALIR'.
           05 LINE 8 COL 36 VALUE 'P = PETICION DE INFORMES (EXM155)'.
           05 LINE 10 COL 1 VALUE 'OPCION: '.
           05 LINE 10 COL 9 PIC X(01) TO WS-OPCION.
           05 LINE 12 COL 1 PIC X(50) FROM WS-MENSAJE.
                       '  7 = PRESUP (EXM79)'
                       DELIMITED BY SIZE INTO WS-LINEA-U2
                END-STRING
                MOVE '8 = DEPTOS (EXM84)    9 = ASIENTOS (EXM112)'
                                       TO WS-LINEA-U3
            END-IF.

      *    Una opcion de mantenimiento tecleada por un consulta se
                    MOVE 'EXM79   '    TO WS-PROGRAMA-LLAMADO
                WHEN '8'
                    MOVE 'EXM84   '    TO WS-PROGRAMA-LLAMADO
                WHEN '9'
                    MOVE 'EXM112  '    TO WS-PROGRAMA-LLAMADO
                WHEN 'C'
                    MOVE 'EXM115  '    TO WS-PROGRAMA-LLAMADO
                WHEN 'P'
                    MOVE 'EXM155  '    TO WS-PROGRAMA-LLAMADO
                WHEN 'S'
                    SET SALIR-DEL-PROGRAMA TO TRUE
                    EXIT PARAGRAPH
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-OPCION NOT = '1'
               AND WS-OPCION NOT = 'C'
               AND WS-OPCION NOT = 'P'
               AND WS-NIVEL-EFECTIVO = 'I'
                MOVE 'SU NIVEL NO PERMITE ESA FUNCION'
                                       TO WS-MENSAJE
