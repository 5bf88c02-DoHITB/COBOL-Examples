      * Monday) is refused whole instead of double-posting, and a     *
      * gap in the numbering is denounced on the console.  A branch   *
      * still sending sequence zero is accepted during the rollout.   *
      * Feed records may run to 52 bytes: on the held-postings 'PND'  *
      * slot (EXM108) a numeric reference after the 43-byte image is  *
      * kept as the TL-REFERENCIA, so an accrual's reversal cites the *
      * accrual's own number; every other record is numbered anew.    *
      * Each expected feed now leaves a row in SUCESTAD.DAT, dated    *
      * with the processing date (EXMFECHA): its situation (OK, AU    *
      * not arrived, TR truncated, DS controls not squaring, DU       *
      * refused retransmission), whether it came late -- a HDR dated  *
      * before the processing date --, whether EXMSREG found a gap in *
      * the sequence, and the records collected.  The night's console *
      * used to be the only record; EXM124 scores the branches on it. *
      * Every expected feed that does not end 'OK', and a             *
      * SUCURSAL.DAT that cannot be read, also leaves a row in the    *
      * ALERTAS.DAT outbox through EXMALERT, resource the feed slot,  *
      * for the on-call operator.                                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM57.
           SELECT SALIDA-FILE ASSIGN TO "TRANLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT SUCESTAD-FILE ASSIGN TO "SUCESTAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCESTAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 SU-FICHERO              PIC 9(01).

       FD  FEED1-FILE.
        01 FEED1-REC                  PIC X(52).

       FD  FEED2-FILE.
        01 FEED2-REC                  PIC X(52).

       FD  FEED3-FILE.
        01 FEED3-REC                  PIC X(52).

       FD  FEED4-FILE.
        01 FEED4-REC                  PIC X(52).

       FD  SALIDA-FILE.
           COPY "tranledg.cpy".

       FD  SUCESTAD-FILE.
           COPY "sucestad.cpy".

       WORKING-STORAGE SECTION.
        01 WS-SUCURSAL-STATUS         PIC X(02) VALUE '00'.
        01 WS-FEED1-STATUS            PIC X(02) VALUE '00'.
        01 WS-FEED3-STATUS            PIC X(02) VALUE '00'.
        01 WS-FEED4-STATUS            PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-SUCESTAD-STATUS         PIC X(02) VALUE '00'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-SUC-EOF-SW              PIC X(01) VALUE 'N'.
           88 FIN-SUCURSALES                     VALUE 'Y'.
        01 WS-FEED-EOF-SW             PIC X(01) VALUE 'N'.
        01 WS-FEED-ABIERTO-SW         PIC X(01) VALUE 'N'.
           88 FEED-ABIERTO                       VALUE 'Y'.
      *    Registro de feed y sus vistas HDR/TRL.
        01 WS-FEED-REC                PIC X(52) VALUE SPACES.
        01 FILLER REDEFINES WS-FEED-REC.
           02 WS-FR-TIPO              PIC X(03).
           02 WS-FR-RESTO             PIC X(40).
      *    Referencia ya asignada (solo el feed de retenidos 'PND':
      *    el reverso de un devengo cita la del devengo).
           02 WS-FR-REFERENCIA        PIC X(09).
        01 FILLER REDEFINES WS-FEED-REC.
           02 FILLER                  PIC X(03).
           02 WS-FR-REGISTROS         PIC 9(08).
           02 WS-FR-HASH              PIC 9(13).
           02 FILLER                  PIC X(28).
      *    Vista HDR: secuencia de transmision tras fichero y fecha.
        01 FILLER REDEFINES WS-FEED-REC.
           02 FILLER                  PIC X(19).
           02 WS-FR-SECUENCIA         PIC X(06).
           02 FILLER                  PIC X(27).
      *    Vista HDR: fecha de negocio del feed.
        01 FILLER REDEFINES WS-FEED-REC.
           02 FILLER                  PIC X(11).
           02 WS-FR-FECHA             PIC X(08).
           02 FILLER                  PIC X(33).
        01 WS-TOTAL-FEEDS             PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-FALLOS            PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-REGISTROS         PIC 9(08) VALUE ZEROES.
        01 WS-SREG-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-FEED-RECHAZADO-SW       PIC X(01) VALUE 'N'.
           88 FEED-RECHAZADO                     VALUE 'Y'.
      *    Situacion del feed para la estadistica por sucursal.
        01 WS-FEED-SITUACION          PIC X(02) VALUE SPACES.
        01 WS-FEED-TARDIO-SW          PIC X(01) VALUE 'N'.
           88 FEED-TARDIO                        VALUE 'S'.
        01 WS-FEED-SALTO-SW           PIC X(01) VALUE 'N'.
           88 FEED-CON-SALTO                     VALUE 'S'.
      *    Alerta a la guardia por feed que no queda 'OK'.
        01 WS-ALR-SEVERIDAD           PIC X(01) VALUE 'E'.
        01 WS-ALR-PROGRAMA            PIC X(08) VALUE 'EXM57   '.
        01 WS-ALR-RECURSO             PIC X(08) VALUE SPACES.
        01 WS-ALR-MENSAJE             PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            OPEN INPUT SUCURSAL-FILE.
            IF WS-SUCURSAL-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR SUCURSAL.DAT ***'
                MOVE 'F'                 TO WS-ALR-SEVERIDAD
                MOVE 'SUCURSAL'          TO WS-ALR-RECURSO
                MOVE 'NO SE PUDO ABRIR SUCURSAL.DAT - FEEDS NO '
                   & 'RECOGIDOS'         TO WS-ALR-MENSAJE
                PERFORM EMITE-ALERTA
                MOVE 16                  TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT SALIDA-FILE.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            OPEN EXTEND SUCESTAD-FILE.
            IF WS-SUCESTAD-STATUS = '05' OR WS-SUCESTAD-STATUS = '35'
                OPEN OUTPUT SUCESTAD-FILE
            END-IF.

            PERFORM UNTIL FIN-SUCURSALES
                READ SUCURSAL-FILE

            CLOSE SUCURSAL-FILE.
            CLOSE SALIDA-FILE.
            CLOSE SUCESTAD-FILE.

            DISPLAY 'FEEDS ESPERADOS: '     WS-TOTAL-FEEDS.
            DISPLAY 'FEEDS CON PROBLEMAS: ' WS-TOTAL-FALLOS.
            MOVE 'N'                     TO WS-FEED-EOF-SW
                                            WS-TRL-VISTO-SW
                                            WS-FEED-ABIERTO-SW
                                            WS-FEED-RECHAZADO-SW
                                            WS-FEED-TARDIO-SW
                                            WS-FEED-SALTO-SW.
            MOVE ZEROES                  TO WS-FEED-REGISTROS
                                            WS-SREG-SECUENCIA.
            MOVE 'I'                     TO WS-VER-FUNCION.
            CALL 'EXMVERHT' USING WS-VER-FUNCION WS-VER-VALOR
                                   WS-VER-TRL-REG WS-VER-TRL-HASH
                ADD 1                    TO WS-TOTAL-FALLOS
                DISPLAY '*** FEED DE SUCURSAL ' WS-SUC-ACTUAL
                        ' (SUCUR' WS-FEED-ACTUAL '.DAT) NO LLEGO ***'
                MOVE 'AU'                TO WS-FEED-SITUACION
                PERFORM GRABA-ESTADISTICA
                EXIT PARAGRAPH
            END-IF.


            IF FEED-RECHAZADO
                ADD 1                    TO WS-TOTAL-FALLOS
                MOVE 'DU'                TO WS-FEED-SITUACION
                PERFORM GRABA-ESTADISTICA
                EXIT PARAGRAPH
            END-IF.
            IF NOT TRL-VISTO
                ADD 1                    TO WS-TOTAL-FALLOS
                DISPLAY '*** FEED DE ' WS-SUC-ACTUAL ' SIN TRL - '
                        'TRANSMISION TRUNCADA ***'
                MOVE 'TR'                TO WS-FEED-SITUACION
            ELSE
                IF WS-VER-RESULTADO NOT = 'Y'
                    ADD 1                TO WS-TOTAL-FALLOS
                    DISPLAY '*** CONTROLES DEL FEED DE '
                            WS-SUC-ACTUAL ' NO CUADRAN ***'
                    MOVE 'DS'            TO WS-FEED-SITUACION
                ELSE
                    DISPLAY 'FEED DE ' WS-SUC-ACTUAL ' OK: '
                            WS-FEED-REGISTROS ' REGISTROS'
                    MOVE 'OK'            TO WS-FEED-SITUACION
                END-IF
            END-IF.
            PERFORM GRABA-ESTADISTICA.

      *    Fila de la noche para el cuadro de mando de sucursales.
       GRABA-ESTADISTICA.
            MOVE SPACES                  TO SUCESTAD-REC.
            MOVE WS-FECHA-PROCESO        TO SE-FECHA.
            MOVE WS-SUC-ACTUAL           TO SE-SUCURSAL.
            MOVE 'EXM57'                 TO SE-PROGRAMA.
            MOVE WS-FEED-SITUACION       TO SE-SITUACION.
            MOVE WS-FEED-TARDIO-SW       TO SE-TARDIO.
            MOVE WS-FEED-SALTO-SW        TO SE-SALTO.
            MOVE WS-FEED-REGISTROS       TO SE-REGISTROS.
            MOVE WS-SREG-SECUENCIA       TO SE-SECUENCIA.
            WRITE SUCESTAD-REC.
            IF WS-FEED-SITUACION NOT = 'OK'
                MOVE SPACES              TO WS-ALR-RECURSO
                STRING 'SUCUR' WS-FEED-ACTUAL
                       DELIMITED BY SIZE INTO WS-ALR-RECURSO
                END-STRING
                EVALUATE WS-FEED-SITUACION
                    WHEN 'AU'
                        STRING 'FEED DE SUCURSAL ' WS-SUC-ACTUAL
                               ' NO LLEGO'
                               DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                        END-STRING
                    WHEN 'DU'
                        STRING 'FEED DE SUCURSAL ' WS-SUC-ACTUAL
                               ' RETRANSMITIDO - RECHAZADO ENTERO'
                               DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                        END-STRING
                    WHEN 'TR'
                        STRING 'FEED DE SUCURSAL ' WS-SUC-ACTUAL
                               ' SIN TRL - TRANSMISION TRUNCADA'
                               DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                        END-STRING
                    WHEN OTHER
                        STRING 'CONTROLES DEL FEED DE SUCURSAL '
                               WS-SUC-ACTUAL ' NO CUADRAN'
                               DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                        END-STRING
                END-EVALUATE
                PERFORM EMITE-ALERTA
            END-IF.

      *    Fila en la bandeja de alertas para la guardia (EXMALERT).
       EMITE-ALERTA.
            CALL 'EXMALERT' USING WS-ALR-SEVERIDAD WS-ALR-PROGRAMA
                                   WS-ALR-RECURSO WS-ALR-MENSAJE.
            MOVE SPACES                  TO WS-ALR-MENSAJE.

       PROCESA-REGISTRO-FEED.
            IF FEED-RECHAZADO
                                ' ES UNA RETRANSMISION - NO SE '
                                'MEZCLA ***'
                    END-IF
                    IF WS-SREG-RESULTADO = 'G'
                        SET FEED-CON-SALTO TO TRUE
                    END-IF
                    IF WS-FR-FECHA NUMERIC
                       AND WS-FR-FECHA NOT = '00000000'
                       AND WS-FR-FECHA < WS-FECHA-PROCESO
                        SET FEED-TARDIO  TO TRUE
                    END-IF
                WHEN 'TRL'
                    SET TRL-VISTO        TO TRUE
                    MOVE WS-FR-REGISTROS TO WS-VER-TRL-REG
                                           WS-VER-TRL-REG
                                           WS-VER-TRL-HASH
                                           WS-VER-RESULTADO
                    MOVE WS-FEED-REC(1:43) TO TRANLEDG-REC(1:43)
                    MOVE WS-SUC-ACTUAL   TO TL-SUCURSAL
      *    Numero de referencia unico del movimiento (EXMSEQ,
      *    contador REFPOSTE): una sola cita para discutir el
      *    registro con la sucursal en todo su recorrido.  El
      *    reverso de un devengo que llega por 'PND' ya trae la
      *    referencia de su devengo y la conserva.
                    IF WS-SUC-ACTUAL = 'PND'
                       AND WS-FR-REFERENCIA IS NUMERIC
                       AND WS-FR-REFERENCIA NOT = '000000000'
                        MOVE WS-FR-REFERENCIA TO TL-REFERENCIA
                    ELSE
                        MOVE 'REFPOSTE'  TO WS-SEQ-CONTADOR
                        CALL 'EXMSEQ' USING WS-SEQ-CONTADOR
                                             WS-SEQ-VALOR
                        MOVE WS-SEQ-VALOR TO TL-REFERENCIA
                    END-IF
                    WRITE TRANLEDG-REC
                    ADD 1                TO WS-TOTAL-REGISTROS
            END-EVALUATE.
