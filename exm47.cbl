      * stream right before this step; this job owns only the period  *
      * flags.  A period already closed is refused -- closing twice   *
      * usually means the close stream double-ran.                    *
      * The card can also REOPEN a closed period (CC-ACCION 'R'),     *
      * which is the only way back into a month the close stream or   *
      * the year-end close (EXM106) has locked: the card names the    *
      * requesting user and an approver who must hold US-APRUEBA      *
      * (EXMSIGN) and be a second person, the EXM104 dual-control     *
      * rule.  Every reopen, granted or refused, is appended to       *
      * EXM47REA.DAT with both users and the date.                    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM47.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.
           SELECT REAPERTURA-FILE ASSIGN TO "EXM47REA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAPERTURA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 CC-PERIODO              PIC 9(06).
           02 CC-ACCION               PIC X(01).
              88 CC-REABRIR                      VALUE 'R'.
           02 CC-SOLICITA             PIC X(08).
           02 CC-APRUEBA              PIC X(08).

       FD  PERIODO-FILE.
           COPY "periodo.cpy".

      *    Bitacora de reaperturas: quien la pidio, quien la aprobo y
      *    si se concedio.
       FD  REAPERTURA-FILE.
        01 REAPERTURA-REC.
           02 RA-FECHA                PIC 9(08).
           02 RA-PERIODO              PIC 9(06).
           02 RA-SOLICITA             PIC X(08).
           02 RA-APRUEBA              PIC X(08).
           02 RA-RESULTADO            PIC X(01).
              88 RA-CONCEDIDA                    VALUE 'S'.
              88 RA-DENEGADA                     VALUE 'N'.

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERIODO-STATUS          PIC X(02) VALUE '00'.
           02 WS-SIG-MES              PIC 9(02).
        01 WS-ENCONTRADO-SW           PIC X(01) VALUE 'N'.
           88 PERIODO-ENCONTRADO                 VALUE 'Y'.
        01 WS-REAPERTURA-STATUS       PIC X(02) VALUE '00'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAINLINE.
            MOVE CC-PERIODO              TO WS-PERIODO-CIERRE.

            PERFORM CARGA-PERIODOS.
            IF CC-REABRIR
                PERFORM REABRE-PERIODO
            ELSE
                PERFORM CIERRA-PERIODO
            END-IF.

            STOP RUN.

                WRITE PERIODO-REC
            END-PERFORM.
            CLOSE PERIODO-FILE.

      *    Reapertura con doble control: aprobador de nivel A y
      *    distinto del solicitante.  Solo se reabre lo cerrado.
       REABRE-PERIODO.
            ACCEPT WS-FECHA-HOY          FROM DATE YYYYMMDD.
            OPEN EXTEND REAPERTURA-FILE.
            IF WS-REAPERTURA-STATUS = '05'
               OR WS-REAPERTURA-STATUS = '35'
                OPEN OUTPUT REAPERTURA-FILE
            END-IF.
            MOVE WS-FECHA-HOY            TO RA-FECHA.
            MOVE WS-PERIODO-CIERRE       TO RA-PERIODO.
            MOVE CC-SOLICITA             TO RA-SOLICITA.
            MOVE CC-APRUEBA              TO RA-APRUEBA.
            SET RA-DENEGADA              TO TRUE.

            MOVE 'A'                     TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING CC-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR CC-APRUEBA = CC-SOLICITA
               OR CC-APRUEBA = SPACES
               OR CC-SOLICITA = SPACES
                DISPLAY '*** REAPERTURA RECHAZADA: APROBADOR SIN '
                        'NIVEL A O ES EL MISMO ***'
                WRITE REAPERTURA-REC
                CLOSE REAPERTURA-FILE
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM BUSCA-PERIODO-CIERRE.
            IF NOT PERIODO-ENCONTRADO
               OR TPE-ESTADO(WS-IDX) NOT = 'C'
                DISPLAY '*** EL PERIODO ' WS-PERIODO-CIERRE
                        ' NO ESTA CERRADO - NADA QUE REABRIR ***'
                WRITE REAPERTURA-REC
                CLOSE REAPERTURA-FILE
                MOVE 8                   TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE 'A'                     TO TPE-ESTADO(WS-IDX).
            PERFORM GRABA-PERIODOS.
            SET RA-CONCEDIDA             TO TRUE.
            WRITE REAPERTURA-REC.
            CLOSE REAPERTURA-FILE.
            DISPLAY 'PERIODO ' WS-PERIODO-CIERRE ' REABIERTO - '
                    'SOLICITO ' CC-SOLICITA ' APROBO ' CC-APRUEBA.
