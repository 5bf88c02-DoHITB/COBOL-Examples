      * RUNLOGN.DAT over RUNLOG.DAT for the next EXMRUNLG run is an   *
      * ops/JCL step (a REPRO-style file replace), not something this *
      * program does to its own still-open input file.                *
      * A row past the cutoff that falls inside an open date-range    *
      * legal hold (BLOQLEG.DAT, kept by EXM150; asked through        *
      * EXMBLOQ) stays in RUNLOGN.DAT instead of moving to history,   *
      * and is listed with its hold and case.                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM26.
        01 WS-TOTAL-LEIDOS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ARCHIVADOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RETENIDOS          PIC 9(06) VALUE ZEROES.
      *    Bloqueos legales (EXMBLOQ): lo vencido bajo bloqueo se
      *    queda en el fichero vivo y se lista.
        01 WS-TOTAL-BLOQUEADOS        PIC 9(06) VALUE ZEROES.
        01 WS-BQ-TIPO                 PIC X(01) VALUE SPACES.
        01 WS-BQ-CLAVE                PIC 9(07) VALUE ZEROES.
        01 WS-BQ-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-BQ-RETENIDO             PIC X(01) VALUE 'N'.
           88 BQ-BLOQUEADO                       VALUE 'Y'.
        01 WS-BQ-BLOQUEO              PIC 9(05) VALUE ZEROES.
        01 WS-BQ-CASO                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
                    WS-TOTAL-ARCHIVADOS.
            DISPLAY 'TOTAL RETENIDOS (ACTIVOS): '
                    WS-TOTAL-RETENIDOS.
            DISPLAY 'TOTAL RETENIDOS POR BLOQUEO LEGAL: '
                    WS-TOTAL-BLOQUEADOS.

       FIN-MAINLINE.
            STOP RUN.
            COMPUTE WS-FECHA-CUTOFF =
                    FUNCTION DATE-OF-INTEGER(WS-INTEGER-CUTOFF).

      *    Vencido, pero dentro de un bloqueo legal de fechas: se
      *    queda en el vivo y se lista.
       PROCESA-REGISTRO.
            ADD 1                        TO WS-TOTAL-LEIDOS.
            MOVE 'N'                     TO WS-BQ-RETENIDO.
            IF RL-FECHA < WS-FECHA-CUTOFF
                MOVE RL-FECHA             TO WS-BQ-FECHA
                CALL 'EXMBLOQ' USING WS-BQ-TIPO WS-BQ-CLAVE
                                     WS-BQ-FECHA WS-BQ-RETENIDO
                                     WS-BQ-BLOQUEO WS-BQ-CASO
                IF BQ-BLOQUEADO
                    ADD 1                 TO WS-TOTAL-BLOQUEADOS
                    DISPLAY '  RETENIDO POR BLOQUEO ' WS-BQ-BLOQUEO
                            ' (' WS-BQ-CASO '): '
                            RL-PROGRAMA ' ' RL-FECHA ' ' RL-TIEMPO
                END-IF
            END-IF.
            IF RL-FECHA < WS-FECHA-CUTOFF
               AND NOT BQ-BLOQUEADO
                MOVE RUNLOG-REC           TO HISTORIA-REC
                WRITE HISTORIA-REC
                ADD 1                     TO WS-TOTAL-ARCHIVADOS
