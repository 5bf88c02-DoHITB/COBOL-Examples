      * accumulate in TRANHISTA.DAT (opened EXTEND).  "What moved on  *
      * account X in March" stays answerable from disk for            *
      * WS-RETENCION-DIAS days without restoring tapes.               *
      * A movement past the cutoff under an open legal hold on its    *
      * account or on its date (BLOQLEG.DAT, kept by EXM150; asked    *
      * through EXMBLOQ) stays in TRANHISTN.DAT instead of moving to  *
      * the archive, and is listed with its hold and case.            *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM66.
        01 WS-TOTAL-LEIDOS            PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-ARCHIVADOS        PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-RETENIDOS         PIC 9(08) VALUE ZEROES.
      *    Bloqueos legales (EXMBLOQ): lo vencido bajo bloqueo se
      *    queda en el fichero vivo y se lista.
        01 WS-TOTAL-BLOQUEADOS        PIC 9(08) VALUE ZEROES.
        01 WS-BQ-TIPO                 PIC X(01) VALUE SPACES.
        01 WS-BQ-CLAVE                PIC 9(07) VALUE ZEROES.
        01 WS-BQ-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-BQ-RETENIDO             PIC X(01) VALUE 'N'.
           88 BQ-BLOQUEADO                       VALUE 'Y'.
        01 WS-BQ-BLOQUEO              PIC 9(05) VALUE ZEROES.
        01 WS-BQ-CASO                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'TOTAL ARCHIVADOS: '            WS-TOTAL-ARCHIVADOS.
            DISPLAY 'TOTAL RETENIDOS (ACTIVOS): '
                    WS-TOTAL-RETENIDOS.
            DISPLAY 'TOTAL RETENIDOS POR BLOQUEO LEGAL: '
                    WS-TOTAL-BLOQUEADOS.

       FIN-MAINLINE.
            STOP RUN.
            COMPUTE WS-FECHA-CUTOFF =
                    FUNCTION DATE-OF-INTEGER(WS-INTEGER-CUTOFF).

      *    Vencido, pero bajo bloqueo legal de su cuenta o de su
      *    fecha: se queda en el vivo y se lista.
       PROCESA-REGISTRO.
            ADD 1                        TO WS-TOTAL-LEIDOS.
            MOVE 'N'                     TO WS-BQ-RETENIDO.
            IF TL-FECHA < WS-FECHA-CUTOFF
                MOVE 'C'                  TO WS-BQ-TIPO
                MOVE TL-CUENTA            TO WS-BQ-CLAVE
                MOVE TL-FECHA             TO WS-BQ-FECHA
                CALL 'EXMBLOQ' USING WS-BQ-TIPO WS-BQ-CLAVE
                                     WS-BQ-FECHA WS-BQ-RETENIDO
                                     WS-BQ-BLOQUEO WS-BQ-CASO
                IF BQ-BLOQUEADO
                    ADD 1                 TO WS-TOTAL-BLOQUEADOS
                    DISPLAY '  RETENIDO POR BLOQUEO ' WS-BQ-BLOQUEO
                            ' (' WS-BQ-CASO '): '
                            'CUENTA ' TL-CUENTA ' FECHA ' TL-FECHA
                            ' REF ' TL-REFERENCIA
                END-IF
            END-IF.
            IF TL-FECHA < WS-FECHA-CUTOFF
               AND NOT BQ-BLOQUEADO
                MOVE TRANLEDG-REC         TO ARCHIVO-REC
                WRITE ARCHIVO-REC
                ADD 1                     TO WS-TOTAL-ARCHIVADOS
