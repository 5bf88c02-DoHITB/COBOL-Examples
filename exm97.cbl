      * SUSPENSOH.DAT and DELETEd in place); open items never         *
      * expire, however old -- money does not time out.  One run,     *
      * one kept/archived line per file.                              *
      * Legal holds (BLOQLEG.DAT, kept by EXM150) win over retention: *
      * each row past its window is first put to EXMBLOQ -- with the  *
      * employee ID or the account found at the positions the control *
      * row declares after the retention days (EXM22AUD carries the   *
      * employee at 19; SUSPENSO items the account of their movement  *
      * image), otherwise by date alone -- and a held row stays in    *
      * the live file, is listed with its hold and case, and is       *
      * counted as BLOQUEADOS on the file's line.                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM97.
           02 RT-FICHERO              PIC X(08).
           02 RT-POS-FECHA            PIC 9(03).
           02 RT-RETENCION-DIAS       PIC 9(04).
      *    Posicion del ID de empleado y de la cuenta en el registro,
      *    para los bloqueos legales; en blanco o ceros si el
      *    fichero no los lleva.
           02 RT-POS-EMPLEADO         PIC 9(03).
           02 RT-POS-CUENTA           PIC 9(03).

       FD  ERRORLOG-FILE.
        01 ERRORLOG-ENT               PIC X(200).
        01 WS-RETENIDOS               PIC 9(08) VALUE ZEROES.
        01 WS-ARCHIVADOS              PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-FILAS-CTL         PIC 9(02) VALUE ZEROES.
      *    Bloqueos legales (EXMBLOQ): lo vencido bajo bloqueo se
      *    queda en el fichero vivo y se lista.
        01 WS-POS-EMPLEADO            PIC 9(03) VALUE ZEROES.
        01 WS-POS-CUENTA              PIC 9(03) VALUE ZEROES.
        01 WS-BLOQUEADOS              PIC 9(08) VALUE ZEROES.
        01 WS-BQ-TIPO                 PIC X(01) VALUE SPACES.
        01 WS-BQ-CLAVE                PIC 9(07) VALUE ZEROES.
        01 WS-BQ-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-BQ-RETENIDO             PIC X(01) VALUE 'N'.
           88 BQ-BLOQUEADO                       VALUE 'Y'.
        01 WS-BQ-BLOQUEO              PIC 9(05) VALUE ZEROES.
        01 WS-BQ-CASO                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
       PROCESA-FILA-CONTROL.
            MOVE RT-FICHERO            TO WS-FICHERO-ACTUAL.
            MOVE RT-POS-FECHA          TO WS-POS-FECHA.
            MOVE ZEROES                TO WS-POS-EMPLEADO
                                          WS-POS-CUENTA.
            IF RT-POS-EMPLEADO IS NUMERIC
                MOVE RT-POS-EMPLEADO   TO WS-POS-EMPLEADO
            END-IF.
            IF RT-POS-CUENTA IS NUMERIC
                MOVE RT-POS-CUENTA     TO WS-POS-CUENTA
            END-IF.
            COMPUTE WS-INTEGER-CORTE =
                    WS-INTEGER-HOY - RT-RETENCION-DIAS.
            COMPUTE WS-FECHA-CORTE =
                    FUNCTION DATE-OF-INTEGER(WS-INTEGER-CORTE).
            MOVE ZEROES                TO WS-LEIDOS WS-RETENIDOS
                                          WS-ARCHIVADOS WS-BLOQUEADOS.
            MOVE 'N'                   TO WS-EOF-SW.
            EVALUATE WS-FICHERO-ACTUAL
                WHEN 'ERRORLOG'
            DISPLAY WS-FICHERO-ACTUAL ' CORTE ' WS-FECHA-CORTE
                    ': LEIDOS ' WS-LEIDOS
                    ' RETENIDOS ' WS-RETENIDOS
                    ' ARCHIVADOS ' WS-ARCHIVADOS
                    ' BLOQUEADOS ' WS-BLOQUEADOS.

      *    La fecha del registro se extrae por la posicion declarada
      *    en la tabla de control; lo no numerico se retiene -- mejor
            ELSE
                MOVE 99999999          TO WS-FECHA-REGISTRO
            END-IF.
            MOVE 'N'                   TO WS-BQ-RETENIDO.
            IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                PERFORM VERIFICA-BLOQUEO
            END-IF.

      *    Vencido, pero bajo bloqueo legal: del empleado o de la
      *    cuenta del registro si el fichero los lleva, o de su
      *    fecha.  Se queda en el vivo y sale en el listado.
       VERIFICA-BLOQUEO.
            MOVE SPACES                TO WS-BQ-TIPO.
            MOVE ZEROES                TO WS-BQ-CLAVE.
            IF WS-POS-EMPLEADO > ZEROES
                IF WS-REGISTRO(WS-POS-EMPLEADO:7) NUMERIC
                    MOVE 'E'           TO WS-BQ-TIPO
                    MOVE WS-REGISTRO(WS-POS-EMPLEADO:7)
                                       TO WS-BQ-CLAVE
                END-IF
            END-IF.
            IF WS-POS-CUENTA > ZEROES AND WS-BQ-TIPO = SPACES
                IF WS-REGISTRO(WS-POS-CUENTA:6) NUMERIC
                    MOVE 'C'           TO WS-BQ-TIPO
                    MOVE WS-REGISTRO(WS-POS-CUENTA:6)
                                       TO WS-BQ-CLAVE
                END-IF
            END-IF.
            MOVE WS-FECHA-REGISTRO     TO WS-BQ-FECHA.
            CALL 'EXMBLOQ' USING WS-BQ-TIPO WS-BQ-CLAVE WS-BQ-FECHA
                                 WS-BQ-RETENIDO WS-BQ-BLOQUEO
                                 WS-BQ-CASO.
            IF BQ-BLOQUEADO
                ADD 1                  TO WS-BLOQUEADOS
                DISPLAY '  ' WS-FICHERO-ACTUAL ' RETENIDO POR BLOQUEO '
                        WS-BQ-BLOQUEO ' (' WS-BQ-CASO '): '
                        WS-REGISTRO(1:60)
            END-IF.

       DEPURA-ERRORLOG.
            OPEN INPUT ERRORLOG-FILE.
                        MOVE ERRORLOG-ENT TO WS-REGISTRO
                        PERFORM CLASIFICA-REGISTRO
                        IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE WS-REGISTRO TO ERRORLOGH-REC
                            WRITE ERRORLOGH-REC
                            ADD 1       TO WS-ARCHIVADOS
                        MOVE ESTADIST-ENT TO WS-REGISTRO
                        PERFORM CLASIFICA-REGISTRO
                        IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE WS-REGISTRO TO ESTADISTH-REC
                            WRITE ESTADISTH-REC
                            ADD 1       TO WS-ARCHIVADOS
                        MOVE EXM20LOG-ENT TO WS-REGISTRO
                        PERFORM CLASIFICA-REGISTRO
                        IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE WS-REGISTRO TO EXM20LOGH-REC
                            WRITE EXM20LOGH-REC
                            ADD 1       TO WS-ARCHIVADOS
                        MOVE EXM22AUD-ENT TO WS-REGISTRO
                        PERFORM CLASIFICA-REGISTRO
                        IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE WS-REGISTRO TO EXM22AUDH-REC
                            WRITE EXM22AUDH-REC
                            ADD 1       TO WS-ARCHIVADOS
                        MOVE EXM24AUD-ENT TO WS-REGISTRO
                        PERFORM CLASIFICA-REGISTRO
                        IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE WS-REGISTRO TO EXM24AUDH-REC
                            WRITE EXM24AUDH-REC
                            ADD 1       TO WS-ARCHIVADOS
                        MOVE TRANCODA-ENT TO WS-REGISTRO
                        PERFORM CLASIFICA-REGISTRO
                        IF WS-FECHA-REGISTRO < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE WS-REGISTRO TO TRANCODAH-REC
                            WRITE TRANCODAH-REC
                            ADD 1       TO WS-ARCHIVADOS
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        ADD 1           TO WS-LEIDOS
                        MOVE 'N'        TO WS-BQ-RETENIDO
                        IF SP-RESUELTO
                           AND SP-FECHA-ENTRADA < WS-FECHA-CORTE
                            PERFORM VERIFICA-BLOQUEO-SUSPENSO
                        END-IF
                        IF SP-RESUELTO
                           AND SP-FECHA-ENTRADA < WS-FECHA-CORTE
                           AND NOT BQ-BLOQUEADO
                            MOVE SUSPENSO-REG TO SUSPENSOH-REC
                            WRITE SUSPENSOH-REC
                            DELETE SUSPENSO-FILE RECORD
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE SUSPENSOH-FILE.

      *    El item de suspenso lleva la imagen del movimiento: la
      *    cuenta en sus 6 primeras posiciones.
       VERIFICA-BLOQUEO-SUSPENSO.
            MOVE SPACES                TO WS-BQ-TIPO.
            MOVE ZEROES                TO WS-BQ-CLAVE.
            IF SP-REGISTRO(1:6) NUMERIC
                MOVE 'C'               TO WS-BQ-TIPO
                MOVE SP-REGISTRO(1:6)  TO WS-BQ-CLAVE
            END-IF.
            MOVE SP-FECHA-ENTRADA      TO WS-BQ-FECHA.
            CALL 'EXMBLOQ' USING WS-BQ-TIPO WS-BQ-CLAVE WS-BQ-FECHA
                                 WS-BQ-RETENIDO WS-BQ-BLOQUEO
                                 WS-BQ-CASO.
            IF BQ-BLOQUEADO
                ADD 1                  TO WS-BLOQUEADOS
                DISPLAY '  SUSPENSO RETENIDO POR BLOQUEO '
                        WS-BQ-BLOQUEO ' (' WS-BQ-CASO '): ITEM '
                        SP-NUMERO ' CUENTA ' SP-REGISTRO(1:6)
            END-IF.
