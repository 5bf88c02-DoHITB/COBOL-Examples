      *****************************************************************
      *                                                               *
      * This software have been developed under GNU GPL v3 License.   *
      *   That means, no closed distribution of this software is      *
      *   allowed.                                                    *
      *                                                               *
      * Please refer to the License text here:                        *
      *   https://www.gnu.org/licenses/gpl-3.0.txt                    *
      *                                                               *
      * For any comment, suggestion or similar, you can reach me via  *
      * mail on "doscar.sole@gmail.com"                               *
      *                                                               *
      *****************************************************************
      * EXM151 - monthly legal hold report.  Lists every open hold of *
      * BLOQLEG.DAT (copybooks/bloqleg.cpy, kept by EXM150) with what *
      * it names, its case, who opened it, when, and how many days it *
      * has been open, then how much data it is preserving from the   *
      * anonymization and purge jobs: the employee's record on        *
      * PERSONA.DAT (the one EXM90 would mask) and the records it     *
      * covers today in EXM22AUD.DAT, EXM24AUD.DAT, TRANHIST.DAT,     *
      * RUNLOG.DAT and the resolved items of SUSPENSO.DAT, matched by *
      * the EXMBLOQ rule -- an employee or account hold by its key    *
      * whatever the date, a date-range hold by the record's date.  A *
      * record under two holds counts in both.  The footer gives the  *
      * open holds, the records preserved and the holds released in   *
      * the processing month and in all.  RC 16 when BLOQLEG.DAT      *
      * cannot be read or holds more than 300 open holds.             *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM151.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEO-FILE ASSIGN TO "BLOQLEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEO-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXM22AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHERO-STATUS.
           SELECT CONSULTA-FILE ASSIGN TO "EXM24AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHERO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHERO-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHERO-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NUMERO
               FILE STATUS IS WS-FICHERO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM151.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEO-FILE.
           COPY "bloqleg.cpy".

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  AUDIT-FILE.
           COPY "audper.cpy".

       FD  CONSULTA-FILE.
           COPY "audcons.cpy".

       FD  HISTORIA-FILE.
           COPY "tranledg.cpy".

       FD  RUNLOG-FILE.
           COPY "runlog.cpy".

       FD  SUSPENSO-FILE.
           COPY "suspenso.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-BLOQUEO-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-FICHERO-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-INTEGER-HOY             PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-LEVANTADOS        PIC 9(05) VALUE ZEROES.
        01 WS-LEVANTADOS-MES          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-REGISTROS         PIC 9(09) VALUE ZEROES.
      *    Bloqueos abiertos y lo que cada uno conserva, por fichero:
      *    1 maestro, 2 EXM22AUD, 3 EXM24AUD, 4 TRANHIST, 5 RUNLOG,
      *    6 SUSPENSO.
        01 WS-TOTAL-BLOQUEOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-BLOQUEOS.
           02 TBL-FILA OCCURS 300 TIMES.
              03 TBL-NUMERO           PIC 9(05).
              03 TBL-TIPO             PIC X(01).
              03 TBL-CLAVE            PIC 9(07).
              03 TBL-DESDE            PIC 9(08).
              03 TBL-HASTA            PIC 9(08).
              03 TBL-CASO             PIC X(20).
              03 TBL-ABRE             PIC X(08).
              03 TBL-FECHA-APERTURA   PIC 9(08).
              03 TBL-CUENTA OCCURS 6 TIMES
                                      PIC 9(07).
        01 WS-BL-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-FI-IDX                  PIC 9(01) VALUE ZEROES.
        01 WS-BLOQUEOS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 BLOQUEOS-LLENO                     VALUE 'Y'.
      *    Registro en curso: su empleado o cuenta, su fecha y el
      *    fichero al que se le apunta.
        01 WS-CT-TIPO                 PIC X(01) VALUE SPACES.
        01 WS-CT-CLAVE                PIC 9(07) VALUE ZEROES.
        01 WS-CT-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-CT-FICHERO              PIC 9(01) VALUE ZEROES.
        01 WS-TOTAL-FILA              PIC 9(08) VALUE ZEROES.
        01 WS-DIAS                    PIC 9(05) VALUE ZEROES.
        01 WS-OBJETO                  PIC X(24) VALUE SPACES.
        01 WS-ED-CUENTA               PIC Z(6)9.
        01 WS-ED-TOTAL                PIC Z(7)9.
        01 WS-ED-DIAS                 PIC Z(4)9.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
        01 TABLA-FICHEROS.
           02 FILLER                  PIC X(48) VALUE
              'MAESTRO EXM22AUDEXM24AUDTRANHISTRUNLOG  SUSPENSO'.
        01 FILLER REDEFINES TABLA-FICHEROS.
           02 TF-NOMBRE OCCURS 6 TIMES PIC X(08).

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-INTEGER-HOY =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

            PERFORM CARGA-BLOQUEOS.
            IF BLOQUEOS-LLENO
                DISPLAY '*** MAS DE 300 BLOQUEOS ABIERTOS ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-TOTAL-BLOQUEOS > ZEROES
                PERFORM CUENTA-MAESTRO
                PERFORM CUENTA-AUDITORIA
                PERFORM CUENTA-CONSULTAS
                PERFORM CUENTA-HISTORIA
                PERFORM CUENTA-RUNLOG
                PERFORM CUENTA-SUSPENSO
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-INFORME.
            CLOSE REPORTE-FILE.

            DISPLAY 'BLOQUEOS ABIERTOS: '    WS-TOTAL-BLOQUEOS.
            DISPLAY 'REGISTROS RETENIDOS: '  WS-TOTAL-REGISTROS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM151.PRT'.
            STOP RUN.

      *    Solo los abiertos van a la tabla; de los levantados se
      *    cuentan los del mes del proceso.
       CARGA-BLOQUEOS.
            OPEN INPUT BLOQUEO-FILE.
            IF WS-BLOQUEO-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-BLOQUEO-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR BLOQLEG.DAT - '
                        'STATUS: ' WS-BLOQUEO-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ BLOQUEO-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        PERFORM ANOTA-BLOQUEO
                END-READ
            END-PERFORM.
            CLOSE BLOQUEO-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       ANOTA-BLOQUEO.
            IF BL-LEVANTADO
                ADD 1                  TO WS-TOTAL-LEVANTADOS
                IF BL-FECHA-LEVANTA(1:6) = WS-FECHA-PROCESO(1:6)
                    ADD 1              TO WS-LEVANTADOS-MES
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-BLOQUEOS >= 300
                SET BLOQUEOS-LLENO     TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-BLOQUEOS.
            MOVE WS-TOTAL-BLOQUEOS     TO WS-BL-IDX.
            MOVE BL-NUMERO             TO TBL-NUMERO(WS-BL-IDX).
            MOVE BL-TIPO               TO TBL-TIPO(WS-BL-IDX).
            MOVE BL-CLAVE              TO TBL-CLAVE(WS-BL-IDX).
            MOVE BL-DESDE              TO TBL-DESDE(WS-BL-IDX).
            MOVE BL-HASTA              TO TBL-HASTA(WS-BL-IDX).
            MOVE BL-CASO               TO TBL-CASO(WS-BL-IDX).
            MOVE BL-ABRE               TO TBL-ABRE(WS-BL-IDX).
            MOVE BL-FECHA-APERTURA     TO TBL-FECHA-APERTURA(WS-BL-IDX).
            PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                    UNTIL WS-FI-IDX > 6
                MOVE ZEROES            TO TBL-CUENTA(WS-BL-IDX,
                                                      WS-FI-IDX)
            END-PERFORM.

      *    Un registro cuenta en cada bloqueo que lo cubre, con la
      *    misma regla que EXMBLOQ: el de fechas por su fecha, el de
      *    empleado o cuenta por su clave, sea cual sea la fecha.
       APUNTA-REGISTRO.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                EVALUATE TBL-TIPO(WS-BL-IDX)
                    WHEN 'F'
                        IF WS-CT-FECHA NOT < TBL-DESDE(WS-BL-IDX)
                           AND WS-CT-FECHA NOT > TBL-HASTA(WS-BL-IDX)
                            ADD 1 TO TBL-CUENTA(WS-BL-IDX,
                                                WS-CT-FICHERO)
                        END-IF
                    WHEN OTHER
                        IF TBL-TIPO(WS-BL-IDX) = WS-CT-TIPO
                           AND TBL-CLAVE(WS-BL-IDX) = WS-CT-CLAVE
                            ADD 1 TO TBL-CUENTA(WS-BL-IDX,
                                                WS-CT-FICHERO)
                        END-IF
                END-EVALUATE
            END-PERFORM.

      *    El registro del maestro que un bloqueo de empleado salva
      *    de EXM90.
       CUENTA-MAESTRO.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                IF TBL-TIPO(WS-BL-IDX) = 'E'
                    MOVE TBL-CLAVE(WS-BL-IDX) TO ID-EMPLEADO
                    READ PERSONA-FILE
                        NOT INVALID KEY
                            MOVE 1     TO TBL-CUENTA(WS-BL-IDX, 1)
                    END-READ
                END-IF
            END-PERFORM.
            CLOSE PERSONA-FILE.

       CUENTA-AUDITORIA.
            OPEN INPUT AUDIT-FILE.
            IF WS-FICHERO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 2                     TO WS-CT-FICHERO.
            PERFORM UNTIL FIN-FICHERO
                READ AUDIT-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        MOVE SPACES    TO WS-CT-TIPO
                        MOVE ZEROES    TO WS-CT-CLAVE
                        IF AU-PERSONA(1:7) NUMERIC
                            MOVE 'E'   TO WS-CT-TIPO
                            MOVE AU-PERSONA(1:7) TO WS-CT-CLAVE
                        END-IF
                        MOVE AU-FECHA  TO WS-CT-FECHA
                        PERFORM APUNTA-REGISTRO
                END-READ
            END-PERFORM.
            CLOSE AUDIT-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       CUENTA-CONSULTAS.
            OPEN INPUT CONSULTA-FILE.
            IF WS-FICHERO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 3                     TO WS-CT-FICHERO.
            MOVE SPACES                TO WS-CT-TIPO.
            MOVE ZEROES                TO WS-CT-CLAVE.
            PERFORM UNTIL FIN-FICHERO
                READ CONSULTA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        MOVE AC-FECHA  TO WS-CT-FECHA
                        PERFORM APUNTA-REGISTRO
                END-READ
            END-PERFORM.
            CLOSE CONSULTA-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       CUENTA-HISTORIA.
            OPEN INPUT HISTORIA-FILE.
            IF WS-FICHERO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 4                     TO WS-CT-FICHERO.
            MOVE 'C'                   TO WS-CT-TIPO.
            PERFORM UNTIL FIN-FICHERO
                READ HISTORIA-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        MOVE TL-CUENTA TO WS-CT-CLAVE
                        MOVE TL-FECHA  TO WS-CT-FECHA
                        PERFORM APUNTA-REGISTRO
                END-READ
            END-PERFORM.
            CLOSE HISTORIA-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       CUENTA-RUNLOG.
            OPEN INPUT RUNLOG-FILE.
            IF WS-FICHERO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 5                     TO WS-CT-FICHERO.
            MOVE SPACES                TO WS-CT-TIPO.
            MOVE ZEROES                TO WS-CT-CLAVE.
            PERFORM UNTIL FIN-FICHERO
                READ RUNLOG-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        MOVE RL-FECHA  TO WS-CT-FECHA
                        PERFORM APUNTA-REGISTRO
                END-READ
            END-PERFORM.
            CLOSE RUNLOG-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

      *    Solo los items resueltos caducan en EXM97; los pendientes
      *    no necesitan bloqueo y no se cuentan.
       CUENTA-SUSPENSO.
            OPEN INPUT SUSPENSO-FILE.
            IF WS-FICHERO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 6                     TO WS-CT-FICHERO.
            PERFORM UNTIL FIN-FICHERO
                READ SUSPENSO-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF SP-RESUELTO
                            MOVE SPACES TO WS-CT-TIPO
                            MOVE ZEROES TO WS-CT-CLAVE
                            IF SP-REGISTRO(1:6) NUMERIC
                                MOVE 'C' TO WS-CT-TIPO
                                MOVE SP-REGISTRO(1:6) TO WS-CT-CLAVE
                            END-IF
                            MOVE SP-FECHA-ENTRADA TO WS-CT-FECHA
                            PERFORM APUNTA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SUSPENSO-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       IMPRIME-INFORME.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM151 - BLOQUEOS LEGALES ABIERTOS  FECHA PROCESO: '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'BLOQUEO  OBJETO                   CASO               '
               & '  ABIERTO  POR       DIAS' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                PERFORM LINEA-BLOQUEO
            END-PERFORM.
            IF WS-TOTAL-BLOQUEOS = ZEROES
                MOVE '  NINGUN BLOQUEO ABIERTO' TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-TOTAL-REGISTROS    TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'BLOQUEOS ABIERTOS: ' WS-TOTAL-BLOQUEOS
                   '  REGISTROS RETENIDOS: ' WS-ED-TOTAL
                   '  LEVANTADOS EN EL MES: ' WS-LEVANTADOS-MES
                   '  LEVANTADOS EN TOTAL: ' WS-TOTAL-LEVANTADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE '(UN REGISTRO CUBIERTO POR VARIOS BLOQUEOS CUENTA EN '
               & 'CADA UNO)'           TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       LINEA-BLOQUEO.
            MOVE SPACES                TO WS-OBJETO.
            EVALUATE TBL-TIPO(WS-BL-IDX)
                WHEN 'E'
                    STRING 'EMPLEADO ' TBL-CLAVE(WS-BL-IDX)
                           DELIMITED BY SIZE INTO WS-OBJETO
                    END-STRING
                WHEN 'C'
                    STRING 'CUENTA ' TBL-CLAVE(WS-BL-IDX)(2:6)
                           DELIMITED BY SIZE INTO WS-OBJETO
                    END-STRING
                WHEN OTHER
                    STRING 'FECHAS ' TBL-DESDE(WS-BL-IDX) '-'
                           TBL-HASTA(WS-BL-IDX)
                           DELIMITED BY SIZE INTO WS-OBJETO
                    END-STRING
            END-EVALUATE.
            COMPUTE WS-DIAS = WS-INTEGER-HOY -
                    FUNCTION INTEGER-OF-DATE(
                             TBL-FECHA-APERTURA(WS-BL-IDX)).
            MOVE WS-DIAS               TO WS-ED-DIAS.
            MOVE ZEROES                TO WS-TOTAL-FILA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING TBL-NUMERO(WS-BL-IDX) '    ' WS-OBJETO ' '
                   TBL-CASO(WS-BL-IDX) ' '
                   TBL-FECHA-APERTURA(WS-BL-IDX) ' '
                   TBL-ABRE(WS-BL-IDX) ' ' WS-ED-DIAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
      *    Debajo, lo que conserva en cada fichero.
            MOVE SPACES                TO LINEA-REPORTE.
            MOVE 10                    TO WS-PUNTERO.
            PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                    UNTIL WS-FI-IDX > 6
                ADD TBL-CUENTA(WS-BL-IDX, WS-FI-IDX) TO WS-TOTAL-FILA
                MOVE TBL-CUENTA(WS-BL-IDX, WS-FI-IDX) TO WS-ED-CUENTA
                STRING TF-NOMBRE(WS-FI-IDX) DELIMITED BY SPACE
                       ' ' WS-ED-CUENTA '  ' DELIMITED BY SIZE
                       INTO LINEA-REPORTE WITH POINTER WS-PUNTERO
                END-STRING
            END-PERFORM.
            MOVE WS-TOTAL-FILA         TO WS-ED-TOTAL.
            STRING 'TOTAL ' WS-ED-TOTAL
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE WITH POINTER WS-PUNTERO
            END-STRING.
            ADD WS-TOTAL-FILA          TO WS-TOTAL-REGISTROS.
            WRITE LINEA-REPORTE.
