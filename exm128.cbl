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
      * EXM128 - weekly review of orphaned operator access.           *
      * USUARIOS.DAT rows now carry the employee behind each operator *
      * (US-ID-EMPLEADO, linked by an EXM98 'E' card), and a          *
      * termination in EXM22, EXM37 or EXM89 locks the linked         *
      * operators through EXMPASS.  Operators that slip past that are *
      * where orphaned access lives, so this lists every operator id  *
      * with no linked employee, linked to an ID no longer in         *
      * PERSONA.DAT, or linked to a terminated employee, each with    *
      * its level, whether it is locked or still open, and its last   *
      * good sign-on from SESLOG.DAT.  EXM128.PRT; RC 4 when any      *
      * operator is listed, RC 16 without USUARIOS.DAT or             *
      * PERSONA.DAT.                                                  *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM128.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIO-STATUS.
           SELECT SESION-FILE ASSIGN TO "SESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESION-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM128.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-FILE.
           COPY "usuario.cpy".

       FD  SESION-FILE.
        01 SESION-REC.
           02 SL-FECHA                PIC 9(08).
           02 SL-HORA                 PIC 9(08).
           02 SL-USUARIO              PIC X(08).
           02 SL-EVENTO               PIC X(01).
           02 SL-AUTORIZA             PIC X(08).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-SESION-STATUS           PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERSONA-ABIERTO-SW      PIC X(01) VALUE 'N'.
           88 PERSONA-ABIERTO                    VALUE 'Y'.
      *    Operadores de USUARIOS.DAT (el mismo tope que EXMPASS)
      *    con su ultima firma correcta segun SESLOG.
        01 WS-TOTAL-OPERADORES        PIC 9(03) VALUE ZEROES.
        01 TABLA-OPERADORES.
           02 TO-FILA OCCURS 100 TIMES.
              03 TO-USUARIO           PIC X(08).
              03 TO-NIVEL             PIC X(01).
              03 TO-BLOQUEO           PIC X(01).
              03 TO-ID-EMPLEADO       PIC X(07).
              03 TO-ULTIMA-FIRMA      PIC 9(08).
        01 WS-OP-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-SITUACION               PIC X(20) VALUE SPACES.
        01 WS-ACCESO                  PIC X(20) VALUE SPACES.
        01 WS-NOMBRE-EMPLEADO         PIC X(21) VALUE SPACES.
        01 WS-ULTIMA-ED               PIC X(08) VALUE SPACES.
        01 WS-TOTAL-SIN-EMPLEADO      PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-INEXISTENTE       PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-TERMINADO         PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-ABIERTOS          PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-CORRECTOS         PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            PERFORM CARGA-OPERADORES.
            IF WS-TOTAL-OPERADORES = 0
                DISPLAY '*** SIN USUARIOS.DAT O VACIO - STATUS: '
                        WS-USUARIO-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-ULTIMAS-FIRMAS.

            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS = '00'
                SET PERSONA-ABIERTO    TO TRUE
            ELSE
                DISPLAY '*** SIN PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'EXM128 - OPERADORES SIN EMPLEADO VIGENTE  '
                   'FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'OPERADOR NIVEL EMPLEADO SITUACION            '
                   'NOMBRE                 ULT.FIRMA ACCESO'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                    UNTIL WS-OP-IDX > WS-TOTAL-OPERADORES
                PERFORM REVISA-OPERADOR
            END-PERFORM.
            CLOSE PERSONA-FILE.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'OPERADORES: ' WS-TOTAL-OPERADORES
                   '  CORRECTOS: ' WS-TOTAL-CORRECTOS
                   '  SIN EMPLEADO: ' WS-TOTAL-SIN-EMPLEADO
                   '  EMPLEADO INEXISTENTE: ' WS-TOTAL-INEXISTENTE
                   '  EMPLEADO TERMINADO: ' WS-TOTAL-TERMINADO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-TOTAL-ABIERTOS > 0
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  *** ' WS-TOTAL-ABIERTOS ' DE ELLOS SIN '
                       'BLOQUEAR - ACCESO HUERFANO ABIERTO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-SIN-EMPLEADO > 0
               OR WS-TOTAL-INEXISTENTE > 0
               OR WS-TOTAL-TERMINADO > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'OPERADORES REVISADOS: ' WS-TOTAL-OPERADORES.
            DISPLAY 'HUERFANOS: ' WS-TOTAL-SIN-EMPLEADO ' SIN EMPLEADO '
                    WS-TOTAL-INEXISTENTE ' INEXISTENTE '
                    WS-TOTAL-TERMINADO ' TERMINADO'.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM128.PRT'.
            STOP RUN.

       CARGA-OPERADORES.
            OPEN INPUT USUARIO-FILE.
            IF WS-USUARIO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ USUARIO-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF WS-TOTAL-OPERADORES < 100
                            ADD 1        TO WS-TOTAL-OPERADORES
                            MOVE US-USUARIO TO
                                 TO-USUARIO(WS-TOTAL-OPERADORES)
                            MOVE US-NIVEL   TO
                                 TO-NIVEL(WS-TOTAL-OPERADORES)
                            MOVE US-BLOQUEO TO
                                 TO-BLOQUEO(WS-TOTAL-OPERADORES)
                            MOVE USUARIO-REC(30:7) TO
                                 TO-ID-EMPLEADO(WS-TOTAL-OPERADORES)
                            MOVE ZEROES  TO
                                 TO-ULTIMA-FIRMA(WS-TOTAL-OPERADORES)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE USUARIO-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

      *    Ultima firma correcta ('I') de cada operador: una cuenta
      *    huerfana que aun se usa es la primera a mirar.
       CARGA-ULTIMAS-FIRMAS.
            OPEN INPUT SESION-FILE.
            IF WS-SESION-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SESION-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF SL-EVENTO = 'I'
                            PERFORM ANOTA-FIRMA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SESION-FILE.
            MOVE 'N'                     TO WS-EOF-SW.

       ANOTA-FIRMA.
            PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                    UNTIL WS-OP-IDX > WS-TOTAL-OPERADORES
                IF TO-USUARIO(WS-OP-IDX) = SL-USUARIO
                   AND SL-FECHA > TO-ULTIMA-FIRMA(WS-OP-IDX)
                    MOVE SL-FECHA        TO TO-ULTIMA-FIRMA(WS-OP-IDX)
                END-IF
            END-PERFORM.

      *    Sin enlace (ceros o fila anterior en espacios), enlazado a
      *    un ID que ya no esta en PERSONA o a un empleado T.
       REVISA-OPERADOR.
            MOVE SPACES                  TO WS-NOMBRE-EMPLEADO.
            IF TO-ID-EMPLEADO(WS-OP-IDX) NOT NUMERIC
               OR TO-ID-EMPLEADO(WS-OP-IDX) = ZEROES
                MOVE 'SIN EMPLEADO'      TO WS-SITUACION
                ADD 1                    TO WS-TOTAL-SIN-EMPLEADO
            ELSE
                MOVE TO-ID-EMPLEADO(WS-OP-IDX) TO ID-EMPLEADO
                READ PERSONA-FILE
                    INVALID KEY
                        MOVE 'EMPLEADO INEXISTENTE' TO WS-SITUACION
                        ADD 1            TO WS-TOTAL-INEXISTENTE
                    NOT INVALID KEY
                        STRING NOMBRE DELIMITED BY SPACE
                               ' '    DELIMITED BY SIZE
                               P-APELLIDO DELIMITED BY SPACE
                               INTO WS-NOMBRE-EMPLEADO
                        END-STRING
                        IF P-TERMINADO
                            MOVE 'EMPLEADO TERMINADO' TO WS-SITUACION
                            ADD 1        TO WS-TOTAL-TERMINADO
                        ELSE
                            ADD 1        TO WS-TOTAL-CORRECTOS
                            EXIT PARAGRAPH
                        END-IF
                END-READ
            END-IF.
            IF TO-BLOQUEO(WS-OP-IDX) = 'B'
                MOVE 'BLOQUEADO'         TO WS-ACCESO
            ELSE
                MOVE '*** ABIERTO ***'   TO WS-ACCESO
                ADD 1                    TO WS-TOTAL-ABIERTOS
            END-IF.
            IF TO-ULTIMA-FIRMA(WS-OP-IDX) = ZEROES
                MOVE 'NUNCA'             TO WS-ULTIMA-ED
            ELSE
                MOVE TO-ULTIMA-FIRMA(WS-OP-IDX) TO WS-ULTIMA-ED
            END-IF.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING TO-USUARIO(WS-OP-IDX) ' '
                   TO-NIVEL(WS-OP-IDX) '     '
                   TO-ID-EMPLEADO(WS-OP-IDX) '  '
                   WS-SITUACION ' '
                   WS-NOMBRE-EMPLEADO ' '
                   WS-ULTIMA-ED '  '
                   WS-ACCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
