      * what was erased prints to EXM90.PRT for the compliance file;  *
      * operations reruns EXM53 after the swap so no pre-erasure      *
      * backup lingers in the current set.                            *
      * Legal holds (BLOQLEG.DAT, kept by EXM150) win over retention: *
      * a terminated employee past the clock is left untouched when   *
      * EXMBLOQ finds an open hold on the employee or on the date of  *
      * any of the employee's audit images, an EXM24AUD row dated     *
      * inside a date-range hold keeps its surname, and the           *
      * certificate lists every employee and the count of inquiry     *
      * rows so kept, with the hold and its case.                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM90.
           02 TT-FILA OCCURS 500 TIMES.
              03 TT-ID                PIC 9(07).
              03 TT-ULTIMA-FECHA      PIC 9(08).
              03 TT-BLOQUEO           PIC 9(05).
              03 TT-CASO              PIC X(20).
        01 WS-TT-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TT-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88 ID-EN-TABLA                        VALUE 'Y'.
      *    memoria ajena -- p.ej. el trozo 99:15 de la imagen
      *    arrastraria P-DIR-RETORNO y el FILLER.
        01 WS-MASCARA                 PIC X(20) VALUE SPACES.
      *    Bloqueos legales (EXMBLOQ): el terminado bajo bloqueo se
      *    deja intacto y se lista en el certificado.
        01 WS-BQ-TIPO                 PIC X(01) VALUE 'E'.
        01 WS-BQ-CLAVE                PIC 9(07) VALUE ZEROES.
        01 WS-BQ-FECHA                PIC 9(08) VALUE ZEROES.
        01 WS-BQ-RETENIDO             PIC X(01) VALUE 'N'.
           88 BQ-BLOQUEADO                       VALUE 'Y'.
        01 WS-BQ-BLOQUEO              PIC 9(05) VALUE ZEROES.
        01 WS-BQ-CASO                 PIC X(20) VALUE SPACES.
        01 WS-ULTIMO-BLOQUEO          PIC 9(05) VALUE ZEROES.
        01 WS-ULTIMO-CASO             PIC X(20) VALUE SPACES.
        01 WS-TOTAL-RETENIDOS         PIC 9(03) VALUE ZEROES.
        01 TABLA-RETENIDOS.
           02 TR-FILA OCCURS 200 TIMES.
              03 TR-ID                PIC 9(07).
              03 TR-BLOQUEO           PIC 9(05).
              03 TR-CASO              PIC X(20).
        01 WS-TR-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-CONSULTAS-RETENIDAS     PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            PERFORM IMPRIME-CERTIFICADO.

            DISPLAY 'EMPLEADOS ANONIMIZADOS: ' WS-TOTAL-BORRADOS.
            DISPLAY 'RETENIDOS POR BLOQUEO LEGAL: ' WS-TOTAL-RETENIDOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM90.PRT'.
            STOP RUN.

                MOVE WS-TOTAL-TOCADOS  TO WS-TT-IDX
                MOVE WS-ID-IMAGEN      TO TT-ID(WS-TT-IDX)
                MOVE ZEROES            TO TT-ULTIMA-FECHA(WS-TT-IDX)
                                          TT-BLOQUEO(WS-TT-IDX)
                MOVE SPACES            TO TT-CASO(WS-TT-IDX)
            END-IF.
            IF AU-FECHA > TT-ULTIMA-FECHA(WS-TT-IDX)
                MOVE AU-FECHA          TO TT-ULTIMA-FECHA(WS-TT-IDX)
            END-IF.
      *    Basta una imagen bajo bloqueo (del empleado o de su
      *    fecha) para que el empleado no se toque.
            IF TT-BLOQUEO(WS-TT-IDX) = ZEROES
                MOVE 'E'               TO WS-BQ-TIPO
                MOVE WS-ID-IMAGEN      TO WS-BQ-CLAVE
                MOVE AU-FECHA          TO WS-BQ-FECHA
                CALL 'EXMBLOQ' USING WS-BQ-TIPO WS-BQ-CLAVE
                                     WS-BQ-FECHA WS-BQ-RETENIDO
                                     WS-BQ-BLOQUEO WS-BQ-CASO
                IF BQ-BLOQUEADO
                    MOVE WS-BQ-BLOQUEO TO TT-BLOQUEO(WS-TT-IDX)
                    MOVE WS-BQ-CASO    TO TT-CASO(WS-TT-IDX)
                END-IF
            END-IF.

       ANONIMIZA-MAESTRO.
            OPEN I-O PERSONA-FILE.
            MOVE 'N'                   TO WS-EOF-SW.

       EVALUA-TERMINADO.
            MOVE ZEROES                TO WS-ULTIMA-FECHA
                                          WS-ULTIMO-BLOQUEO.
            MOVE SPACES                TO WS-ULTIMO-CASO.
            PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                    UNTIL WS-TT-IDX > WS-TOTAL-TOCADOS
                IF TT-ID(WS-TT-IDX) = ID-EMPLEADO
                    MOVE TT-ULTIMA-FECHA(WS-TT-IDX)
                                       TO WS-ULTIMA-FECHA
                    MOVE TT-BLOQUEO(WS-TT-IDX)
                                       TO WS-ULTIMO-BLOQUEO
                    MOVE TT-CASO(WS-TT-IDX) TO WS-ULTIMO-CASO
                END-IF
            END-PERFORM.
      *    Sin rastro de auditoria no hay reloj que haya corrido:
               OR WS-ULTIMA-FECHA >= WS-FECHA-CORTE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ULTIMO-BLOQUEO > ZEROES
                PERFORM ANOTA-RETENIDO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-BORRADOS >= 200
                DISPLAY '*** TABLA DE BORRADOS LLENA - RESTO EN LA '
                        'PROXIMA PASADA ***'
            DISPLAY '  ANONIMIZADO: ' ID-EMPLEADO
                    ' (ULTIMO TOQUE ' WS-ULTIMA-FECHA ')'.

      *    Vencido pero bajo bloqueo legal: se queda como esta.
       ANOTA-RETENIDO.
            DISPLAY '  RETENIDO POR BLOQUEO ' WS-ULTIMO-BLOQUEO ': '
                    ID-EMPLEADO ' CASO ' WS-ULTIMO-CASO.
            IF WS-TOTAL-RETENIDOS >= 200
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-RETENIDOS.
            MOVE ID-EMPLEADO           TO TR-ID(WS-TOTAL-RETENIDOS).
            MOVE WS-ULTIMO-BLOQUEO     TO
                 TR-BLOQUEO(WS-TOTAL-RETENIDOS).
            MOVE WS-ULTIMO-CASO        TO TR-CASO(WS-TOTAL-RETENIDOS).

      *    Nombre, apellido y todo el bloque de direccion a traves de
      *    EXMMASK con 0 visibles; ID, departamento, fechas y estado
      *    se conservan para que el historial de plantilla siga
                    SET APELLIDO-BORRADO TO TRUE
                END-IF
            END-PERFORM.
      *    Una consulta fechada dentro de un bloqueo de fechas se
      *    conserva tal cual.
            IF APELLIDO-BORRADO
                MOVE SPACES            TO WS-BQ-TIPO
                MOVE ZEROES            TO WS-BQ-CLAVE
                MOVE AC-FECHA          TO WS-BQ-FECHA
                CALL 'EXMBLOQ' USING WS-BQ-TIPO WS-BQ-CLAVE
                                     WS-BQ-FECHA WS-BQ-RETENIDO
                                     WS-BQ-BLOQUEO WS-BQ-CASO
                IF BQ-BLOQUEADO
                    ADD 1              TO WS-CONSULTAS-RETENIDAS
                    DISPLAY '  CONSULTA RETENIDA POR BLOQUEO '
                            WS-BQ-BLOQUEO ': ' AC-FECHA ' '
                            AC-USUARIO
                    MOVE 'N'           TO WS-APELLIDO-BORRADO-SW
                END-IF
            END-IF.
            IF APELLIDO-BORRADO
                MOVE ZEROES            TO WS-VISIBLES
                MOVE SPACES            TO WS-MASCARA
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TOTAL-RETENIDOS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  EMPLEADO ' TR-ID(WS-TR-IDX)
                       ' - VENCIDO Y NO ANONIMIZADO: BLOQUEO LEGAL '
                       TR-BLOQUEO(WS-TR-IDX) ' CASO '
                       TR-CASO(WS-TR-IDX)
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-PERFORM.
            IF WS-CONSULTAS-RETENIDAS > ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  ' WS-CONSULTAS-RETENIDAS
                       ' CONSULTAS DE EXM24AUD SIN ENMASCARAR POR '
                       'BLOQUEO LEGAL DE FECHAS'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            CLOSE REPORTE-FILE.
