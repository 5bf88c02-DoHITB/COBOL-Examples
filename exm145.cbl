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
      * EXM145 - monthly benefit enrollment run.  Reads BENAFIL.DAT   *
      * (kept by EXM144) for the period of the PARM (AAAAMM, the      *
      * processing month by default) and writes BENASEG.DAT, the      *
      * insurers' enrollment file between HDR and TRL control records *
      * (hdrtrl.cpy): one row for every person covered on any day of  *
      * the month, with the insurer and tier of BENPLAN.DAT, name,    *
      * relationship and birth date from PERSONA.DAT or DEPENDTS.DAT, *
      * the dates of the enrollment and, on the employee's row only,  *
      * the monthly premiums; the trailer hash is the premium total   *
      * in cents.  A dependent takes the tier of the employee's       *
      * enrollment in the plan that month.  EXM145.PRT flags every    *
      * dependent other than a spouse or partner whose plan age limit *
      * has been reached by the last day of the month, so the         *
      * enrollment can be ended with EXM144, and also dependents no   *
      * longer on DEPENDTS.DAT or without the employee's enrollment   *
      * in the month, open enrollments of employees terminated on     *
      * PERSONA.DAT and plans or tiers missing from BENPLAN.DAT;      *
      * flagged rows still go to the insurer.  The report ends with   *
      * the month's premium totals.  Return code 4 if anything is     *
      * flagged, 16 if a file cannot be used.                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM145.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFILIACION-FILE ASSIGN TO "BENAFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFILIACION-STATUS.
           SELECT PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT DEPENDIENTE-FILE ASSIGN TO "DEPENDTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CLAVE
               FILE STATUS IS WS-DEPENDIENTE-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "BENASEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM145.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFILIACION-FILE.
           COPY "benafil.cpy".

       FD  PLAN-FILE.
           COPY "benplan.cpy".

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  DEPENDIENTE-FILE.
           COPY "depend.cpy".

      *    Una fila por persona cubierta en el mes, entre HDR y TRL
      *    (hdrtrl.cpy).  Las primas van en la fila del empleado.
       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(110).
        01 ASEGURADO-REC.
           02 AS-ASEGURADORA          PIC X(10).
           02 AS-PLAN                 PIC X(03).
           02 AS-NIVEL                PIC X(01).
           02 AS-ID-EMPLEADO          PIC 9(07).
           02 AS-SECUENCIA            PIC 9(02).
           02 AS-NOMBRE               PIC X(30).
           02 AS-PARENTESCO           PIC X(10).
           02 AS-NACIMIENTO           PIC 9(08).
           02 AS-DESDE                PIC 9(08).
           02 AS-HASTA                PIC 9(08).
           02 AS-PRIMA-EMPLEADO       PIC 9(05)V99.
           02 AS-PRIMA-EMPRESA        PIC 9(05)V99.
           02 FILLER                  PIC X(09).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-AFILIACION-STATUS       PIC X(02) VALUE '00'.
        01 WS-PLAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPENDIENTE-STATUS      PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-DEPENDTS-SW             PIC X(01) VALUE 'N'.
           88 DEPENDTS-ABIERTO                   VALUE 'Y'.
        01 WS-PARM                    PIC X(06) VALUE SPACES.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
        01 WS-INICIO-MES              PIC 9(08) VALUE ZEROES.
        01 WS-FIN-MES                 PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FIN-MES.
           02 WS-FIN-ANYO             PIC 9(04).
           02 WS-FIN-MMDD             PIC 9(04).
      *    Planes y niveles de BENPLAN.DAT.
        01 WS-TOTAL-PLANES            PIC 9(03) VALUE ZEROES.
        01 TABLA-PLANES.
           02 TPL-FILA OCCURS 100 TIMES.
              03 TPL-REGISTRO         PIC X(51).
        01 WS-PL-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PL-FILA                 PIC 9(03) VALUE ZEROES.
      *    Afiliacion del empleado en vigor en el mes para el plan
      *    que se esta leyendo: sus dependientes van detras en el
      *    fichero (orden de clave) y toman de ella el nivel.
        01 WS-TITULAR-CLAVE           PIC X(10) VALUE SPACES.
        01 WS-TITULAR-NIVEL           PIC X(01) VALUE SPACES.
        01 WS-TITULAR-BAJA-SW         PIC X(01) VALUE 'N'.
           88 TITULAR-DE-BAJA                    VALUE 'Y'.
        01 WS-NOMBRE-EMPLEADO         PIC X(21) VALUE SPACES.
        01 WS-NACIMIENTO              PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-NACIMIENTO.
           02 WS-NAC-ANYO             PIC 9(04).
           02 WS-NAC-MMDD             PIC 9(04).
        01 WS-EDAD                    PIC 9(03) VALUE ZEROES.
        01 WS-FECHA-LIMITE            PIC 9(08) VALUE ZEROES.
        01 WS-AVISO                   PIC X(45) VALUE SPACES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CUBIERTOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-TITULARES         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DEPENDIENTES      PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-AVISOS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-EDAD              PIC 9(06) VALUE ZEROES.
        01 WS-PRIMA-EMPLEADO-CENT     PIC 9(11) VALUE ZEROES.
        01 WS-PRIMA-EMPRESA-CENT      PIC 9(11) VALUE ZEROES.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(8)9.99.
        01 WS-ED-IMPORTE-2            PIC Z(8)9.99.
           COPY "hdrtrl.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM IS NUMERIC
                MOVE WS-PARM           TO WS-PERIODO
            ELSE
                MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
            END-IF.
            IF WS-PER-MES < 1 OR WS-PER-MES > 12
                DISPLAY '*** PERIODO INVALIDO: ' WS-PERIODO ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CALCULA-ULTIMO-DIA.
            COMPUTE WS-INICIO-MES = WS-PERIODO * 100 + 1.
            COMPUTE WS-FIN-MES = WS-PERIODO * 100 + DIAS-EN-MES.

            PERFORM CARGA-PLANES.
            IF WS-TOTAL-PLANES = ZEROES
                DISPLAY '*** BENPLAN.DAT VACIO O INEXISTENTE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT AFILIACION-FILE.
            IF WS-AFILIACION-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR BENAFIL.DAT - STATUS: '
                        WS-AFILIACION-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT DEPENDIENTE-FILE.
            IF WS-DEPENDIENTE-STATUS = '00'
                SET DEPENDTS-ABIERTO   TO TRUE
            END-IF.

            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'BENASEG '            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.

            PERFORM UNTIL FIN-FICHERO
                READ AFILIACION-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        ADD 1          TO WS-TOTAL-LEIDAS
                        IF BA-DESDE NOT > WS-FIN-MES
                           AND (BA-ABIERTA
                                OR BA-HASTA NOT < WS-INICIO-MES)
                            PERFORM PROCESA-AFILIACION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AFILIACION-FILE.
            CLOSE PERSONA-FILE.
            IF DEPENDTS-ABIERTO
                CLOSE DEPENDIENTE-FILE
            END-IF.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.

            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-AVISOS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'AFILIACIONES LEIDAS: '  WS-TOTAL-LEIDAS.
            DISPLAY 'PERSONAS CUBIERTAS: '   WS-TOTAL-CUBIERTOS.
            DISPLAY 'AVISOS: '               WS-TOTAL-AVISOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM145.PRT Y BENASEG.DAT'.
            STOP RUN.

      *    Afiliacion en vigor algun dia del mes: fila para la
      *    aseguradora y, si procede, aviso en el listado.
       PROCESA-AFILIACION.
            MOVE SPACES                TO WS-AVISO.
            MOVE SPACES                TO ASEGURADO-REC.
            MOVE BA-PLAN               TO AS-PLAN.
            MOVE BA-ID-EMPLEADO        TO AS-ID-EMPLEADO.
            MOVE BA-SECUENCIA          TO AS-SECUENCIA.
            MOVE BA-DESDE              TO AS-DESDE.
            MOVE BA-HASTA              TO AS-HASTA.
            MOVE ZEROES                TO AS-PRIMA-EMPLEADO
                                          AS-PRIMA-EMPRESA.
            IF BA-ES-EMPLEADO
                PERFORM PROCESA-TITULAR
            ELSE
                PERFORM PROCESA-DEPENDIENTE
            END-IF.
            MOVE BA-PLAN               TO BP-PLAN.
            MOVE AS-NIVEL              TO BP-NIVEL.
            PERFORM BUSCA-PLAN.
            IF WS-PL-FILA = ZEROES
                IF WS-AVISO = SPACES
                    MOVE 'PLAN O NIVEL INEXISTENTE EN BENPLAN.DAT'
                                       TO WS-AVISO
                END-IF
            ELSE
                MOVE BP-ASEGURADORA    TO AS-ASEGURADORA
                IF BA-ES-EMPLEADO
                    MOVE BP-PRIMA-EMPLEADO TO AS-PRIMA-EMPLEADO
                    MOVE BP-PRIMA-EMPRESA  TO AS-PRIMA-EMPRESA
                    COMPUTE WS-PRIMA-EMPLEADO-CENT =
                            WS-PRIMA-EMPLEADO-CENT
                            + BP-PRIMA-EMPLEADO * 100
                    COMPUTE WS-PRIMA-EMPRESA-CENT =
                            WS-PRIMA-EMPRESA-CENT
                            + BP-PRIMA-EMPRESA * 100
                    COMPUTE WS-LOTE-HASH = WS-LOTE-HASH
                            + (BP-PRIMA-EMPLEADO + BP-PRIMA-EMPRESA)
                            * 100
                END-IF
                IF NOT BA-ES-EMPLEADO AND WS-AVISO = SPACES
                    PERFORM COMPRUEBA-EDAD
                END-IF
            END-IF.
            MOVE ASEGURADO-REC         TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD 1                      TO WS-TOTAL-CUBIERTOS.
            IF WS-AVISO NOT = SPACES
                PERFORM IMPRIME-AVISO
            END-IF.

      *    Fila del empleado: su nivel rige para los dependientes que
      *    le siguen en el plan.  Una afiliacion abierta de un
      *    empleado dado de baja en PERSONA se avisa.
       PROCESA-TITULAR.
            ADD 1                      TO WS-TOTAL-TITULARES.
            MOVE BA-CLAVE(1:10)        TO WS-TITULAR-CLAVE.
            MOVE BA-NIVEL              TO WS-TITULAR-NIVEL.
            MOVE BA-NIVEL              TO AS-NIVEL.
            MOVE 'N'                   TO WS-TITULAR-BAJA-SW.
            MOVE 'TITULAR'             TO AS-PARENTESCO.
            MOVE BA-ID-EMPLEADO        TO ID-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE EN PERSONA.DAT'
                                       TO WS-AVISO
                    EXIT PARAGRAPH
            END-READ.
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO WS-NOMBRE-EMPLEADO
            END-STRING.
            MOVE WS-NOMBRE-EMPLEADO    TO AS-NOMBRE.
            COMPUTE AS-NACIMIENTO = ANYO * 10000 + MES * 100 + DIA.
            IF P-TERMINADO
                SET TITULAR-DE-BAJA    TO TRUE
                IF BA-ABIERTA
                    MOVE 'EMPLEADO DE BAJA CON LA AFILIACION ABIERTA'
                                       TO WS-AVISO
                END-IF
            END-IF.

      *    Fila de un dependiente: debe seguir en DEPENDTS.DAT y
      *    colgar de la afiliacion del empleado al plan en el mes.
       PROCESA-DEPENDIENTE.
            ADD 1                      TO WS-TOTAL-DEPENDIENTES.
            IF BA-CLAVE(1:10) = WS-TITULAR-CLAVE
                MOVE WS-TITULAR-NIVEL  TO AS-NIVEL
            ELSE
                MOVE BA-NIVEL          TO AS-NIVEL
                MOVE 'SIN AFILIACION DEL EMPLEADO EN EL MES'
                                       TO WS-AVISO
            END-IF.
            IF NOT DEPENDTS-ABIERTO
                IF WS-AVISO = SPACES
                    MOVE 'DEPENDTS.DAT NO DISPONIBLE' TO WS-AVISO
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE BA-ID-EMPLEADO        TO DP-ID-EMPLEADO.
            MOVE BA-SECUENCIA          TO DP-SECUENCIA.
            READ DEPENDIENTE-FILE
                INVALID KEY
                    MOVE 'DEPENDIENTE YA NO ESTA EN DEPENDTS.DAT'
                                       TO WS-AVISO
                    EXIT PARAGRAPH
            END-READ.
            MOVE DP-NOMBRE             TO AS-NOMBRE.
            MOVE DP-PARENTESCO         TO AS-PARENTESCO.
            COMPUTE WS-NACIMIENTO = DP-NAC-ANYO * 10000
                                  + DP-NAC-MES * 100 + DP-NAC-DIA.
            MOVE WS-NACIMIENTO         TO AS-NACIMIENTO.
            IF BA-ABIERTA AND TITULAR-DE-BAJA
               AND BA-CLAVE(1:10) = WS-TITULAR-CLAVE
               AND WS-AVISO = SPACES
                MOVE 'EMPLEADO DE BAJA CON LA AFILIACION ABIERTA'
                                       TO WS-AVISO
            END-IF.

      *    Dependiente con la edad limite del plan cumplida el
      *    ultimo dia del mes.  El conyuge o la pareja no tienen
      *    limite.
       COMPRUEBA-EDAD.
            IF BP-EDAD-LIMITE = ZEROES OR WS-NACIMIENTO = ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF DP-PARENTESCO(1:7) = 'CONYUGE'
               OR DP-PARENTESCO(1:6) = 'PAREJA'
                EXIT PARAGRAPH
            END-IF.
            IF WS-NACIMIENTO > WS-FIN-MES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-EDAD = WS-FIN-ANYO - WS-NAC-ANYO.
            IF WS-FIN-MMDD < WS-NAC-MMDD
                SUBTRACT 1             FROM WS-EDAD
            END-IF.
            IF WS-EDAD NOT < BP-EDAD-LIMITE
                COMPUTE WS-FECHA-LIMITE = WS-NACIMIENTO
                        + BP-EDAD-LIMITE * 10000
                ADD 1                  TO WS-TOTAL-EDAD
                STRING 'EDAD LIMITE ' BP-EDAD-LIMITE
                       ' CUMPLIDA EL ' WS-FECHA-LIMITE
                       DELIMITED BY SIZE INTO WS-AVISO
                END-STRING
            END-IF.

      *    Fila del plan y nivel de BP-CLAVE en BENPLAN-REC.
       BUSCA-PLAN.
            MOVE ZEROES                TO WS-PL-FILA.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANES
                       OR WS-PL-FILA NOT = ZEROES
                IF TPL-REGISTRO(WS-PL-IDX)(1:4) = BP-CLAVE
                    MOVE WS-PL-IDX     TO WS-PL-FILA
                END-IF
            END-PERFORM.
            IF WS-PL-FILA NOT = ZEROES
                MOVE TPL-REGISTRO(WS-PL-FILA) TO BENPLAN-REC
            END-IF.

       IMPRIME-CABECERA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM145 - AFILIACIONES A PLANES DE BENEFICIOS  '
                   'PERIODO: ' WS-PERIODO
                   '  FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'AVISOS' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       IMPRIME-AVISO.
            ADD 1                      TO WS-TOTAL-AVISOS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' BA-ID-EMPLEADO '-' BA-SECUENCIA
                   ' ' AS-NOMBRE ' PLAN ' BA-PLAN
                   ' DESDE ' BA-DESDE ' HASTA ' BA-HASTA
                   '  ' WS-AVISO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            IF WS-TOTAL-AVISOS = ZEROES
                MOVE '  NINGUNO'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'AFILIACIONES LEIDAS: ' WS-TOTAL-LEIDAS
                   '  PERSONAS CUBIERTAS: ' WS-TOTAL-CUBIERTOS
                   '  EMPLEADOS: ' WS-TOTAL-TITULARES
                   '  DEPENDIENTES: ' WS-TOTAL-DEPENDIENTES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            COMPUTE WS-ED-IMPORTE = WS-PRIMA-EMPLEADO-CENT / 100.
            COMPUTE WS-ED-IMPORTE-2 = WS-PRIMA-EMPRESA-CENT / 100.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'PRIMAS DEL MES - EMPLEADOS: ' WS-ED-IMPORTE
                   '  EMPRESA: ' WS-ED-IMPORTE-2
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'AVISOS: ' WS-TOTAL-AVISOS
                   '  DE ELLOS POR EDAD LIMITE: ' WS-TOTAL-EDAD
                   '  BENASEG.DAT REGISTROS: ' WS-LOTE-REGISTROS
                   ' HASH: ' WS-LOTE-HASH
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CALCULA-ULTIMO-DIA.
            EVALUATE WS-PER-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                WHEN 10 WHEN 12
                    MOVE 31            TO DIAS-EN-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30            TO DIAS-EN-MES
                WHEN 2
                    IF FUNCTION MOD(WS-PER-ANYO, 400) = 0
                       OR (FUNCTION MOD(WS-PER-ANYO, 4) = 0 AND
                           FUNCTION MOD(WS-PER-ANYO, 100) NOT = 0)
                        MOVE 29        TO DIAS-EN-MES
                    ELSE
                        MOVE 28        TO DIAS-EN-MES
                    END-IF
            END-EVALUATE.

       CARGA-PLANES.
            OPEN INPUT PLAN-FILE.
            IF WS-PLAN-STATUS = '00'
                PERFORM UNTIL FIN-FICHERO
                    READ PLAN-FILE
                        AT END
                            SET FIN-FICHERO TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PLANES < 100
                                ADD 1     TO WS-TOTAL-PLANES
                                MOVE BENPLAN-REC TO
                                     TPL-REGISTRO(WS-TOTAL-PLANES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PLAN-FILE
            END-IF.
            MOVE 'N'                   TO WS-EOF-SW.
