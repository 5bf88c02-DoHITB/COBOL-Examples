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
      * EXM148 - organisation chart by reporting line.  Loads         *
      * PERSONA.DAT in key order and links every active employee to   *
      * their line manager (P-RESPONSABLE, kept by the EXM22 'J'      *
      * card).  EXM148.PRT prints the chart from the top as an        *
      * indented tree, two columns per level: each branch starts at   *
      * an active employee with no manager, or whose manager is       *
      * missing from the master or no longer active, and every        *
      * manager shows their span of control (direct reports) and      *
      * total headcount below them at any depth.  An exceptions       *
      * section follows: employees with no manager (one head of the   *
      * organisation is expected), with a missing or terminated       *
      * manager, with a manager in another department, and those the  *
      * tree never reached because they sit in, or hang from, a loop  *
      * of managers.  Return code 4 when there is any exception other *
      * than a single head, 16 if PERSONA.DAT cannot be read or       *
      * overflows the table.                                          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM148.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM148.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-LLENO-SW                PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-PROCESO.
           02 WS-FP-ANYO              PIC 9(04).
           02 WS-FP-MES               PIC 9(02).
           02 WS-FP-DIA               PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Todo el maestro, en orden de ID-EMPLEADO.  TPE-JEFE-FILA
      *    apunta a la fila del responsable (ceros si no lo tiene o
      *    no esta en el maestro); TPE-DIRECTOS cuenta los que le
      *    reportan directamente y TPE-PLANTILLA todos los que tiene
      *    por debajo, a cualquier nivel.  Solo cuentan los de alta.
        01 WS-TOTAL-PERSONAS          PIC 9(04) VALUE ZEROES.
        01 TABLA-PERSONAS.
           02 TPE-FILA OCCURS 3000 TIMES.
              03 TPE-ID-EMPLEADO      PIC 9(07).
              03 TPE-NOMBRE           PIC X(21).
              03 TPE-DEPARTAMENTO     PIC 9(03).
              03 TPE-RESPONSABLE      PIC 9(07).
              03 TPE-ESTADO           PIC X(01).
                 88 TPE-ACTIVO                   VALUE 'A'.
                 88 TPE-TERMINADO                VALUE 'T'.
              03 TPE-JEFE-FILA        PIC 9(04).
              03 TPE-DIRECTOS         PIC 9(04).
              03 TPE-PLANTILLA        PIC 9(05).
              03 TPE-CABEZA-SW        PIC X(01).
                 88 TPE-CABEZA                   VALUE 'Y'.
              03 TPE-IMPRESO-SW       PIC X(01).
                 88 TPE-IMPRESO                  VALUE 'Y'.
        01 WS-PE-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PE-BUS                  PIC 9(04) VALUE ZEROES.
        01 WS-PE-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-PE-SUBE                 PIC 9(04) VALUE ZEROES.
        01 WS-PE-TOPE                 PIC S9(05) VALUE ZEROES.
        01 WS-PE-MEDIO                PIC 9(04) VALUE ZEROES.
        01 WS-BUSCADO                 PIC 9(07) VALUE ZEROES.
        01 WS-NIVELES                 PIC 9(03) VALUE ZEROES.
      *    Pila del recorrido del arbol: por nivel, la fila del
      *    responsable y la ultima fila ya mirada como posible hijo.
        01 WS-NIVEL                   PIC 9(03) VALUE ZEROES.
        01 TABLA-PILA.
           02 TPI-NIVEL OCCURS 100 TIMES.
              03 TPI-FILA             PIC 9(04).
              03 TPI-HIJO             PIC 9(04).
        01 WS-HIJO-SW                 PIC X(01) VALUE 'N'.
           88 HIJO-HALLADO                       VALUE 'Y'.
        01 WS-SANGRIA                 PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-ACTIVOS           PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-CABEZAS           PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-IMPRESOS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-RESPONSABLES      PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-EXCEPCIONES       PIC 9(05) VALUE ZEROES.
        01 WS-SIN-RESPONSABLE         PIC 9(05) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 WS-ED-DIRECTOS             PIC Z(3)9.
        01 WS-ED-PLANTILLA            PIC Z(4)9.
        01 WS-LINEA-NODO.
           02 LN-ID-EMPLEADO          PIC 9(07).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 LN-NOMBRE               PIC X(21).
           02 FILLER                  PIC X(05) VALUE ' DEP '.
           02 LN-DEPARTAMENTO         PIC 9(03).
           02 LN-RESUMEN              PIC X(35).
        01 WS-LINEA-EXCEPCION.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LX-ID-EMPLEADO          PIC 9(07).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 LX-NOMBRE               PIC X(21).
           02 FILLER                  PIC X(05) VALUE ' DEP '.
           02 LX-DEPARTAMENTO         PIC 9(03).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LX-MOTIVO               PIC X(40).
           02 FILLER                  PIC X(09) VALUE ' RESPONS '.
           02 LX-RESPONSABLE          PIC X(07).
           02 FILLER                  PIC X(05) VALUE ' DEP '.
           02 LX-DEP-RESPONSABLE      PIC X(03).
           02 FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - '
                        'STATUS: ' WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-PERSONAS.
            CLOSE PERSONA-FILE.
            IF TABLA-LLENA
                DISPLAY '*** PERSONA.DAT EXCEDE LA TABLA DE '
                        'EMPLEADOS ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM ENLAZA-RESPONSABLES.
            PERFORM CUENTA-PLANTILLAS.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERSONAS
                IF TPE-CABEZA(WS-PE-IDX)
                    PERFORM IMPRIME-RAMA
                END-IF
            END-PERFORM.
            PERFORM IMPRIME-EXCEPCIONES.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

      *    Una sola cabeza sin responsable es lo normal; cualquier
      *    otra excepcion, o mas de una cabeza, pide revision.
            IF WS-TOTAL-EXCEPCIONES > 0 OR WS-SIN-RESPONSABLE > 1
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'EMPLEADOS EN ALTA: '  WS-TOTAL-ACTIVOS.
            DISPLAY 'SIN RESPONSABLE: '    WS-SIN-RESPONSABLE.
            DISPLAY 'EXCEPCIONES: '        WS-TOTAL-EXCEPCIONES.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM148.PRT'.
            STOP RUN.

       CARGA-PERSONAS.
            PERFORM UNTIL FIN-FICHERO
                READ PERSONA-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF WS-TOTAL-PERSONAS >= 3000
                            SET TABLA-LLENA TO TRUE
                            SET FIN-FICHERO TO TRUE
                        ELSE
                            PERFORM GUARDA-PERSONA
                        END-IF
                END-READ
            END-PERFORM.

       GUARDA-PERSONA.
            ADD 1                      TO WS-TOTAL-PERSONAS.
            MOVE WS-TOTAL-PERSONAS     TO WS-PE-IDX.
            MOVE ID-EMPLEADO           TO TPE-ID-EMPLEADO(WS-PE-IDX).
            MOVE SPACES                TO TPE-NOMBRE(WS-PE-IDX).
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO TPE-NOMBRE(WS-PE-IDX)
            END-STRING.
            MOVE P-DEPARTAMENTO        TO TPE-DEPARTAMENTO(WS-PE-IDX).
            IF P-RESPONSABLE IS NUMERIC
                MOVE P-RESPONSABLE     TO TPE-RESPONSABLE(WS-PE-IDX)
            ELSE
                MOVE ZEROES            TO TPE-RESPONSABLE(WS-PE-IDX)
            END-IF.
            MOVE P-ESTADO              TO TPE-ESTADO(WS-PE-IDX).
            MOVE ZEROES                TO TPE-JEFE-FILA(WS-PE-IDX)
                                          TPE-DIRECTOS(WS-PE-IDX)
                                          TPE-PLANTILLA(WS-PE-IDX).
            MOVE 'N'                   TO TPE-CABEZA-SW(WS-PE-IDX)
                                          TPE-IMPRESO-SW(WS-PE-IDX).
            IF P-ACTIVO
                ADD 1                  TO WS-TOTAL-ACTIVOS
            END-IF.

      *    Fila del responsable de cada empleado en alta.  Quien no
      *    tiene responsable, o lo tiene fuera del maestro o dado de
      *    baja, encabeza su propia rama del organigrama.
       ENLAZA-RESPONSABLES.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERSONAS
                IF TPE-ACTIVO(WS-PE-IDX)
                    IF TPE-RESPONSABLE(WS-PE-IDX) = ZEROES
                        MOVE 'Y'       TO TPE-CABEZA-SW(WS-PE-IDX)
                        ADD 1          TO WS-TOTAL-CABEZAS
                    ELSE
                        MOVE TPE-RESPONSABLE(WS-PE-IDX) TO WS-BUSCADO
                        PERFORM BUSCA-PERSONA
                        IF WS-PE-FILA = ZEROES
                            MOVE 'Y'   TO TPE-CABEZA-SW(WS-PE-IDX)
                            ADD 1      TO WS-TOTAL-CABEZAS
                        ELSE
                            IF TPE-ACTIVO(WS-PE-FILA)
                                MOVE WS-PE-FILA TO
                                     TPE-JEFE-FILA(WS-PE-IDX)
                                ADD 1  TO TPE-DIRECTOS(WS-PE-FILA)
                            ELSE
                                MOVE 'Y' TO TPE-CABEZA-SW(WS-PE-IDX)
                                ADD 1  TO WS-TOTAL-CABEZAS
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      *    Busqueda binaria de WS-BUSCADO: el maestro se cargo en
      *    orden de clave.  WS-PE-FILA a ceros si no esta.
       BUSCA-PERSONA.
            MOVE ZEROES                TO WS-PE-FILA.
            MOVE 1                     TO WS-PE-BUS.
            MOVE WS-TOTAL-PERSONAS     TO WS-PE-TOPE.
            PERFORM UNTIL WS-PE-BUS > WS-PE-TOPE
                         OR WS-PE-FILA NOT = ZEROES
                COMPUTE WS-PE-MEDIO = (WS-PE-BUS + WS-PE-TOPE) / 2
                EVALUATE TRUE
                    WHEN TPE-ID-EMPLEADO(WS-PE-MEDIO) = WS-BUSCADO
                        MOVE WS-PE-MEDIO TO WS-PE-FILA
                    WHEN TPE-ID-EMPLEADO(WS-PE-MEDIO) < WS-BUSCADO
                        COMPUTE WS-PE-BUS = WS-PE-MEDIO + 1
                    WHEN OTHER
                        COMPUTE WS-PE-TOPE = WS-PE-MEDIO - 1
                END-EVALUATE
            END-PERFORM.

      *    Cada empleado en alta suma uno a la plantilla de todos los
      *    que tiene por encima.  El tope de niveles corta la subida
      *    dentro de un ciclo, que sale luego como excepcion.
       CUENTA-PLANTILLAS.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERSONAS
                MOVE TPE-JEFE-FILA(WS-PE-IDX) TO WS-PE-SUBE
                MOVE ZEROES            TO WS-NIVELES
                PERFORM UNTIL WS-PE-SUBE = ZEROES
                              OR WS-NIVELES > 99
                    ADD 1              TO WS-NIVELES
                    ADD 1              TO TPE-PLANTILLA(WS-PE-SUBE)
                    MOVE TPE-JEFE-FILA(WS-PE-SUBE) TO WS-PE-SUBE
                END-PERFORM
            END-PERFORM.

      *    Recorre la rama que cuelga de la cabeza WS-PE-IDX en
      *    profundidad, con la pila de niveles: se baja al primer
      *    hijo aun no impreso del nivel de arriba y se sube cuando
      *    ya no quedan.
       IMPRIME-RAMA.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 1                     TO WS-NIVEL.
            MOVE WS-PE-IDX             TO TPI-FILA(1) WS-PE-FILA.
            MOVE ZEROES                TO TPI-HIJO(1).
            PERFORM IMPRIME-NODO.
            PERFORM UNTIL WS-NIVEL = ZEROES
                PERFORM BUSCA-HIJO
                IF HIJO-HALLADO
                    IF WS-NIVEL < 100
                        ADD 1          TO WS-NIVEL
                        MOVE WS-PE-FILA TO TPI-FILA(WS-NIVEL)
                        MOVE ZEROES    TO TPI-HIJO(WS-NIVEL)
                    END-IF
                    PERFORM IMPRIME-NODO
                ELSE
                    SUBTRACT 1         FROM WS-NIVEL
                END-IF
            END-PERFORM.

      *    Siguiente subordinado directo del responsable del nivel
      *    WS-NIVEL, a partir de la ultima fila ya mirada.
       BUSCA-HIJO.
            MOVE 'N'                   TO WS-HIJO-SW.
            COMPUTE WS-PE-BUS = TPI-HIJO(WS-NIVEL) + 1.
            PERFORM VARYING WS-PE-BUS FROM WS-PE-BUS BY 1
                    UNTIL WS-PE-BUS > WS-TOTAL-PERSONAS
                          OR HIJO-HALLADO
                IF TPE-JEFE-FILA(WS-PE-BUS) = TPI-FILA(WS-NIVEL)
                   AND NOT TPE-IMPRESO(WS-PE-BUS)
                    SET HIJO-HALLADO   TO TRUE
                    MOVE WS-PE-BUS     TO WS-PE-FILA
                                          TPI-HIJO(WS-NIVEL)
                END-IF
            END-PERFORM.

      *    Dos columnas de sangria por nivel, hasta el nivel 30.
       IMPRIME-NODO.
            MOVE 'Y'                   TO TPE-IMPRESO-SW(WS-PE-FILA).
            ADD 1                      TO WS-TOTAL-IMPRESOS.
            MOVE TPE-ID-EMPLEADO(WS-PE-FILA)  TO LN-ID-EMPLEADO.
            MOVE TPE-NOMBRE(WS-PE-FILA)       TO LN-NOMBRE.
            MOVE TPE-DEPARTAMENTO(WS-PE-FILA) TO LN-DEPARTAMENTO.
            MOVE SPACES                TO LN-RESUMEN.
            IF TPE-DIRECTOS(WS-PE-FILA) > ZEROES
                ADD 1                  TO WS-TOTAL-RESPONSABLES
                MOVE TPE-DIRECTOS(WS-PE-FILA)  TO WS-ED-DIRECTOS
                MOVE TPE-PLANTILLA(WS-PE-FILA) TO WS-ED-PLANTILLA
                STRING '  DIRECTOS: ' WS-ED-DIRECTOS
                       '  PLANTILLA: ' WS-ED-PLANTILLA
                       DELIMITED BY SIZE INTO LN-RESUMEN
                END-STRING
            END-IF.
            IF WS-NIVEL > 30
                MOVE 61                TO WS-SANGRIA
            ELSE
                COMPUTE WS-SANGRIA = (WS-NIVEL - 1) * 2 + 3
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            MOVE WS-LINEA-NODO         TO LINEA-REPORTE(WS-SANGRIA:).
            WRITE LINEA-REPORTE.

      *    Empleados en alta sin responsable, con un responsable que
      *    no sirve (fuera del maestro, de baja o de otro
      *    departamento) o que el arbol no alcanzo desde ninguna
      *    cabeza: estan en un ciclo o cuelgan de uno.
       IMPRIME-EXCEPCIONES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'EXCEPCIONES DE LA LINEA DE MANDO' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PERSONAS
                IF TPE-ACTIVO(WS-PE-IDX)
                    PERFORM REVISA-EMPLEADO
                END-IF
            END-PERFORM.
            IF WS-TOTAL-EXCEPCIONES = ZEROES
               AND WS-SIN-RESPONSABLE = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       REVISA-EMPLEADO.
            MOVE ZEROES                TO WS-PE-FILA.
            IF TPE-RESPONSABLE(WS-PE-IDX) = ZEROES
                ADD 1                  TO WS-SIN-RESPONSABLE
                MOVE 'SIN RESPONSABLE' TO WS-MOTIVO
                PERFORM IMPRIME-EXCEPCION
            ELSE
                MOVE TPE-RESPONSABLE(WS-PE-IDX) TO WS-BUSCADO
                PERFORM BUSCA-PERSONA
                EVALUATE TRUE
                    WHEN WS-PE-FILA = ZEROES
                        MOVE 'RESPONSABLE NO ESTA EN EL MAESTRO'
                                       TO WS-MOTIVO
                        PERFORM CUENTA-EXCEPCION
                    WHEN TPE-TERMINADO(WS-PE-FILA)
                        MOVE 'RESPONSABLE DADO DE BAJA' TO WS-MOTIVO
                        PERFORM CUENTA-EXCEPCION
                    WHEN NOT TPE-ACTIVO(WS-PE-FILA)
                        MOVE 'RESPONSABLE NO ESTA EN ALTA'
                                       TO WS-MOTIVO
                        PERFORM CUENTA-EXCEPCION
                    WHEN TPE-DEPARTAMENTO(WS-PE-FILA)
                         NOT = TPE-DEPARTAMENTO(WS-PE-IDX)
                        MOVE 'RESPONSABLE DE OTRO DEPARTAMENTO'
                                       TO WS-MOTIVO
                        PERFORM CUENTA-EXCEPCION
                END-EVALUATE
            END-IF.
            IF NOT TPE-IMPRESO(WS-PE-IDX)
                MOVE 'CICLO DE RESPONSABLES, FUERA DEL ARBOL'
                                       TO WS-MOTIVO
                PERFORM CUENTA-EXCEPCION
            END-IF.

       CUENTA-EXCEPCION.
            ADD 1                      TO WS-TOTAL-EXCEPCIONES.
            PERFORM IMPRIME-EXCEPCION.

       IMPRIME-EXCEPCION.
            MOVE TPE-ID-EMPLEADO(WS-PE-IDX)  TO LX-ID-EMPLEADO.
            MOVE TPE-NOMBRE(WS-PE-IDX)       TO LX-NOMBRE.
            MOVE TPE-DEPARTAMENTO(WS-PE-IDX) TO LX-DEPARTAMENTO.
            MOVE WS-MOTIVO             TO LX-MOTIVO.
            MOVE SPACES                TO LX-RESPONSABLE
                                          LX-DEP-RESPONSABLE.
            IF TPE-RESPONSABLE(WS-PE-IDX) NOT = ZEROES
                MOVE TPE-RESPONSABLE(WS-PE-IDX) TO LX-RESPONSABLE
            END-IF.
            IF WS-PE-FILA NOT = ZEROES
                MOVE TPE-DEPARTAMENTO(WS-PE-FILA)
                                       TO LX-DEP-RESPONSABLE
            END-IF.
            MOVE WS-LINEA-EXCEPCION    TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       IMPRIME-CABECERA.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM148 - ORGANIGRAMA POR LINEA DE MANDO A '
                   WS-FP-DIA '/' WS-FP-MES '/' WS-FP-ANYO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'DIRECTOS: LE REPORTAN DIRECTAMENTE  '
                   'PLANTILLA: TODOS LOS QUE TIENE POR DEBAJO'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EMPLEADOS EN ALTA: ' WS-TOTAL-ACTIVOS
                   '  EN EL ORGANIGRAMA: ' WS-TOTAL-IMPRESOS
                   '  CON SUBORDINADOS: ' WS-TOTAL-RESPONSABLES
                   '  CABEZAS DE RAMA: ' WS-TOTAL-CABEZAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'SIN RESPONSABLE: ' WS-SIN-RESPONSABLE
                   '  EXCEPCIONES: ' WS-TOTAL-EXCEPCIONES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
