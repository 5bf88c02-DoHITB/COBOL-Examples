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
      * EXM147 - monthly certification check by department.  Walks    *
      * PERSONA.DAT in P-DEPARTAMENTO order (the EXM88 technique)     *
      * and, for every active employee, checks CERTIFIC.DAT (kept by  *
      * EXM146) against the required courses of CERTREQ.DAT for the   *
      * employee's department and for all departments (department     *
      * 000).  EXM147.PRT lists, under each department, the required  *
      * courses the employee lacks, those already expired and every   *
      * course, required or not, expiring within 60 days of the       *
      * processing date, then the department's counts; a department   *
      * with nothing to report still gets its page.  Each department  *
      * opens with a 'CERTIFICACIONES DEL DEPARTAMENTO' line holding  *
      * the code in columns 34-36, so EXM100 can route every          *
      * manager's own department pages; the closing totals open with  *
      * a line of the same kind and a blank department.  Return code  *
      * 4 when anything is listed, 16 if PERSONA.DAT cannot be read   *
      * or CERTREQ.DAT overflows its table.                           *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM147.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.
           SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               FILE STATUS IS WS-CERTIFICADO-STATUS.
           SELECT EXIGIDA-FILE ASSIGN TO "CERTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXIGIDA-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM147.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  CERTIFICADO-FILE.
           COPY "certif.cpy".

       FD  EXIGIDA-FILE.
           COPY "certreq.cpy".

       FD  DEPTO-FILE.
           COPY "depto.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CERTIFICADO-STATUS      PIC X(02) VALUE '00'.
        01 WS-EXIGIDA-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-CERT-EOF-SW             PIC X(01) VALUE 'N'.
           88 FIN-CERTIFICADOS                   VALUE 'Y'.
        01 WS-CERTIFIC-SW             PIC X(01) VALUE 'N'.
           88 CERTIFIC-ABIERTO                   VALUE 'Y'.
        01 WS-PRIMER-SW               PIC X(01) VALUE 'Y'.
           88 PRIMER-EMPLEADO                    VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
      *    Ventana de aviso: lo que caduca hasta 60 dias despues de
      *    la fecha de proceso.
        01 WS-DIAS-AVISO              PIC 9(03) VALUE 60.
        01 WS-FECHA-LIMITE            PIC 9(08) VALUE ZEROES.
        01 WS-DIAS-RESTANTES          PIC 9(03) VALUE ZEROES.
      *    Cursos exigidos de CERTREQ.DAT.
        01 WS-TOTAL-EXIGIDAS          PIC 9(03) VALUE ZEROES.
        01 TABLA-EXIGIDAS.
           02 TRQ-FILA OCCURS 300 TIMES.
              03 TRQ-DEPARTAMENTO     PIC 9(03).
              03 TRQ-CURSO            PIC X(06).
              03 TRQ-DESCRIPCION      PIC X(30).
        01 WS-EXIGIDAS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 EXIGIDAS-LLENO                     VALUE 'Y'.
        01 WS-RQ-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-RQ-BUS                  PIC 9(03) VALUE ZEROES.
        01 WS-RQ-HASTA                PIC 9(03) VALUE ZEROES.
        01 WS-RQ-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-RQ-BUSCADO              PIC X(06) VALUE SPACES.
      *    Nombres de DEPTOS.DAT.
        01 WS-TOTAL-DEPTOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-DEPTOS.
           02 TDE-FILA OCCURS 100 TIMES.
              03 TDE-CODIGO           PIC 9(03).
              03 TDE-NOMBRE           PIC X(20).
        01 WS-DE-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-DEPT-ACTUAL             PIC 9(03) VALUE ZEROES.
        01 WS-NOMBRE-EMPLEADO         PIC X(21) VALUE SPACES.
        01 WS-DEP-EMPLEADOS           PIC 9(05) VALUE ZEROES.
        01 WS-DEP-AVISOS              PIC 9(05) VALUE ZEROES.
        01 WS-DEP-FALTAN              PIC 9(05) VALUE ZEROES.
        01 WS-DEP-CADUCADAS           PIC 9(05) VALUE ZEROES.
        01 WS-DEP-POR-CADUCAR         PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-DEPARTAMENTOS     PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-EMPLEADOS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-AVISOS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-FALTAN            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CADUCADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-POR-CADUCAR       PIC 9(06) VALUE ZEROES.
        01 WS-FECHA-AVISO             PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-AVISO.
           02 WS-FA-ANYO              PIC 9(04).
           02 WS-FA-MES               PIC 9(02).
           02 WS-FA-DIA               PIC 9(02).
        01 WS-FECHA-EDIT.
           02 WS-FE-DIA               PIC 9(02).
           02 FILLER                  PIC X(01) VALUE '/'.
           02 WS-FE-MES               PIC 9(02).
           02 FILLER                  PIC X(01) VALUE '/'.
           02 WS-FE-ANYO              PIC 9(04).
        01 WS-ED-DIAS                 PIC ZZ9.
      *    Cabecera de departamento: EXM100 busca el texto fijo y
      *    el codigo en las columnas 34-36 para repartir las paginas
      *    de cada jefe.
        01 WS-LINEA-DEPTO.
           02 FILLER                  PIC X(33)
                  VALUE 'CERTIFICACIONES DEL DEPARTAMENTO '.
           02 LD-DEPARTAMENTO         PIC X(03).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LD-NOMBRE               PIC X(20).
           02 FILLER                  PIC X(74) VALUE SPACES.
        01 WS-LINEA-DETALLE.
           02 LE-ID-EMPLEADO          PIC 9(07).
           02 FILLER                  PIC X(03) VALUE SPACES.
           02 LE-NOMBRE               PIC X(21).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LE-CURSO                PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LE-DESCRIPCION          PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LE-SITUACION            PIC X(40).
           02 FILLER                  PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                    + WS-DIAS-AVISO).

            PERFORM CARGA-EXIGIDAS.
            IF EXIGIDAS-LLENO
                DISPLAY '*** CERTREQ.DAT EXCEDE LA TABLA DE '
                        'CURSOS EXIGIDOS ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-DEPTOS.

            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - '
                        'STATUS: ' WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
      *    Sin CERTIFIC.DAT todavia, todo curso exigido falta.
            OPEN INPUT CERTIFICADO-FILE.
            IF WS-CERTIFICADO-STATUS = '00'
                SET CERTIFIC-ABIERTO   TO TRUE
            ELSE
                DISPLAY 'SIN CERTIFIC.DAT (STATUS '
                        WS-CERTIFICADO-STATUS ')'
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-CABECERA.

            MOVE ZEROES                TO P-DEPARTAMENTO.
            START PERSONA-FILE KEY IS NOT LESS THAN P-DEPARTAMENTO
                INVALID KEY
                    SET FIN-FICHERO    TO TRUE
            END-START.
            PERFORM UNTIL FIN-FICHERO
                READ PERSONA-FILE NEXT RECORD
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        IF P-ACTIVO
                            PERFORM PROCESA-EMPLEADO
                        END-IF
                END-READ
            END-PERFORM.
            IF NOT PRIMER-EMPLEADO
                PERFORM CIERRA-DEPARTAMENTO
            END-IF.

            CLOSE PERSONA-FILE.
            IF CERTIFIC-ABIERTO
                CLOSE CERTIFICADO-FILE
            END-IF.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-AVISOS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'EMPLEADOS REVISADOS: ' WS-TOTAL-EMPLEADOS.
            DISPLAY 'CURSOS QUE FALTAN: '   WS-TOTAL-FALTAN.
            DISPLAY 'CADUCADOS: '           WS-TOTAL-CADUCADAS.
            DISPLAY 'POR CADUCAR: '         WS-TOTAL-POR-CADUCAR.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM147.PRT'.
            STOP RUN.

       CARGA-EXIGIDAS.
            OPEN INPUT EXIGIDA-FILE.
            IF WS-EXIGIDA-STATUS NOT = '00'
                DISPLAY 'SIN CERTREQ.DAT (STATUS '
                        WS-EXIGIDA-STATUS ') - SOLO CADUCIDADES'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ EXIGIDA-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        IF WS-TOTAL-EXIGIDAS >= 300
                            SET EXIGIDAS-LLENO TO TRUE
                            SET FIN-CARGA TO TRUE
                        ELSE
                            ADD 1      TO WS-TOTAL-EXIGIDAS
                            MOVE CERTREQ-REC TO
                                 TRQ-FILA(WS-TOTAL-EXIGIDAS)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXIGIDA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-DEPTOS.
            OPEN INPUT DEPTO-FILE.
            IF WS-DEPTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ DEPTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-DEPTOS < 100
                                ADD 1  TO WS-TOTAL-DEPTOS
                                MOVE DM-CODIGO TO
                                     TDE-CODIGO(WS-TOTAL-DEPTOS)
                                MOVE DM-NOMBRE TO
                                     TDE-NOMBRE(WS-TOTAL-DEPTOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       PROCESA-EMPLEADO.
            IF PRIMER-EMPLEADO
                MOVE 'N'               TO WS-PRIMER-SW
                MOVE P-DEPARTAMENTO    TO WS-DEPT-ACTUAL
                PERFORM ABRE-DEPARTAMENTO
            ELSE
                IF P-DEPARTAMENTO NOT = WS-DEPT-ACTUAL
                    PERFORM CIERRA-DEPARTAMENTO
                    MOVE P-DEPARTAMENTO TO WS-DEPT-ACTUAL
                    PERFORM ABRE-DEPARTAMENTO
                END-IF
            END-IF.
            ADD 1                      TO WS-DEP-EMPLEADOS.
            ADD 1                      TO WS-TOTAL-EMPLEADOS.
            MOVE SPACES                TO WS-NOMBRE-EMPLEADO.
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO WS-NOMBRE-EMPLEADO
            END-STRING.
      *    Un curso exigido a todos y ademas al departamento se
      *    comprueba una sola vez: solo cuenta su primera fila.
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                    UNTIL WS-RQ-IDX > WS-TOTAL-EXIGIDAS
                IF TRQ-DEPARTAMENTO(WS-RQ-IDX) = ZEROES
                   OR TRQ-DEPARTAMENTO(WS-RQ-IDX) = P-DEPARTAMENTO
                    MOVE TRQ-CURSO(WS-RQ-IDX) TO WS-RQ-BUSCADO
                    COMPUTE WS-RQ-HASTA = WS-RQ-IDX - 1
                    PERFORM BUSCA-EXIGIDA
                    IF WS-RQ-FILA = ZEROES
                        PERFORM COMPRUEBA-EXIGIDA
                    END-IF
                END-IF
            END-PERFORM.
            IF CERTIFIC-ABIERTO
                PERFORM REPASA-CERTIFICADOS
            END-IF.

      *    Fila de TABLA-EXIGIDAS del curso WS-RQ-BUSCADO exigido al
      *    departamento del empleado, entre las filas 1 y
      *    WS-RQ-HASTA; WS-RQ-FILA a ceros si no esta.
       BUSCA-EXIGIDA.
            MOVE ZEROES                TO WS-RQ-FILA.
            PERFORM VARYING WS-RQ-BUS FROM 1 BY 1
                    UNTIL WS-RQ-BUS > WS-RQ-HASTA
                IF TRQ-CURSO(WS-RQ-BUS) = WS-RQ-BUSCADO
                   AND (TRQ-DEPARTAMENTO(WS-RQ-BUS) = ZEROES
                        OR TRQ-DEPARTAMENTO(WS-RQ-BUS)
                           = P-DEPARTAMENTO)
                    MOVE WS-RQ-BUS     TO WS-RQ-FILA
                    EXIT PERFORM
                END-IF
            END-PERFORM.

      *    Curso exigido: falta si no esta en CERTIFIC.DAT; si esta,
      *    se mira su caducidad.
       COMPRUEBA-EXIGIDA.
            MOVE TRQ-CURSO(WS-RQ-IDX)  TO LE-CURSO.
            MOVE TRQ-DESCRIPCION(WS-RQ-IDX) TO LE-DESCRIPCION.
            IF NOT CERTIFIC-ABIERTO
                PERFORM AVISA-FALTA
                EXIT PARAGRAPH
            END-IF.
            MOVE ID-EMPLEADO           TO CE-ID-EMPLEADO.
            MOVE TRQ-CURSO(WS-RQ-IDX)  TO CE-CURSO.
            READ CERTIFICADO-FILE
                INVALID KEY
                    PERFORM AVISA-FALTA
                    EXIT PARAGRAPH
            END-READ.
            MOVE CE-DESCRIPCION        TO LE-DESCRIPCION.
            IF CE-SIN-CADUCIDAD
                EXIT PARAGRAPH
            END-IF.
            IF CE-CADUCIDAD < WS-FECHA-PROCESO
                PERFORM AVISA-CADUCADA
            ELSE
                IF CE-CADUCIDAD NOT > WS-FECHA-LIMITE
                    PERFORM AVISA-POR-CADUCAR
                END-IF
            END-IF.

      *    Cursos del empleado no exigidos a su departamento: solo
      *    se avisa de los que caducan dentro de la ventana.
       REPASA-CERTIFICADOS.
            MOVE 'N'                   TO WS-CERT-EOF-SW.
            MOVE ID-EMPLEADO           TO CE-ID-EMPLEADO.
            MOVE LOW-VALUES            TO CE-CURSO.
            START CERTIFICADO-FILE KEY IS NOT LESS THAN CE-CLAVE
                INVALID KEY
                    SET FIN-CERTIFICADOS TO TRUE
            END-START.
            PERFORM UNTIL FIN-CERTIFICADOS
                READ CERTIFICADO-FILE NEXT RECORD
                    AT END
                        SET FIN-CERTIFICADOS TO TRUE
                    NOT AT END
                        IF CE-ID-EMPLEADO NOT = ID-EMPLEADO
                            SET FIN-CERTIFICADOS TO TRUE
                        ELSE
                            PERFORM REVISA-NO-EXIGIDO
                        END-IF
                END-READ
            END-PERFORM.

       REVISA-NO-EXIGIDO.
            IF CE-SIN-CADUCIDAD
               OR CE-CADUCIDAD < WS-FECHA-PROCESO
               OR CE-CADUCIDAD > WS-FECHA-LIMITE
                EXIT PARAGRAPH
            END-IF.
            MOVE CE-CURSO              TO WS-RQ-BUSCADO.
            MOVE WS-TOTAL-EXIGIDAS     TO WS-RQ-HASTA.
            PERFORM BUSCA-EXIGIDA.
            IF WS-RQ-FILA NOT = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE CE-CURSO              TO LE-CURSO.
            MOVE CE-DESCRIPCION        TO LE-DESCRIPCION.
            PERFORM AVISA-POR-CADUCAR.

       AVISA-FALTA.
            ADD 1                      TO WS-DEP-FALTAN.
            ADD 1                      TO WS-TOTAL-FALTAN.
            MOVE 'FALTA (EXIGIDO)'     TO LE-SITUACION.
            PERFORM IMPRIME-AVISO.

       AVISA-CADUCADA.
            ADD 1                      TO WS-DEP-CADUCADAS.
            ADD 1                      TO WS-TOTAL-CADUCADAS.
            MOVE CE-CADUCIDAD          TO WS-FECHA-AVISO.
            PERFORM EDITA-FECHA-AVISO.
            MOVE SPACES                TO LE-SITUACION.
            STRING 'CADUCADO EL ' WS-FECHA-EDIT ' (EXIGIDO)'
                   DELIMITED BY SIZE INTO LE-SITUACION
            END-STRING.
            PERFORM IMPRIME-AVISO.

       AVISA-POR-CADUCAR.
            ADD 1                      TO WS-DEP-POR-CADUCAR.
            ADD 1                      TO WS-TOTAL-POR-CADUCAR.
            MOVE CE-CADUCIDAD          TO WS-FECHA-AVISO.
            PERFORM EDITA-FECHA-AVISO.
            COMPUTE WS-DIAS-RESTANTES =
                    FUNCTION INTEGER-OF-DATE(CE-CADUCIDAD)
                    - FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
            MOVE WS-DIAS-RESTANTES     TO WS-ED-DIAS.
            MOVE SPACES                TO LE-SITUACION.
            STRING 'CADUCA EL ' WS-FECHA-EDIT
                   ' - ' WS-ED-DIAS ' DIAS'
                   DELIMITED BY SIZE INTO LE-SITUACION
            END-STRING.
            PERFORM IMPRIME-AVISO.

       EDITA-FECHA-AVISO.
            MOVE WS-FA-DIA             TO WS-FE-DIA.
            MOVE WS-FA-MES             TO WS-FE-MES.
            MOVE WS-FA-ANYO            TO WS-FE-ANYO.

       IMPRIME-AVISO.
            ADD 1                      TO WS-DEP-AVISOS.
            ADD 1                      TO WS-TOTAL-AVISOS.
            MOVE ID-EMPLEADO           TO LE-ID-EMPLEADO.
            MOVE WS-NOMBRE-EMPLEADO    TO LE-NOMBRE.
            MOVE WS-LINEA-DETALLE      TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       IMPRIME-CABECERA.
            MOVE WS-FECHA-PROCESO      TO WS-FECHA-AVISO.
            PERFORM EDITA-FECHA-AVISO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM147 - CURSOS Y CERTIFICACIONES EXIGIDOS '
                   'Y CADUCIDADES A ' WS-FECHA-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-FECHA-LIMITE       TO WS-FECHA-AVISO.
            PERFORM EDITA-FECHA-AVISO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'AVISO DE CADUCIDAD HASTA EL ' WS-FECHA-EDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       ABRE-DEPARTAMENTO.
            ADD 1                      TO WS-TOTAL-DEPARTAMENTOS.
            MOVE ZEROES                TO WS-DEP-EMPLEADOS
                                          WS-DEP-AVISOS
                                          WS-DEP-FALTAN
                                          WS-DEP-CADUCADAS
                                          WS-DEP-POR-CADUCAR.
            MOVE WS-DEPT-ACTUAL        TO LD-DEPARTAMENTO.
            MOVE '(NO ESTA EN DEPTOS)' TO LD-NOMBRE.
            PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                    UNTIL WS-DE-IDX > WS-TOTAL-DEPTOS
                IF TDE-CODIGO(WS-DE-IDX) = WS-DEPT-ACTUAL
                    MOVE TDE-NOMBRE(WS-DE-IDX) TO LD-NOMBRE
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE WS-LINEA-DEPTO        TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EMPLEADO  NOMBRE                 CURSO   '
                   'DESCRIPCION                     SITUACION'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CIERRA-DEPARTAMENTO.
            IF WS-DEP-AVISOS = ZEROES
                MOVE '  SIN INCIDENCIAS'   TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  EMPLEADOS: ' WS-DEP-EMPLEADOS
                   '  FALTAN: ' WS-DEP-FALTAN
                   '  CADUCADOS: ' WS-DEP-CADUCADAS
                   '  POR CADUCAR: ' WS-DEP-POR-CADUCAR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Los totales abren con una cabecera del mismo tipo sin
      *    departamento, para que la copia de un jefe no se los
      *    lleve detras de su ultima pagina.
       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LD-DEPARTAMENTO.
            MOVE 'TOTAL DE LA EMPRESA' TO LD-NOMBRE.
            MOVE WS-LINEA-DEPTO        TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  DEPARTAMENTOS: ' WS-TOTAL-DEPARTAMENTOS
                   '  EMPLEADOS: ' WS-TOTAL-EMPLEADOS
                   '  CURSOS EXIGIDOS: ' WS-TOTAL-EXIGIDAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  FALTAN: ' WS-TOTAL-FALTAN
                   '  CADUCADOS: ' WS-TOTAL-CADUCADAS
                   '  POR CADUCAR: ' WS-TOTAL-POR-CADUCAR
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
