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
      * EXM152 - changes-only personnel extract for the HR            *
      * spreadsheet.  EXM23 sends the whole master every time; this   *
      * sends only what changed since the last extract.  The          *
      * watermark -- date and time of the last extract and its        *
      * transmission number -- persists in EXM152CTL.DAT, the EXM65   *
      * persist-a-control-record pattern.  Every EXM22AUD.DAT image   *
      * after the watermark and up to the start of the run (EXM22     *
      * cards, EXM55 releases through EXM22, EXM37 and the EXM89 mass *
      * changes all write there) is gathered per employee: the first  *
      * before-image is the employee as HR last saw them, the last    *
      * after-image is how they stand now.  EXM152.CSV gets one row   *
      * per employee, with action N new (no before-image: an alta), T *
      * terminated (deleted by a BAJA card, or left 'T' from another  *
      * status) or C changed, the EXM23 columns (same EXMMASK         *
      * treatment of the ID) and the fields that differ, compared the *
      * EXM91 way and separated by ';'.  An employee whose changes    *
      * undo each other, or who is added and deleted inside the       *
      * window, is not sent.  The file carries the shop HDR/TRL       *
      * control records, the HDR numbered from the control file, so   *
      * HR's import can prove it holds the whole delta and that none  *
      * was skipped.  The first run without a control file only sets  *
      * the watermark (an empty delta); PARM=AAAAMMDD re-extracts     *
      * from that date.  The watermark only moves once the file is    *
      * complete: RC 16 on more than 5000 employees changed or an     *
      * unreadable EXM22AUD.DAT, with nothing written.                *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM152.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "EXM22AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "EXM152CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CSV-FILE ASSIGN TO "EXM152.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
        01 AUDIT-ENT                  PIC X(149).

      *    Marca de agua: hasta donde llego el ultimo extracto, y su
      *    numero de transmision.
       FD  CONTROL-FILE.
        01 CONTROL-REC.
           02 CT-FECHA                PIC 9(08).
           02 CT-HORA                 PIC 9(08).
           02 CT-SECUENCIA            PIC 9(06).
           02 CT-REGISTROS            PIC 9(08).

       FD  CSV-FILE.
        01 CSV-REC                    PIC X(200).
           COPY "hdrtrl.cpy".

       WORKING-STORAGE SECTION.
           COPY "audper.cpy".
           COPY "persona.cpy".
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-CONTROL-STATUS          PIC X(02) VALUE '00'.
        01 WS-CSV-STATUS              PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-CONTROL-SW              PIC X(01) VALUE 'N'.
           88 CONTROL-LEIDO                      VALUE 'Y'.
        01 WS-LLENO-SW                PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-PARM-FECHA REDEFINES WS-PARM
                                      PIC 9(08).
      *    Ventana del extracto: despues de la marca anterior y no
      *    mas alla del arranque de esta ejecucion (lo que se grabe
      *    mientras tanto sale en el siguiente).
        01 WS-CORTE-FECHA             PIC 9(08) VALUE ZEROES.
        01 WS-CORTE-HORA              PIC 9(08) VALUE ZEROES.
        01 WS-DESDE-ESTAMPA           PIC 9(16) VALUE ZEROES.
        01 WS-HASTA-ESTAMPA           PIC 9(16) VALUE ZEROES.
        01 WS-ESTAMPA-AUDIT           PIC 9(16) VALUE ZEROES.
        01 WS-ANT-FECHA               PIC 9(08) VALUE ZEROES.
        01 WS-ANT-HORA                PIC 9(08) VALUE ZEROES.
        01 WS-ANT-SECUENCIA           PIC 9(06) VALUE ZEROES.
        01 WS-SECUENCIA               PIC 9(06) VALUE ZEROES.
        01 WS-ID-IMAGEN               PIC 9(07) VALUE ZEROES.
        01 WS-ID-IMAGEN-X REDEFINES WS-ID-IMAGEN
                                      PIC X(07).
      *    Empleados tocados en la ventana: la primera imagen 'B'
      *    (como lo vio RRHH por ultima vez) y la ultima situacion.
        01 WS-MAX-EMPLEADOS           PIC 9(04) VALUE 5000.
        01 WS-NUM-EMPLEADOS           PIC 9(04) VALUE ZEROES.
        01 WS-TE-IDX                  PIC 9(04) VALUE ZEROES.
        01 TABLA-EMPLEADOS.
           02 TE-FILA OCCURS 5000 TIMES.
              03 TE-ID                PIC 9(07).
              03 TE-ANTES-SW          PIC X(01).
                 88 TE-CON-ANTES                 VALUE 'Y'.
              03 TE-BORRADO-SW        PIC X(01).
                 88 TE-BORRADO                   VALUE 'Y'.
              03 TE-ANTES             PIC X(123).
              03 TE-DESPUES           PIC X(123).
      *    Mapa de campos de persona.cpy dentro de la imagen, el
      *    mismo de EXM91.
        01 TABLA-CAMPOS.
           02 FILLER                  PIC X(21)
              VALUE 'ID-EMPLEADO    001007'.
           02 FILLER                  PIC X(21)
              VALUE 'NOMBRE         008010'.
           02 FILLER                  PIC X(21)
              VALUE 'APELLIDO       018010'.
           02 FILLER                  PIC X(21)
              VALUE 'F-NACIMIENTO   028010'.
           02 FILLER                  PIC X(21)
              VALUE 'DEPARTAMENTO   038003'.
           02 FILLER                  PIC X(21)
              VALUE 'F-ALTA         041008'.
           02 FILLER                  PIC X(21)
              VALUE 'SALARIO        049009'.
           02 FILLER                  PIC X(21)
              VALUE 'ESTADO         058001'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-CALLE      059030'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-POBLACION  089020'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-CP         109005'.
           02 FILLER                  PIC X(21)
              VALUE 'DIR-RETORNO    114001'.
           02 FILLER                  PIC X(21)
              VALUE 'RESPONSABLE    115007'.
        01 FILLER REDEFINES TABLA-CAMPOS.
           02 TC-FILA OCCURS 13 TIMES.
              03 TC-NOMBRE            PIC X(15).
              03 TC-POS               PIC 9(03).
              03 TC-LON               PIC 9(03).
        01 WS-CP-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-ACCION                  PIC X(01) VALUE SPACES.
        01 WS-ANTES-ESTADO            PIC X(01) VALUE SPACES.
        01 WS-CAMPOS                  PIC X(120) VALUE SPACES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
        01 WS-NOMBRE-RECORTADO        PIC X(10).
        01 WS-APELLIDO-RECORTADO      PIC X(10).
        01 WS-ID-EMPLEADO-ENMASC      PIC X(20).
        01 WS-DIGITOS-VISIBLES        PIC 9(02) VALUE 2.
        01 WS-SALARIO-CSV             PIC -9(07).99.
        01 WS-HASH-ID                 PIC 9(13) VALUE ZEROES.
        01 WS-TOTAL-IMAGENES          PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-EN-VENTANA        PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-FILAS             PIC 9(08) VALUE ZEROES.
        01 WS-TOTAL-ALTAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CAMBIOS           PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-BAJAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-SIN-NETO          PIC 9(06) VALUE ZEROES.
        01 WS-EST-PROGRAMA            PIC X(08) VALUE 'EXM152  '.
        01 WS-EST-LEIDOS              PIC 9(08) VALUE ZEROES.
        01 WS-EST-ESCRITOS            PIC 9(08) VALUE ZEROES.
        01 WS-EST-RECHAZADOS          PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            ACCEPT WS-CORTE-FECHA      FROM DATE YYYYMMDD.
            ACCEPT WS-CORTE-HORA       FROM TIME.
            COMPUTE WS-HASTA-ESTAMPA =
                    (WS-CORTE-FECHA * 100000000) + WS-CORTE-HORA.

            PERFORM LEE-CONTROL-ANTERIOR.
            EVALUATE TRUE
                WHEN WS-PARM NOT = SPACES
                    IF WS-PARM-FECHA IS NOT NUMERIC
                       OR WS-PARM-FECHA > WS-CORTE-FECHA
                        DISPLAY '*** PARM ' WS-PARM
                                ' NO ES UNA FECHA AAAAMMDD VALIDA ***'
                        MOVE 16        TO RETURN-CODE
                        STOP RUN
                    END-IF
                    COMPUTE WS-DESDE-ESTAMPA =
                            WS-PARM-FECHA * 100000000
                    DISPLAY 'EXTRACTO DESDE EL ' WS-PARM-FECHA
                            ' POR PARM'
                WHEN CONTROL-LEIDO
                    COMPUTE WS-DESDE-ESTAMPA =
                            (WS-ANT-FECHA * 100000000) + WS-ANT-HORA
                WHEN OTHER
      *             Primera vez: RRHH parte del EXM23 completo, solo
      *             se fija la marca.
                    MOVE WS-HASTA-ESTAMPA TO WS-DESDE-ESTAMPA
                    DISPLAY 'SIN EXM152CTL.DAT - SOLO SE FIJA LA '
                            'MARCA (EXTRACTO VACIO)'
            END-EVALUATE.

            PERFORM CARGA-IMAGENES.
            IF TABLA-LLENA
                DISPLAY '*** MAS DE ' WS-MAX-EMPLEADOS
                        ' EMPLEADOS CAMBIADOS - EXTRACTO NO EMITIDO, '
                        'LA MARCA NO SE MUEVE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            ADD 1 WS-ANT-SECUENCIA GIVING WS-SECUENCIA.
            OPEN OUTPUT CSV-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM152  '            TO CAB-FICHERO.
            MOVE WS-CORTE-FECHA        TO CAB-FECHA.
            MOVE WS-SECUENCIA          TO CAB-SECUENCIA.
            WRITE CONTROL-CABECERA.
            PERFORM ESCRIBE-CABECERA-CSV.
            PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                    UNTIL WS-TE-IDX > WS-NUM-EMPLEADOS
                PERFORM EVALUA-EMPLEADO
            END-PERFORM.
            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-TOTAL-FILAS        TO PIE-REGISTROS.
            MOVE WS-HASH-ID            TO PIE-HASH.
            WRITE CONTROL-PIE.
            CLOSE CSV-FILE.

            PERFORM GRABA-CONTROL.

            MOVE WS-TOTAL-IMAGENES     TO WS-EST-LEIDOS.
            MOVE WS-TOTAL-FILAS        TO WS-EST-ESCRITOS.
            MOVE ZEROES                TO WS-EST-RECHAZADOS.
            CALL 'EXMSTATS' USING WS-EST-PROGRAMA WS-EST-LEIDOS
                                   WS-EST-ESCRITOS WS-EST-RECHAZADOS.

            DISPLAY 'TRANSMISION: '          WS-SECUENCIA.
            DISPLAY 'IMAGENES LEIDAS: '      WS-TOTAL-IMAGENES.
            DISPLAY 'IMAGENES EN VENTANA: '  WS-TOTAL-EN-VENTANA.
            DISPLAY 'ALTAS: '                WS-TOTAL-ALTAS.
            DISPLAY 'CAMBIOS: '              WS-TOTAL-CAMBIOS.
            DISPLAY 'BAJAS: '                WS-TOTAL-BAJAS.
            DISPLAY 'SIN CAMBIO NETO: '      WS-TOTAL-SIN-NETO.
            DISPLAY 'FILAS EXTRAIDAS: '      WS-TOTAL-FILAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM152.CSV'.
            STOP RUN.

       LEE-CONTROL-ANTERIOR.
            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = '00'
                READ CONTROL-FILE
                    NOT AT END
                        SET CONTROL-LEIDO TO TRUE
                        MOVE CT-FECHA  TO WS-ANT-FECHA
                        MOVE CT-HORA   TO WS-ANT-HORA
                        MOVE CT-SECUENCIA TO WS-ANT-SECUENCIA
                END-READ
                CLOSE CONTROL-FILE
            END-IF.

      *    Imagenes del maestro dentro de la ventana, agrupadas por
      *    empleado en el orden en que se grabaron.
       CARGA-IMAGENES.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR EXM22AUD.DAT - '
                        'STATUS: ' WS-AUDIT-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-FICHERO OR TABLA-LLENA
                READ AUDIT-FILE
                    AT END
                        SET FIN-FICHERO TO TRUE
                    NOT AT END
                        ADD 1          TO WS-TOTAL-IMAGENES
                        MOVE AUDIT-ENT TO AUDIT-REC
                        PERFORM ACUMULA-IMAGEN
                END-READ
            END-PERFORM.
            CLOSE AUDIT-FILE.

       ACUMULA-IMAGEN.
            COMPUTE WS-ESTAMPA-AUDIT =
                    (AU-FECHA * 100000000) + AU-HORA.
            IF WS-ESTAMPA-AUDIT <= WS-DESDE-ESTAMPA
               OR WS-ESTAMPA-AUDIT > WS-HASTA-ESTAMPA
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-EN-VENTANA.
            MOVE AU-PERSONA(1:7)       TO WS-ID-IMAGEN-X.
            PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                    UNTIL WS-TE-IDX > WS-NUM-EMPLEADOS
                IF TE-ID(WS-TE-IDX) = WS-ID-IMAGEN
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-TE-IDX > WS-NUM-EMPLEADOS
                IF WS-NUM-EMPLEADOS >= WS-MAX-EMPLEADOS
                    SET TABLA-LLENA    TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1                  TO WS-NUM-EMPLEADOS
                MOVE WS-NUM-EMPLEADOS  TO WS-TE-IDX
                MOVE WS-ID-IMAGEN      TO TE-ID(WS-TE-IDX)
                MOVE 'N'               TO TE-ANTES-SW(WS-TE-IDX)
                                          TE-BORRADO-SW(WS-TE-IDX)
                MOVE SPACES            TO TE-ANTES(WS-TE-IDX)
                IF AU-IMAGEN = 'B'
                    SET TE-CON-ANTES(WS-TE-IDX) TO TRUE
                    MOVE AU-PERSONA    TO TE-ANTES(WS-TE-IDX)
                END-IF
            END-IF.
      *    La imagen 'A' es la situacion nueva; la 'B' de una BAJA es
      *    el borrado del registro.
            EVALUATE TRUE
                WHEN AU-IMAGEN = 'A'
                    MOVE AU-PERSONA    TO TE-DESPUES(WS-TE-IDX)
                    MOVE 'N'           TO TE-BORRADO-SW(WS-TE-IDX)
                WHEN AU-TIPO-TX = 'B' AND AU-IMAGEN = 'B'
                    MOVE AU-PERSONA    TO TE-DESPUES(WS-TE-IDX)
                    SET TE-BORRADO(WS-TE-IDX) TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *    Accion y campos cambiados de un empleado.  Sin imagen
      *    previa es un alta; una BAJA o el paso a 'T' es una baja.
       EVALUA-EMPLEADO.
            MOVE SPACES                TO WS-CAMPOS.
            MOVE 1                     TO WS-PUNTERO.
            IF NOT TE-CON-ANTES(WS-TE-IDX)
                IF TE-BORRADO(WS-TE-IDX)
                    ADD 1              TO WS-TOTAL-SIN-NETO
                    EXIT PARAGRAPH
                END-IF
                MOVE 'N'               TO WS-ACCION
                ADD 1                  TO WS-TOTAL-ALTAS
                MOVE TE-DESPUES(WS-TE-IDX) TO PERSONA
                PERFORM ESCRIBE-LINEA-CSV
                EXIT PARAGRAPH
            END-IF.
            IF TE-BORRADO(WS-TE-IDX)
                MOVE 'T'               TO WS-ACCION
                ADD 1                  TO WS-TOTAL-BAJAS
                MOVE TE-DESPUES(WS-TE-IDX) TO PERSONA
                PERFORM ESCRIBE-LINEA-CSV
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CP-IDX FROM 2 BY 1
                    UNTIL WS-CP-IDX > 13
                IF TE-ANTES(WS-TE-IDX)(TC-POS(WS-CP-IDX):
                                       TC-LON(WS-CP-IDX))
                   NOT = TE-DESPUES(WS-TE-IDX)(TC-POS(WS-CP-IDX):
                                               TC-LON(WS-CP-IDX))
                    IF WS-PUNTERO > 1
                        STRING ';' DELIMITED BY SIZE
                               INTO WS-CAMPOS WITH POINTER WS-PUNTERO
                        END-STRING
                    END-IF
                    STRING TC-NOMBRE(WS-CP-IDX) DELIMITED BY SPACE
                           INTO WS-CAMPOS WITH POINTER WS-PUNTERO
                    END-STRING
                END-IF
            END-PERFORM.
            IF WS-CAMPOS = SPACES
                ADD 1                  TO WS-TOTAL-SIN-NETO
                EXIT PARAGRAPH
            END-IF.
            MOVE TE-ANTES(WS-TE-IDX)   TO PERSONA.
            MOVE P-ESTADO              TO WS-ANTES-ESTADO.
            MOVE TE-DESPUES(WS-TE-IDX) TO PERSONA.
            IF P-TERMINADO AND WS-ANTES-ESTADO NOT = 'T'
                MOVE 'T'               TO WS-ACCION
                ADD 1                  TO WS-TOTAL-BAJAS
            ELSE
                MOVE 'C'               TO WS-ACCION
                ADD 1                  TO WS-TOTAL-CAMBIOS
            END-IF.
            PERFORM ESCRIBE-LINEA-CSV.

       ESCRIBE-CABECERA-CSV.
            MOVE SPACES                 TO CSV-REC.
            STRING 'ACCION,ID_EMPLEADO,NOMBRE,APELLIDO,'
                   'FECHA_NACIMIENTO,DEPARTAMENTO,FECHA_ALTA,SALARIO,'
                   'ESTADO,CAMPOS_CAMBIADOS'
                   DELIMITED BY SIZE INTO CSV-REC
            END-STRING.
            WRITE CSV-REC.

      *    Mismas columnas y mismo enmascarado del ID que EXM23.
       ESCRIBE-LINEA-CSV.
            ADD 1                          TO WS-TOTAL-FILAS.
            ADD ID-EMPLEADO                TO WS-HASH-ID.
            MOVE FUNCTION TRIM(NOMBRE)     TO WS-NOMBRE-RECORTADO.
            MOVE FUNCTION TRIM(P-APELLIDO) TO WS-APELLIDO-RECORTADO.
            MOVE SPACES                    TO WS-ID-EMPLEADO-ENMASC.
            MOVE ID-EMPLEADO               TO WS-ID-EMPLEADO-ENMASC.
            CALL 'EXMMASK' USING WS-ID-EMPLEADO-ENMASC
                                  WS-DIGITOS-VISIBLES.
            MOVE P-SALARIO                 TO WS-SALARIO-CSV.
            MOVE SPACES                    TO CSV-REC.
            STRING WS-ACCION ','
                   FUNCTION TRIM(WS-ID-EMPLEADO-ENMASC) ','
                   FUNCTION TRIM(WS-NOMBRE-RECORTADO) ','
                   FUNCTION TRIM(WS-APELLIDO-RECORTADO) ','
                   F-NACIMIENTO ','
                   P-DEPARTAMENTO ','
                   P-ALTA-DIA '/' P-ALTA-MES '/' P-ALTA-ANYO ','
                   WS-SALARIO-CSV ','
                   P-ESTADO ','
                   FUNCTION TRIM(WS-CAMPOS)
                   DELIMITED BY SIZE INTO CSV-REC
            END-STRING.
            WRITE CSV-REC.

      *    La marca solo avanza con el fichero completo.
       GRABA-CONTROL.
            MOVE WS-CORTE-FECHA        TO CT-FECHA.
            MOVE WS-CORTE-HORA         TO CT-HORA.
            MOVE WS-SECUENCIA          TO CT-SECUENCIA.
            MOVE WS-TOTAL-FILAS        TO CT-REGISTROS.
            OPEN OUTPUT CONTROL-FILE.
            WRITE CONTROL-REC.
            CLOSE CONTROL-FILE.
