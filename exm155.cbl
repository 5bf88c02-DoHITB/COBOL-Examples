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
      * EXM155 - ad hoc report request screen, launched from the      *
      * EXM99 menu.  Statement requests for EXM31, criteria queries   *
      * for EXM56, salary histories for EXM86 and change histories    *
      * for EXM91 arrived by e-mail and an operator built each SYSIN  *
      * card by hand.  Same sign-on and SCREEN SECTION shape as       *
      * EXM112: the operator signs on through EXMPASS, names the      *
      * requester -- the user who receives the output -- and keys the *
      * request field by field on the report's own panel.  The        *
      * requester must hold the report's level in US-NIVEL (EXMSIGN): *
      * EXM31 and EXM56 consulta 'I' (a P-SALARIO criterion needs     *
      * 'U', as EXM56 itself demands), EXM91 actualiza 'U', EXM86     *
      * 'A'.  Each panel is checked against the target program's      *
      * card: dates as AAAAMMDD and in order, employee IDs with a     *
      * valid check digit (EXMCKDGR), EXM56 fields, operators and     *
      * values as EXM56 accepts them.  Only then is the card built    *
      * and the request queued in PETICION.DAT                        *
      * (copybooks/peticion.cpy) under a new EXMSEQ number (counter   *
      * PETICION) and the EXMLOCK resource PETICION, for the nightly  *
      * EXM156 step to run.  L lists the requests with their status:  *
      * the operator's own, or all of them at level 'A'.              *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM155.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETICION-FILE ASSIGN TO "PETICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PETICION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PETICION-FILE.
           COPY "peticion.cpy".

       WORKING-STORAGE SECTION.
        01 WS-PETICION-STATUS         PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-USUARIO                 PIC X(08) VALUE SPACES.
        01 WS-CLAVE                   PIC X(08) VALUE SPACES.
        01 WS-PASS-FUNCION            PIC X(01) VALUE 'S'.
        01 WS-PASS-NUEVA              PIC X(08) VALUE SPACES.
        01 WS-PASS-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'I'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-VE-TODAS-SW             PIC X(01) VALUE 'N'.
           88 VE-TODAS                           VALUE 'Y'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.
        01 WS-OPCION                  PIC X(01) VALUE SPACES.
           88 OPCION-INFORME                     VALUE '1' '2' '3'
                                                       '4'.
           88 OPCION-LISTAR                      VALUE 'L'.
           88 OPCION-SALIR                       VALUE 'S'.
        01 WS-SALIR-SW                PIC X(01) VALUE 'N'.
           88 SALIR-DEL-PROGRAMA                 VALUE 'Y'.
        01 WS-MENSAJE                 PIC X(50) VALUE SPACES.
      *    Informes que se pueden pedir y nivel que exige cada uno
      *    al solicitante (la opcion del menu es la fila).
        01 TABLA-INFORMES.
           02 FILLER                  PIC X(09) VALUE 'EXM31   I'.
           02 FILLER                  PIC X(09) VALUE 'EXM56   I'.
           02 FILLER                  PIC X(09) VALUE 'EXM86   A'.
           02 FILLER                  PIC X(09) VALUE 'EXM91   U'.
        01 FILLER REDEFINES TABLA-INFORMES.
           02 TI-FILA OCCURS 4 TIMES.
              03 TI-PROGRAMA          PIC X(08).
              03 TI-NIVEL             PIC X(01).
        01 WS-TI-IDX                  PIC 9(01) VALUE ZEROES.
      *    Campos que admite EXM56 (N numerico, A alfanumerico).
        01 TABLA-CAMPOS-56.
           02 FILLER                  PIC X(16)
              VALUE 'ID-EMPLEADO    N'.
           02 FILLER                  PIC X(16)
              VALUE 'NOMBRE         A'.
           02 FILLER                  PIC X(16)
              VALUE 'P-APELLIDO     A'.
           02 FILLER                  PIC X(16)
              VALUE 'DIA            N'.
           02 FILLER                  PIC X(16)
              VALUE 'MES            N'.
           02 FILLER                  PIC X(16)
              VALUE 'ANYO           N'.
           02 FILLER                  PIC X(16)
              VALUE 'P-DEPARTAMENTO N'.
           02 FILLER                  PIC X(16)
              VALUE 'P-ALTA-ANYO    N'.
           02 FILLER                  PIC X(16)
              VALUE 'P-ESTADO       A'.
           02 FILLER                  PIC X(16)
              VALUE 'P-SALARIO      N'.
        01 FILLER REDEFINES TABLA-CAMPOS-56.
           02 TC-FILA OCCURS 10 TIMES.
              03 TC-NOMBRE            PIC X(15).
              03 TC-TIPO              PIC X(01).
        01 WS-TC-IDX                  PIC 9(02) VALUE ZEROES.
        01 WS-TIPO-CAMPO              PIC X(01) VALUE SPACES.
      *    Datos tecleados en los paneles.
        01 WS-SOLICITA                PIC X(08) VALUE SPACES.
        01 WS-FECHA-DESDE             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-HASTA             PIC 9(08) VALUE ZEROES.
        01 WS-ID-EMPLEADO             PIC 9(07) VALUE ZEROES.
        01 FILLER REDEFINES WS-ID-EMPLEADO.
           02 WS-ID-BASE              PIC 9(06).
           02 WS-ID-DV                PIC 9(01).
        01 WS-CK-BASE                 PIC 9(09) VALUE ZEROES.
        01 WS-CK-DV                   PIC 9(01) VALUE ZEROES.
        01 WS-APELLIDO                PIC X(10) VALUE SPACES.
        01 WS-CRITERIOS.
           02 WS-CR-CAMPO-1           PIC X(15) VALUE SPACES.
           02 WS-CR-OPERADOR-1        PIC X(02) VALUE SPACES.
           02 WS-CR-VALOR-1           PIC X(10) VALUE SPACES.
           02 WS-CR-CAMPO-2           PIC X(15) VALUE SPACES.
           02 WS-CR-OPERADOR-2        PIC X(02) VALUE SPACES.
           02 WS-CR-VALOR-2           PIC X(10) VALUE SPACES.
           02 WS-CR-CAMPO-3           PIC X(15) VALUE SPACES.
           02 WS-CR-OPERADOR-3        PIC X(02) VALUE SPACES.
           02 WS-CR-VALOR-3           PIC X(10) VALUE SPACES.
        01 FILLER REDEFINES WS-CRITERIOS.
           02 WS-CR-FILA OCCURS 3 TIMES.
              03 WS-CR-CAMPO          PIC X(15).
              03 WS-CR-OPERADOR       PIC X(02).
                 88 OPERADOR-VALIDO              VALUE 'EQ' 'NE'
                                                       'LT' 'LE'
                                                       'GT' 'GE'
                                                       'BW' 'FO'.
                 88 OPERADOR-DE-TEXTO            VALUE 'BW' 'FO'.
              03 WS-CR-VALOR          PIC X(10).
        01 WS-CR-IDX                  PIC 9(01) VALUE ZEROES.
        01 WS-FECHA-VALIDAR           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-VALIDAR.
           02 WS-FV-ANYO              PIC 9(04).
           02 WS-FV-MES               PIC 9(02).
           02 WS-FV-DIA               PIC 9(02).
        01 WS-FECHA-VALIDA-SW         PIC X(01) VALUE 'N'.
           88 FECHA-VALIDA                       VALUE 'Y'.
      *    Tarjeta SYSIN del programa destino, en la forma de cada
      *    uno (mismos campos que su ENTRADA-REC).
        01 WS-TARJETA                 PIC X(90) VALUE SPACES.
        01 WS-TARJETA-EXM31 REDEFINES WS-TARJETA.
           02 T31-FECHA-DESDE         PIC 9(08).
           02 T31-FECHA-HASTA         PIC 9(08).
           02 FILLER                  PIC X(74).
        01 WS-TARJETA-EXM56 REDEFINES WS-TARJETA.
           02 T56-CRITERIOS           PIC X(81).
           02 T56-USUARIO             PIC X(08).
           02 FILLER                  PIC X(01).
        01 WS-TARJETA-EXM86 REDEFINES WS-TARJETA.
           02 T86-ID-EMPLEADO         PIC 9(07).
           02 FILLER                  PIC X(83).
        01 WS-TARJETA-EXM91 REDEFINES WS-TARJETA.
           02 T91-ID-EMPLEADO         PIC 9(07).
           02 T91-APELLIDO            PIC X(10).
           02 T91-FECHA-DESDE         PIC 9(08).
           02 T91-FECHA-HASTA         PIC 9(08).
           02 FILLER                  PIC X(57).
      *    Fichero de peticiones completo en memoria.
        01 WS-MAX-PETICIONES          PIC 9(04) VALUE 2000.
        01 WS-TOTAL-PETICIONES        PIC 9(04) VALUE ZEROES.
        01 TABLA-PETICIONES.
           02 TP-IMAGEN OCCURS 2000 TIMES PIC X(192).
        01 WS-PE-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-LISTADAS                PIC 9(04) VALUE ZEROES.
        01 WS-SEQ-CONTADOR            PIC X(08) VALUE 'PETICION'.
        01 WS-SEQ-VALOR               PIC 9(09) VALUE ZEROES.
        01 WS-NUMERO                  PIC 9(07) VALUE ZEROES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'PETICION'.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM155  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01 PANT-USUARIO.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE 'IDENTIFICACION DE USUARIO'.
           05 LINE 3 COL 1 VALUE 'USUARIO: '.
           05 LINE 3 COL 10 PIC X(08) TO WS-USUARIO.
           05 LINE 4 COL 1 VALUE 'CLAVE:   '.
           05 LINE 4 COL 10 PIC X(08) TO WS-CLAVE SECURE.

       01 PANT-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE
              'PETICIONES DE INFORMES (PETICION.DAT)'.
           05 LINE 2 COL 1 VALUE
              '-----------------------------------------------------'.
           05 LINE 4 COL 1 VALUE
              '1 = EXTRACTO DE CUENTAS (EXM31)'.
           05 LINE 4 COL 36 VALUE
              '2 = CONSULTA POR CRITERIOS (EXM56)'.
           05 LINE 5 COL 1 VALUE
              '3 = HISTORIA SALARIAL (EXM86)'.
           05 LINE 5 COL 36 VALUE
              '4 = HISTORIA DE CAMBIOS (EXM91)'.
           05 LINE 6 COL 1 VALUE 'L = LISTAR PETICIONES   S = SALIR'.
           05 LINE 8 COL 1 VALUE 'OPCION: '.
           05 LINE 8 COL 9 PIC X(01) TO WS-OPCION.
           05 LINE 9 COL 1 PIC X(50) FROM WS-MENSAJE.

       01 PANT-SOLICITANTE.
           05 LINE 11 COL 1 VALUE 'INFORME: '.
           05 LINE 11 COL 10 PIC X(08) FROM TI-PROGRAMA(WS-TI-IDX).
           05 LINE 12 COL 1 VALUE 'SOLICITANTE (RECIBE EL INFORME): '.
           05 LINE 12 COL 34 PIC X(08) USING WS-SOLICITA.

       01 PANT-EXM31.
           05 LINE 14 COL 1 VALUE 'FECHA DESDE (AAAAMMDD): '.
           05 LINE 14 COL 25 PIC 9(08) TO WS-FECHA-DESDE.
           05 LINE 15 COL 1 VALUE 'FECHA HASTA (AAAAMMDD): '.
           05 LINE 15 COL 25 PIC 9(08) TO WS-FECHA-HASTA.

       01 PANT-EXM56.
           05 LINE 14 COL 1 VALUE
              'CAMPO           OP VALOR      (HASTA 3, TODOS A LA VEZ)'.
           05 LINE 15 COL 1 PIC X(15) TO WS-CR-CAMPO-1.
           05 LINE 15 COL 17 PIC X(02) TO WS-CR-OPERADOR-1.
           05 LINE 15 COL 20 PIC X(10) TO WS-CR-VALOR-1.
           05 LINE 16 COL 1 PIC X(15) TO WS-CR-CAMPO-2.
           05 LINE 16 COL 17 PIC X(02) TO WS-CR-OPERADOR-2.
           05 LINE 16 COL 20 PIC X(10) TO WS-CR-VALOR-2.
           05 LINE 17 COL 1 PIC X(15) TO WS-CR-CAMPO-3.
           05 LINE 17 COL 17 PIC X(02) TO WS-CR-OPERADOR-3.
           05 LINE 17 COL 20 PIC X(10) TO WS-CR-VALOR-3.

       01 PANT-EXM86.
           05 LINE 14 COL 1 VALUE 'ID EMPLEADO: '.
           05 LINE 14 COL 14 PIC 9(07) TO WS-ID-EMPLEADO.

       01 PANT-EXM91.
           05 LINE 14 COL 1 VALUE 'ID EMPLEADO (0 = POR APELLIDO): '.
           05 LINE 14 COL 33 PIC 9(07) TO WS-ID-EMPLEADO.
           05 LINE 15 COL 1 VALUE 'APELLIDO: '.
           05 LINE 15 COL 11 PIC X(10) TO WS-APELLIDO.
           05 LINE 16 COL 1 VALUE 'FECHA DESDE (AAAAMMDD, 0 = SIN): '.
           05 LINE 16 COL 34 PIC 9(08) TO WS-FECHA-DESDE.
           05 LINE 17 COL 1 VALUE 'FECHA HASTA (AAAAMMDD, 0 = SIN): '.
           05 LINE 17 COL 34 PIC 9(08) TO WS-FECHA-HASTA.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            DISPLAY PANT-USUARIO.
            ACCEPT PANT-USUARIO.
            MOVE 'S'                   TO WS-PASS-FUNCION.
            CALL 'EXMPASS' USING WS-PASS-FUNCION WS-USUARIO
                                  WS-CLAVE WS-PASS-NUEVA
                                  WS-PASS-RESULTADO.
            IF WS-PASS-RESULTADO = 'C'
                DISPLAY '*** CAMBIO DE CLAVE REQUERIDO - USAR '
                        'EXM98 ***'
                MOVE 8                 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-PASS-RESULTADO NOT = 'Y'
                DISPLAY '*** FIRMA RECHAZADA (RESULTADO '
                        WS-PASS-RESULTADO ') ***'
                MOVE 8                 TO RETURN-CODE
                GOBACK
            END-IF.
      *    Con nivel A el listado muestra todas las peticiones.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO = 'Y'
                SET VE-TODAS           TO TRUE
            END-IF.

            PERFORM UNTIL SALIR-DEL-PROGRAMA
                MOVE SPACES              TO WS-OPCION
                DISPLAY PANT-MENU
                ACCEPT PANT-MENU
                EVALUATE TRUE
                    WHEN OPCION-INFORME
                        MOVE WS-OPCION   TO WS-TI-IDX
                        PERFORM CAPTURA-PETICION
                    WHEN OPCION-LISTAR
                        PERFORM LISTA-PETICIONES
                    WHEN OPCION-SALIR
                        SET SALIR-DEL-PROGRAMA TO TRUE
                    WHEN OTHER
                        MOVE 'OPCION NO VALIDA' TO WS-MENSAJE
                END-EVALUATE
            END-PERFORM.

            DISPLAY 'FIN DEL PROGRAMA'.
            GOBACK.

       CARGA-PETICIONES.
            MOVE ZEROES                TO WS-TOTAL-PETICIONES.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            OPEN INPUT PETICION-FILE.
            IF WS-PETICION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PETICION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PETICIONES < WS-MAX-PETICIONES
                                ADD 1    TO WS-TOTAL-PETICIONES
                                MOVE PETICION-REC TO
                                     TP-IMAGEN(WS-TOTAL-PETICIONES)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PETICION-FILE
            END-IF.

       GRABA-PETICIONES.
            OPEN OUTPUT PETICION-FILE.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PETICIONES
                MOVE TP-IMAGEN(WS-PE-IDX) TO PETICION-REC
                WRITE PETICION-REC
            END-PERFORM.
            CLOSE PETICION-FILE.

       TOMA-CERROJO.
            MOVE 'A'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

       SUELTA-CERROJO.
            MOVE 'L'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

      *    Solicitante con el nivel del informe, panel del informe
      *    validado contra su tarjeta, y solo entonces a la cola.
       CAPTURA-PETICION.
            MOVE SPACES                TO WS-MENSAJE WS-TARJETA.
            MOVE WS-USUARIO            TO WS-SOLICITA.
            DISPLAY PANT-SOLICITANTE.
            ACCEPT PANT-SOLICITANTE.
            IF WS-SOLICITA = SPACES
                MOVE 'FALTA EL SOLICITANTE' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE TI-NIVEL(WS-TI-IDX)   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-SOLICITA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                STRING 'SOLICITANTE SIN NIVEL ' WS-NIVEL-REQUERIDO
                       ' PARA ' TI-PROGRAMA(WS-TI-IDX)
                       DELIMITED BY SIZE INTO WS-MENSAJE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-TI-IDX
                WHEN 1
                    PERFORM CAPTURA-EXM31
                WHEN 2
                    PERFORM CAPTURA-EXM56
                WHEN 3
                    PERFORM CAPTURA-EXM86
                WHEN 4
                    PERFORM CAPTURA-EXM91
            END-EVALUATE.
            IF WS-MENSAJE NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM GRABA-PETICION.

       CAPTURA-EXM31.
            MOVE ZEROES                TO WS-FECHA-DESDE
                                          WS-FECHA-HASTA.
            DISPLAY PANT-EXM31.
            ACCEPT PANT-EXM31.
            MOVE WS-FECHA-DESDE        TO WS-FECHA-VALIDAR.
            PERFORM VALIDA-FECHA.
            IF NOT FECHA-VALIDA
                MOVE 'FECHA DESDE NO VALIDA' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FECHA-HASTA        TO WS-FECHA-VALIDAR.
            PERFORM VALIDA-FECHA.
            IF NOT FECHA-VALIDA
                MOVE 'FECHA HASTA NO VALIDA' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            IF WS-FECHA-DESDE > WS-FECHA-HASTA
                MOVE 'FECHA DESDE POSTERIOR A FECHA HASTA'
                                       TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FECHA-DESDE        TO T31-FECHA-DESDE.
            MOVE WS-FECHA-HASTA        TO T31-FECHA-HASTA.

      *    Las mismas reglas que aplica EXM56 al leer la tarjeta,
      *    para que no llegue a la noche una consulta que rechazaria.
       CAPTURA-EXM56.
            MOVE SPACES                TO WS-CRITERIOS.
            DISPLAY PANT-EXM56.
            ACCEPT PANT-EXM56.
            IF WS-CR-CAMPO(1) = SPACES
                MOVE 'FALTA EL PRIMER CRITERIO' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                    UNTIL WS-CR-IDX > 3 OR WS-MENSAJE NOT = SPACES
                PERFORM VALIDA-CRITERIO
            END-PERFORM.
            IF WS-MENSAJE NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CRITERIOS          TO T56-CRITERIOS.
            MOVE WS-SOLICITA           TO T56-USUARIO.

       VALIDA-CRITERIO.
            IF WS-CR-CAMPO(WS-CR-IDX) = SPACES
                IF WS-CR-OPERADOR(WS-CR-IDX) NOT = SPACES
                   OR WS-CR-VALOR(WS-CR-IDX) NOT = SPACES
                    STRING 'CRITERIO ' WS-CR-IDX ' SIN CAMPO'
                           DELIMITED BY SIZE INTO WS-MENSAJE
                    END-STRING
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO WS-TIPO-CAMPO.
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                    UNTIL WS-TC-IDX > 10
                IF TC-NOMBRE(WS-TC-IDX) = WS-CR-CAMPO(WS-CR-IDX)
                    MOVE TC-TIPO(WS-TC-IDX) TO WS-TIPO-CAMPO
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-TIPO-CAMPO = SPACES
                    STRING 'CAMPO ' WS-CR-IDX ' NO ADMITIDO POR EXM56'
                           DELIMITED BY SIZE INTO WS-MENSAJE
                    END-STRING
                WHEN NOT OPERADOR-VALIDO(WS-CR-IDX)
                    STRING 'OPERADOR ' WS-CR-IDX ' NO VALIDO'
                           DELIMITED BY SIZE INTO WS-MENSAJE
                    END-STRING
                WHEN WS-CR-VALOR(WS-CR-IDX) = SPACES
                    STRING 'FALTA EL VALOR DEL CRITERIO ' WS-CR-IDX
                           DELIMITED BY SIZE INTO WS-MENSAJE
                    END-STRING
                WHEN WS-TIPO-CAMPO = 'N'
                     AND OPERADOR-DE-TEXTO(WS-CR-IDX)
                    STRING 'OPERADOR ' WS-CR-IDX
                           ' SOLO PARA CAMPOS DE TEXTO'
                           DELIMITED BY SIZE INTO WS-MENSAJE
                    END-STRING
                WHEN WS-TIPO-CAMPO = 'N'
                     AND FUNCTION TEST-NUMVAL(WS-CR-VALOR(WS-CR-IDX))
                         NOT = ZEROES
                    STRING 'VALOR ' WS-CR-IDX ' NO NUMERICO'
                           DELIMITED BY SIZE INTO WS-MENSAJE
                    END-STRING
                WHEN WS-CR-CAMPO(WS-CR-IDX) = 'P-SALARIO'
                    MOVE 'U'           TO WS-NIVEL-REQUERIDO
                    CALL 'EXMSIGN' USING WS-SOLICITA
                                          WS-NIVEL-REQUERIDO
                                          WS-AUTORIZADO
                    IF WS-AUTORIZADO NOT = 'Y'
                        MOVE 'SOLICITANTE SIN NIVEL U PARA P-SALARIO'
                                       TO WS-MENSAJE
                    END-IF
            END-EVALUATE.

       CAPTURA-EXM86.
            MOVE ZEROES                TO WS-ID-EMPLEADO.
            DISPLAY PANT-EXM86.
            ACCEPT PANT-EXM86.
            IF WS-ID-EMPLEADO = ZEROES
                MOVE 'FALTA EL ID DEL EMPLEADO' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDA-DIGITO.
            IF WS-MENSAJE NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ID-EMPLEADO        TO T86-ID-EMPLEADO.

       CAPTURA-EXM91.
            MOVE ZEROES                TO WS-ID-EMPLEADO
                                          WS-FECHA-DESDE
                                          WS-FECHA-HASTA.
            MOVE SPACES                TO WS-APELLIDO.
            DISPLAY PANT-EXM91.
            ACCEPT PANT-EXM91.
            IF WS-ID-EMPLEADO = ZEROES AND WS-APELLIDO = SPACES
                MOVE 'INDIQUE EL ID O EL APELLIDO' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ID-EMPLEADO NOT = ZEROES AND WS-APELLIDO NOT = SPACES
                MOVE 'INDIQUE EL ID O EL APELLIDO, NO AMBOS'
                                       TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            IF WS-ID-EMPLEADO NOT = ZEROES
                PERFORM VALIDA-DIGITO
                IF WS-MENSAJE NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-FECHA-DESDE NOT = ZEROES
                MOVE WS-FECHA-DESDE    TO WS-FECHA-VALIDAR
                PERFORM VALIDA-FECHA
                IF NOT FECHA-VALIDA
                    MOVE 'FECHA DESDE NO VALIDA' TO WS-MENSAJE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-FECHA-HASTA NOT = ZEROES
                MOVE WS-FECHA-HASTA    TO WS-FECHA-VALIDAR
                PERFORM VALIDA-FECHA
                IF NOT FECHA-VALIDA
                    MOVE 'FECHA HASTA NO VALIDA' TO WS-MENSAJE
                    EXIT PARAGRAPH
                END-IF
                IF WS-FECHA-DESDE > WS-FECHA-HASTA
                    MOVE 'FECHA DESDE POSTERIOR A FECHA HASTA'
                                       TO WS-MENSAJE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE WS-ID-EMPLEADO        TO T91-ID-EMPLEADO.
            MOVE WS-APELLIDO           TO T91-APELLIDO.
            MOVE WS-FECHA-DESDE        TO T91-FECHA-DESDE.
            MOVE WS-FECHA-HASTA        TO T91-FECHA-HASTA.

       VALIDA-DIGITO.
            MOVE WS-ID-BASE            TO WS-CK-BASE.
            CALL 'EXMCKDGR' USING WS-CK-BASE WS-CK-DV.
            IF WS-CK-DV NOT = WS-ID-DV
                MOVE 'ID CON DIGITO DE CONTROL INVALIDO'
                                       TO WS-MENSAJE
            END-IF.

       VALIDA-FECHA.
            MOVE 'N'                   TO WS-FECHA-VALIDA-SW.
            IF WS-FV-MES < 1 OR WS-FV-MES > 12
               OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
               OR WS-FV-ANYO < 1900
                EXIT PARAGRAPH
            END-IF.
            SET FECHA-VALIDA           TO TRUE.

       GRABA-PETICION.
            PERFORM TOMA-CERROJO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                MOVE 'PETICIONES EN USO - REINTENTE' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            PERFORM CARGA-PETICIONES.
            IF WS-TOTAL-PETICIONES >= WS-MAX-PETICIONES
                PERFORM SUELTA-CERROJO
                MOVE 'FICHERO DE PETICIONES LLENO' TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.
            CALL 'EXMSEQ' USING WS-SEQ-CONTADOR WS-SEQ-VALOR.
            MOVE WS-SEQ-VALOR          TO WS-NUMERO.
            ACCEPT WS-HORA-HOY         FROM TIME.
            MOVE SPACES                TO PETICION-REC.
            MOVE WS-NUMERO             TO PE-NUMERO.
            MOVE TI-PROGRAMA(WS-TI-IDX) TO PE-PROGRAMA.
            MOVE WS-SOLICITA           TO PE-SOLICITA.
            MOVE WS-USUARIO            TO PE-GRABA.
            MOVE WS-FECHA-HOY          TO PE-FECHA-ALTA
                                          PE-FECHA-ESTADO.
            MOVE WS-HORA-HOY           TO PE-HORA-ALTA
                                          PE-HORA-ESTADO.
            MOVE WS-TARJETA            TO PE-TARJETA.
            SET PE-EN-COLA             TO TRUE.
            MOVE ZEROES                TO PE-FECHA-LANZA.
            ADD 1                      TO WS-TOTAL-PETICIONES.
            MOVE PETICION-REC          TO
                 TP-IMAGEN(WS-TOTAL-PETICIONES).
            PERFORM GRABA-PETICIONES.
            PERFORM SUELTA-CERROJO.
            STRING 'PETICION ' WS-NUMERO ' EN COLA PARA ESTA NOCHE'
                   DELIMITED BY SIZE INTO WS-MENSAJE
            END-STRING.

       LISTA-PETICIONES.
            PERFORM CARGA-PETICIONES.
            MOVE ZEROES                TO WS-LISTADAS.
            DISPLAY 'NUMERO  INFORME  SOLICITA GRABA    ALTA     E '
                    'ESTADO   MOTIVO'.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PETICIONES
                MOVE TP-IMAGEN(WS-PE-IDX) TO PETICION-REC
                IF VE-TODAS
                   OR PE-SOLICITA = WS-USUARIO
                   OR PE-GRABA = WS-USUARIO
                    ADD 1              TO WS-LISTADAS
                    DISPLAY PE-NUMERO ' ' PE-PROGRAMA ' '
                            PE-SOLICITA ' ' PE-GRABA ' '
                            PE-FECHA-ALTA ' ' PE-ESTADO ' '
                            PE-FECHA-ESTADO ' ' PE-MOTIVO
                END-IF
            END-PERFORM.
            IF WS-LISTADAS = ZEROES
                DISPLAY 'NINGUNA PETICION'
            END-IF.
            DISPLAY 'PULSE UNA TECLA PARA CONTINUAR...'.
            ACCEPT WS-OPCION.
            MOVE SPACES                TO WS-MENSAJE.
