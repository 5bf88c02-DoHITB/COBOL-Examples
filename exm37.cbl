      * the signed-on user's level: consulta 'I' sees both masked     *
      * through EXMMASK, 'U' sees the address, only 'A' sees the      *
      * salary -- same filtering as EXM24 and EXM56.                  *
      * The estado can now be changed on-screen too (A or T).         *
      * Setting an employee to T locks the operator ids linked to     *
      * them through EXMPASS at once, with the signed-on clerk as the *
      * origin of the 'T' row in SESLOG.DAT.                          *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM37.
        01 WS-ED-DIA                  PIC 9(02) VALUE ZEROES.
        01 WS-ED-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-ED-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-ED-ESTADO               PIC X(01) VALUE SPACE.
        01 WS-ESTADO-PREVIO           PIC X(01) VALUE SPACE.
        01 WS-FECHA-VALIDA-SW         PIC X(01) VALUE 'Y'.
           88 FECHA-VALIDA                       VALUE 'Y'.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.
        01 WS-PASS-FUNCION            PIC X(01) VALUE 'S'.
        01 WS-PASS-NUEVA              PIC X(08) VALUE SPACES.
        01 WS-PASS-RESULTADO          PIC X(01) VALUE SPACES.
      *    ID del empleado terminado para EXMPASS 'T'.
        01 WS-PASS-ID                 PIC X(08) VALUE SPACES.
      *    Nivel efectivo del firmado y vistas filtradas por nivel.
        01 WS-NIVEL-EFECTIVO          PIC X(01) VALUE 'I'.
        01 WS-SALARIO-VISTA           PIC X(10) VALUE SPACES.
           05 LINE 21 COL 21 PIC 9(02) TO WS-ED-DIA.
           05 LINE 21 COL 24 PIC 9(02) TO WS-ED-MES.
           05 LINE 21 COL 27 PIC 9(04) TO WS-ED-ANYO.
           05 LINE 22 COL 1 VALUE 'NUEVO ESTADO (A/T): '.
           05 LINE 22 COL 21 PIC X(01) TO WS-ED-ESTADO.

       PROCEDURE DIVISION.
       MAINLINE.
                MOVE SPACES            TO WS-ED-NOMBRE WS-ED-APELLIDO
                MOVE ZEROES            TO WS-ED-DIA WS-ED-MES
                                          WS-ED-ANYO
                MOVE SPACE             TO WS-ED-ESTADO
                DISPLAY PANT-EDITA
                ACCEPT PANT-EDITA
                PERFORM APLICA-CAMBIOS
                END-IF
            END-IF.

            IF WS-ED-ESTADO NOT = SPACE AND WS-ED-ESTADO NOT = 'A'
               AND WS-ED-ESTADO NOT = 'T'
                MOVE 'ESTADO INVALIDO - NADA GRABADO'
                                        TO WS-MENSAJE
                EXIT PARAGRAPH
            END-IF.

            MOVE 'C'                   TO AU-TIPO-TX.
            PERFORM GRABA-AUDIT-ANTES.
            MOVE P-ESTADO              TO WS-ESTADO-PREVIO.

            IF WS-ED-NOMBRE NOT = SPACES
                MOVE WS-ED-NOMBRE       TO NOMBRE
                MOVE WS-ED-MES          TO MES
                MOVE WS-ED-ANYO         TO ANYO
            END-IF.
            IF WS-ED-ESTADO NOT = SPACE
                MOVE WS-ED-ESTADO       TO P-ESTADO
            END-IF.

            REWRITE PERSONA.
            PERFORM GRABA-AUDIT-DESPUES.
            SET HUBO-CAMBIOS           TO TRUE.
            MOVE 'CAMBIO GRABADO Y AUDITADO' TO WS-MENSAJE.
      *    Terminado desde pantalla: sus operadores se bloquean ya,
      *    con el usuario firmado como origen en SESLOG.
            IF P-TERMINADO AND WS-ESTADO-PREVIO NOT = 'T'
                MOVE 'T'                TO WS-PASS-FUNCION
                MOVE SPACES             TO WS-PASS-ID
                MOVE ID-EMPLEADO        TO WS-PASS-ID(1:7)
                CALL 'EXMPASS' USING WS-PASS-FUNCION WS-USUARIO
                                      WS-PASS-ID WS-PASS-NUEVA
                                      WS-PASS-RESULTADO
                IF WS-PASS-RESULTADO = 'Y'
                    MOVE 'GRABADO - ACCESO DE OPERADOR BLOQUEADO'
                                        TO WS-MENSAJE
                END-IF
            END-IF.

      *    Regla de fechas del taller (VALIDA-FECHA-NACIMIENTO de
      *    EXM5): rango de mes, dias del mes y anyo bisiesto.
