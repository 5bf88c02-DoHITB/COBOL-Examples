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
      * EXM150 - legal hold registry, card deck in the EXM138 style   *
      * against BLOQLEG.DAT (copybooks/bloqleg.cpy) with the keying   *
      * user in the PARM, who must hold level 'A' (EXMSIGN) -- a hold *
      * is an approver's decision, and a deck keyed by anyone else is *
      * refused whole with RC 16.  'A' + type + key + from + to +     *
      * case reference opens a hold with the next number: type 'E' an *
      * employee (ID-EMPLEADO with its check digit; the employee need *
      * not still be on the master, the audit trail outlives the      *
      * record), 'C' an account (6 digits, right aligned in the       *
      * 7-digit key) or 'F' a date range (both dates valid, from not  *
      * after to, key ignored).  An employee or account hold covers   *
      * all its records whatever their date.  The same open hold for  *
      * the same case cannot be keyed twice.  'L' + hold number       *
      * releases an open hold, stamping who released it and when;     *
      * released holds stay on file for good.  EXM150.PRT logs every  *
      * card and lists the holds still open.  While a hold is open    *
      * EXMBLOQ makes EXM90, EXM97, EXM26 and EXM66 keep its records  *
      * in place; EXM151 reports the open holds each month.  RC 4     *
      * when a card is refused, RC 16 when BLOQLEG.DAT is larger than *
      * its table.                                                    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM150.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT BLOQUEO-FILE ASSIGN TO "BLOQLEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM150.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-APERTURA REDEFINES TX-DATOS.
              03 TX-TIPO-BLOQUEO      PIC X(01).
              03 TX-CLAVE             PIC 9(07).
              03 FILLER REDEFINES TX-CLAVE.
                 04 TX-CLAVE-BASE     PIC 9(06).
                 04 TX-CLAVE-DV       PIC 9(01).
              03 TX-DESDE             PIC 9(08).
              03 TX-HASTA             PIC 9(08).
              03 TX-CASO              PIC X(20).
              03 FILLER               PIC X(35).
           02 TX-LEVANTAMIENTO REDEFINES TX-DATOS.
              03 TX-NUMERO            PIC 9(05).
              03 FILLER               PIC X(74).

       FD  BLOQUEO-FILE.
           COPY "bloqleg.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-BLOQUEO-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-CK-BASE                 PIC 9(09) VALUE ZEROES.
        01 WS-CK-DV                   PIC 9(01) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ABIERTOS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-LEVANTADOS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-VIGENTES          PIC 9(06) VALUE ZEROES.
      *    Bloqueos (BLOQLEG.DAT completo, se reescribe si cambia).
      *    Los levantados no se purgan nunca.
        01 WS-TOTAL-BLOQUEOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-BLOQUEOS.
           02 TBL-FILA OCCURS 3000 TIMES.
              03 TBL-REGISTRO         PIC X(92).
        01 WS-BL-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-BL-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-ULTIMO-NUMERO           PIC 9(05) VALUE ZEROES.
        01 WS-BLOQUEO-NUEVO           PIC X(92) VALUE SPACES.
        01 WS-BLOQUEOS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 BLOQUEOS-LLENO                     VALUE 'Y'.
        01 WS-BLOQUEOS-CAMBIO-SW      PIC X(01) VALUE 'N'.
           88 BLOQUEOS-CAMBIADOS                 VALUE 'Y'.
        01 WS-ESTADO-TEXTO            PIC X(10) VALUE SPACES.
        01 WS-OBJETO                  PIC X(30) VALUE SPACES.
      *    Regla de fechas del taller (EXM5).
        01 WS-FECHA-TARJETA           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-TARJETA.
           02 WS-FT-ANYO              PIC 9(04).
           02 WS-FT-MES               PIC 9(02).
           02 WS-FT-DIA               PIC 9(02).
        01 WS-FECHA-VALIDA-SW         PIC X(01) VALUE 'Y'.
           88 FECHA-VALIDA                       VALUE 'Y'.
        01 DIAS-EN-MES                PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.

      *    Abrir o levantar un bloqueo es cosa de un aprobador.
            CALL 'EXMSIGN' USING WS-USUARIO-AUDIT WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                DISPLAY '*** USUARIO ' WS-USUARIO-AUDIT
                        ' SIN NIVEL A - BARAJA NO PROCESADA ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CARGA-BLOQUEOS.
            IF BLOQUEOS-LLENO
                DISPLAY '*** BLOQLEG.DAT MAYOR QUE LA TABLA (3000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM150 - BLOQUEOS LEGALES  FECHA PROCESO: '
                   WS-FECHA-PROCESO '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            IF WS-ENTRADA-STATUS = '00'
                PERFORM UNTIL FIN-ENTRADA
                    READ ENTRADA-FILE
                        AT END
                            SET FIN-ENTRADA TO TRUE
                        NOT AT END
                            PERFORM PROCESA-TARJETA
                    END-READ
                END-PERFORM
                CLOSE ENTRADA-FILE
            END-IF.

            IF BLOQUEOS-CAMBIADOS
                PERFORM GRABA-BLOQUEOS
            END-IF.
            PERFORM IMPRIME-VIGENTES.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '     WS-TOTAL-LEIDAS.
            DISPLAY 'BLOQUEOS ABIERTOS: '   WS-TOTAL-ABIERTOS.
            DISPLAY 'BLOQUEOS LEVANTADOS: ' WS-TOTAL-LEVANTADOS.
            DISPLAY 'TARJETAS RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM150.PRT'.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            EVALUATE TX-TIPO
                WHEN 'A'
                    PERFORM ABRE-BLOQUEO
                WHEN 'L'
                    PERFORM LEVANTA-BLOQUEO
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    Bloqueo nuevo: de un empleado (ID con digito de control,
      *    aunque ya no este en el maestro: sus auditorias siguen
      *    ahi), de una cuenta, o de un rango de fechas valido.  Un
      *    bloqueo de empleado o de cuenta lo cubre todo, sin rango.
       ABRE-BLOQUEO.
            MOVE SPACES                TO BLOQUEO-REC.
            MOVE TX-TIPO-BLOQUEO       TO BL-TIPO.
            MOVE ZEROES                TO BL-CLAVE BL-DESDE BL-HASTA.
            EVALUATE TRUE
                WHEN BL-DE-EMPLEADO
                    PERFORM VALIDA-EMPLEADO
                WHEN BL-DE-CUENTA
                    PERFORM VALIDA-CUENTA
                WHEN BL-DE-FECHAS
                    PERFORM VALIDA-RANGO
                WHEN OTHER
                    MOVE 'TIPO DE BLOQUEO DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-CASO = SPACES
                MOVE 'FALTA LA REFERENCIA DEL CASO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CASO               TO BL-CASO.
            MOVE BLOQUEO-REC           TO WS-BLOQUEO-NUEVO.
            PERFORM VERIFICA-DUPLICADO.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-BLOQUEOS >= 3000
                MOVE 'TABLA DE BLOQUEOS LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-BLOQUEO-NUEVO      TO BLOQUEO-REC.
            ADD 1                      TO WS-ULTIMO-NUMERO.
            MOVE WS-ULTIMO-NUMERO      TO BL-NUMERO.
            MOVE 'A'                   TO BL-ESTADO.
            MOVE WS-USUARIO-AUDIT      TO BL-ABRE.
            MOVE WS-FECHA-PROCESO      TO BL-FECHA-APERTURA.
            MOVE SPACES                TO BL-LEVANTA.
            MOVE ZEROES                TO BL-FECHA-LEVANTA.
            ADD 1                      TO WS-TOTAL-BLOQUEOS.
            MOVE BLOQUEO-REC           TO
                 TBL-REGISTRO(WS-TOTAL-BLOQUEOS).
            SET BLOQUEOS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-ABIERTOS.
            MOVE 'ABIERTO'             TO WS-ESTADO-TEXTO.
            PERFORM LINEA-BLOQUEO.

       VALIDA-EMPLEADO.
            IF TX-CLAVE IS NOT NUMERIC
                MOVE 'ID DE EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CLAVE-BASE         TO WS-CK-BASE.
            CALL 'EXMCKDGR' USING WS-CK-BASE WS-CK-DV.
            IF TX-CLAVE-DV NOT = WS-CK-DV
                MOVE 'DIGITO DE CONTROL INVALIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CLAVE              TO BL-CLAVE.

      *    La cuenta es de 6 cifras, alineada a la derecha.
       VALIDA-CUENTA.
            IF TX-CLAVE IS NOT NUMERIC
               OR TX-CLAVE = ZEROES
               OR TX-CLAVE > 999999
                MOVE 'CUENTA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-CLAVE              TO BL-CLAVE.

       VALIDA-RANGO.
            MOVE TX-DESDE              TO WS-FECHA-TARJETA.
            PERFORM VALIDA-FECHA-TARJETA.
            IF NOT FECHA-VALIDA
                MOVE 'FECHA DESDE INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-HASTA              TO WS-FECHA-TARJETA.
            PERFORM VALIDA-FECHA-TARJETA.
            IF NOT FECHA-VALIDA
                MOVE 'FECHA HASTA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-HASTA < TX-DESDE
                MOVE 'RANGO DE FECHAS INVERTIDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-DESDE              TO BL-DESDE.
            MOVE TX-HASTA              TO BL-HASTA.

      *    El mismo objeto ya bloqueado por el mismo caso.
       VERIFICA-DUPLICADO.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                MOVE TBL-REGISTRO(WS-BL-IDX) TO BLOQUEO-REC
                IF BL-ABIERTO
                   AND BL-TIPO = WS-BLOQUEO-NUEVO(6:1)
                   AND BL-CLAVE = WS-BLOQUEO-NUEVO(7:7)
                   AND BL-DESDE = WS-BLOQUEO-NUEVO(14:8)
                   AND BL-HASTA = WS-BLOQUEO-NUEVO(22:8)
                   AND BL-CASO = WS-BLOQUEO-NUEVO(30:20)
                    MOVE 'BLOQUEO YA ABIERTO PARA ESTE CASO'
                                       TO WS-MOTIVO
                    EXIT PERFORM
                END-IF
            END-PERFORM.

      *    Levantamiento: el bloqueo queda en el fichero con quien
      *    lo levanto y cuando.
       LEVANTA-BLOQUEO.
            IF TX-NUMERO IS NOT NUMERIC
                MOVE 'NUMERO DE BLOQUEO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-BL-FILA.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                       OR WS-BL-FILA > ZEROES
                IF TBL-REGISTRO(WS-BL-IDX)(1:5) = TX-NUMERO
                    MOVE WS-BL-IDX     TO WS-BL-FILA
                END-IF
            END-PERFORM.
            IF WS-BL-FILA = ZEROES
                MOVE 'BLOQUEO INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TBL-REGISTRO(WS-BL-FILA) TO BLOQUEO-REC.
            IF NOT BL-ABIERTO
                MOVE 'BLOQUEO YA LEVANTADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'L'                   TO BL-ESTADO.
            MOVE WS-USUARIO-AUDIT      TO BL-LEVANTA.
            MOVE WS-FECHA-PROCESO      TO BL-FECHA-LEVANTA.
            MOVE BLOQUEO-REC           TO TBL-REGISTRO(WS-BL-FILA).
            SET BLOQUEOS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-LEVANTADOS.
            MOVE 'LEVANTADO'           TO WS-ESTADO-TEXTO.
            PERFORM LINEA-BLOQUEO.

       LINEA-BLOQUEO.
            PERFORM DESCRIBE-OBJETO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  BLOQUEO ' BL-NUMERO ' ' WS-ESTADO-TEXTO ' '
                   WS-OBJETO ' CASO ' BL-CASO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       DESCRIBE-OBJETO.
            MOVE SPACES                TO WS-OBJETO.
            EVALUATE TRUE
                WHEN BL-DE-EMPLEADO
                    STRING 'EMPLEADO ' BL-CLAVE
                           DELIMITED BY SIZE INTO WS-OBJETO
                    END-STRING
                WHEN BL-DE-CUENTA
                    STRING 'CUENTA ' BL-CLAVE(2:6)
                           DELIMITED BY SIZE INTO WS-OBJETO
                    END-STRING
                WHEN OTHER
                    STRING 'FECHAS ' BL-DESDE '-' BL-HASTA
                           DELIMITED BY SIZE INTO WS-OBJETO
                    END-STRING
            END-EVALUATE.

       RECHAZA-TARJETA.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:46) ' ***'.

      *    Bloqueos abiertos tras la baraja.
       IMPRIME-VIGENTES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'BLOQUEOS ABIERTOS' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                MOVE TBL-REGISTRO(WS-BL-IDX) TO BLOQUEO-REC
                IF BL-ABIERTO
                    ADD 1              TO WS-TOTAL-VIGENTES
                    PERFORM DESCRIBE-OBJETO
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '  BLOQUEO ' BL-NUMERO ' ' WS-OBJETO
                           ' CASO ' BL-CASO ' ABIERTO EL '
                           BL-FECHA-APERTURA ' POR ' BL-ABRE
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
            IF WS-TOTAL-VIGENTES = ZEROES
                MOVE '  NINGUNO'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS: ' WS-TOTAL-LEIDAS
                   '  ABIERTOS: ' WS-TOTAL-ABIERTOS
                   '  LEVANTADOS: ' WS-TOTAL-LEVANTADOS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   '  VIGENTES: ' WS-TOTAL-VIGENTES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CARGA-BLOQUEOS.
            OPEN INPUT BLOQUEO-FILE.
            IF WS-BLOQUEO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ BLOQUEO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF BL-NUMERO > WS-ULTIMO-NUMERO
                                MOVE BL-NUMERO TO WS-ULTIMO-NUMERO
                            END-IF
                            IF WS-TOTAL-BLOQUEOS < 3000
                                ADD 1 TO WS-TOTAL-BLOQUEOS
                                MOVE BLOQUEO-REC TO
                                  TBL-REGISTRO(WS-TOTAL-BLOQUEOS)
                            ELSE
                                SET BLOQUEOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BLOQUEO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-BLOQUEOS.
            OPEN OUTPUT BLOQUEO-FILE.
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                MOVE TBL-REGISTRO(WS-BL-IDX) TO BLOQUEO-REC
                WRITE BLOQUEO-REC
            END-PERFORM.
            CLOSE BLOQUEO-FILE.

      *    Regla de fechas del taller (VALIDA-FECHA-NACIMIENTO de
      *    EXM5): rango de mes, dias del mes y anyo bisiesto.
       VALIDA-FECHA-TARJETA.
            MOVE 'Y'                   TO WS-FECHA-VALIDA-SW.
            IF WS-FECHA-TARJETA IS NOT NUMERIC
                MOVE 'N'               TO WS-FECHA-VALIDA-SW
                EXIT PARAGRAPH
            END-IF.
            IF WS-FT-MES < 1 OR WS-FT-MES > 12
                MOVE 'N'               TO WS-FECHA-VALIDA-SW
            END-IF.
            IF FECHA-VALIDA
                EVALUATE WS-FT-MES
                    WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                    WHEN 10 WHEN 12
                        MOVE 31        TO DIAS-EN-MES
                    WHEN 4 WHEN 6 WHEN 9 WHEN 11
                        MOVE 30        TO DIAS-EN-MES
                    WHEN 2
                        IF FUNCTION MOD(WS-FT-ANYO, 400) = 0
                           OR (FUNCTION MOD(WS-FT-ANYO, 4) = 0 AND
                               FUNCTION MOD(WS-FT-ANYO, 100) NOT = 0)
                            MOVE 29    TO DIAS-EN-MES
                        ELSE
                            MOVE 28    TO DIAS-EN-MES
                        END-IF
                END-EVALUATE
                IF WS-FT-DIA < 1 OR WS-FT-DIA > DIAS-EN-MES
                    MOVE 'N'           TO WS-FECHA-VALIDA-SW
                END-IF
            END-IF.
