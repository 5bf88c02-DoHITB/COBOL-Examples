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
      * EXM144 - benefit plan enrollment.  Batch card deck against    *
      * BENAFIL.DAT (the enrollment history) with the plans and tiers *
      * of BENPLAN.DAT; the PARM is the keying user, recorded on      *
      * every row changed.  'A' + employee + plan + sequence + first  *
      * day + tier enrolls one person: sequence 00 is the employee,   *
      * who must be on PERSONA.DAT and not terminated and takes the   *
      * tier of the card ('E' employee only, 'P' with partner, 'F'    *
      * family); any other sequence is a dependent of DEPENDTS.DAT,   *
      * who joins under the employee's enrollment in the same plan in *
      * force on that day and inherits its tier, as long as the tier  *
      * has room ('E' none, 'P' one, 'F' any) and the dependent,      *
      * unless a spouse or partner (relationship CONYUGE or PAREJA),  *
      * is under the plan's age limit on the first day.  'B' +        *
      * employee + plan + sequence + last day ends the open           *
      * enrollment of that person; ending the employee's own row ends *
      * the dependents' open rows in the plan on the same day.  'N' + *
      * employee + plan + 00 + day + tier changes the employee's tier *
      * from that day: the open row ends the day before and a new one *
      * begins, and the new tier must hold the dependents covered     *
      * that day.  No first day may fall in a month already paid by a *
      * live run on NOMEJEC.DAT nor before the processing month, no   *
      * last day before the last day paid, and a person cannot hold   *
      * two enrollments in force in the same plan.  Rows ended before *
      * the previous year are purged.  EXM144.PRT logs every card and *
      * lists the enrollments in force on the processing date with    *
      * their premiums.  Return code 4 if any card is rejected, 16 if *
      * a file cannot be used.                                        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM144.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
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
           SELECT PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT AFILIACION-FILE ASSIGN TO "BENAFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFILIACION-STATUS.
           SELECT EJECUCION-FILE ASSIGN TO "NOMEJEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJECUCION-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM144.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'A' alta de una persona en un plan (empleado con su nivel,
      *    o dependiente bajo la afiliacion del empleado); 'B' fin de
      *    una afiliacion en vigor; 'N' cambio de nivel del empleado.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-AFILIACION REDEFINES TX-DATOS.
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-PLAN              PIC X(03).
              03 TX-SECUENCIA         PIC 9(02).
              03 TX-FECHA             PIC 9(08).
              03 TX-NIVEL             PIC X(01).
              03 FILLER               PIC X(58).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  DEPENDIENTE-FILE.
           COPY "depend.cpy".

       FD  PLAN-FILE.
           COPY "benplan.cpy".

       FD  AFILIACION-FILE.
           COPY "benafil.cpy".

       FD  EJECUCION-FILE.
           COPY "nomejec.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-DEPENDIENTE-STATUS      PIC X(02) VALUE '00'.
        01 WS-PLAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-AFILIACION-STATUS       PIC X(02) VALUE '00'.
        01 WS-EJECUCION-STATUS        PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-DEPENDTS-SW             PIC X(01) VALUE 'N'.
           88 DEPENDTS-ABIERTO                   VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-PROCESO.
           02 WS-FP-ANYO              PIC 9(04).
           02 WS-FP-MES               PIC 9(02).
           02 WS-FP-DIA               PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ALTAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-BAJAS             PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-NIVELES           PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Planes y niveles de BENPLAN.DAT.
        01 WS-TOTAL-PLANES            PIC 9(03) VALUE ZEROES.
        01 TABLA-PLANES.
           02 TPL-FILA OCCURS 100 TIMES.
              03 TPL-REGISTRO         PIC X(51).
        01 WS-PL-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-PL-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-PL-BUSCADO              PIC X(04) VALUE SPACES.
      *    Afiliaciones (BENAFIL.DAT completo, en orden de clave;
      *    se reescribe si cambia).  Se purgan las que acabaron
      *    antes del anyo anterior.
        01 WS-TOTAL-AFILIACIONES      PIC 9(04) VALUE ZEROES.
        01 TABLA-AFILIACIONES.
           02 TBA-FILA OCCURS 5000 TIMES.
              03 TBA-REGISTRO         PIC X(55).
        01 WS-BA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-BA-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-BA-TITULAR              PIC 9(04) VALUE ZEROES.
        01 WS-BA-OTRO                 PIC 9(04) VALUE ZEROES.
        01 WS-ANYO-PURGA              PIC 9(04) VALUE ZEROES.
        01 WS-AFILIACION-GUARDA       PIC X(55) VALUE SPACES.
        01 WS-AFILIACIONES-LLENO-SW   PIC X(01) VALUE 'N'.
           88 AFILIACIONES-LLENO                 VALUE 'Y'.
        01 WS-AFILIACIONES-CAMBIO-SW  PIC X(01) VALUE 'N'.
           88 AFILIACIONES-CAMBIADAS             VALUE 'Y'.
      *    Primer dia aun sin pagar por una nomina vigente: ni las
      *    altas ni los finales pueden caer en un mes ya cobrado.
        01 WS-PERIODO-CORTE           PIC 9(06) VALUE ZEROES.
        01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-MINIMA            PIC 9(08) VALUE ZEROES.
        01 WS-INT-DIA                 PIC 9(07) VALUE ZEROES.
        01 WS-CAL-FECHA               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-CAL-FECHA.
           02 WS-CAL-ANYO             PIC 9(04).
           02 WS-CAL-MES              PIC 9(02).
           02 WS-CAL-DIA              PIC 9(02).
        01 WS-CAL-SIGUIENTE           PIC 9(08) VALUE ZEROES.
        01 WS-CAL-DIAS                PIC 9(02) VALUE ZEROES.
        01 WS-FECHA-ANTERIOR          PIC 9(08) VALUE ZEROES.
      *    Persona de la tarjeta.
        01 WS-EMPLEADO                PIC 9(07) VALUE ZEROES.
        01 WS-NOMBRE-ACTUAL           PIC X(21) VALUE SPACES.
        01 WS-NIVEL                   PIC X(01) VALUE SPACES.
        01 WS-DEPENDIENTES            PIC 9(03) VALUE ZEROES.
        01 WS-EDAD                    PIC 9(03) VALUE ZEROES.
        01 WS-NACIMIENTO              PIC 9(08) VALUE ZEROES.
        01 WS-ESTADO-TEXTO            PIC X(12) VALUE SPACES.
        01 WS-ED-PRIMA                PIC Z(04)9.99.
        01 WS-TOTAL-EN-VIGOR          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-TITULARES         PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-ANYO-PURGA = WS-FP-ANYO - 1.

            PERFORM CARGA-PLANES.
            IF WS-TOTAL-PLANES = ZEROES
                DISPLAY '*** BENPLAN.DAT VACIO O INEXISTENTE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-AFILIACIONES.
            IF AFILIACIONES-LLENO
                DISPLAY '*** BENAFIL.DAT MAYOR QUE LA TABLA (5000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-EJECUCIONES.
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
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM144 - AFILIACIONES A PLANES DE BENEFICIOS  '
                   'FECHA PROCESO: ' WS-FECHA-PROCESO
                   '  USUARIO: ' WS-USUARIO-AUDIT
                   '  PRIMER DIA SIN PAGAR: ' WS-FECHA-MINIMA
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

            IF AFILIACIONES-CAMBIADAS
                PERFORM GRABA-AFILIACIONES
            END-IF.
            PERFORM IMPRIME-EN-VIGOR.
            CLOSE PERSONA-FILE.
            IF DEPENDTS-ABIERTO
                CLOSE DEPENDIENTE-FILE
            END-IF.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '     WS-TOTAL-LEIDAS.
            DISPLAY 'ALTAS: '               WS-TOTAL-ALTAS.
            DISPLAY 'BAJAS: '               WS-TOTAL-BAJAS.
            DISPLAY 'CAMBIOS DE NIVEL: '    WS-TOTAL-NIVELES.
            DISPLAY 'TARJETAS RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM144.PRT'.
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
                    PERFORM VALIDA-TARJETA
                    IF WS-MOTIVO = SPACES
                        PERFORM ALTA-AFILIACION
                    END-IF
                WHEN 'B'
                    PERFORM VALIDA-TARJETA
                    IF WS-MOTIVO = SPACES
                        PERFORM BAJA-AFILIACION
                    END-IF
                WHEN 'N'
                    PERFORM VALIDA-TARJETA
                    IF WS-MOTIVO = SPACES
                        PERFORM CAMBIA-NIVEL
                    END-IF
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    Comun a las tres tarjetas: empleado vivo, plan conocido
      *    y una fecha valida que no caiga en un mes ya pagado (un
      *    final puede ser el ultimo dia pagado).
       VALIDA-TARJETA.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
               OR TX-SECUENCIA IS NOT NUMERIC
                MOVE 'EMPLEADO O SECUENCIA NO NUMERICOS' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM LEE-EMPLEADO.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-PLAN               TO BP-PLAN.
            MOVE SPACES                TO BP-NIVEL.
            PERFORM BUSCA-PLAN.
            IF WS-PL-FILA = ZEROES
                MOVE 'PLAN INEXISTENTE EN BENPLAN.DAT' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA IS NOT NUMERIC
                MOVE 'FECHA NO NUMERICA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA              TO WS-CAL-FECHA.
            PERFORM VALIDA-FECHA.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-TIPO = 'B'
                IF TX-FECHA < WS-FECHA-CORTE
                    MOVE 'FECHA EN UN PERIODO YA PAGADO' TO WS-MOTIVO
                END-IF
            ELSE
                IF TX-FECHA < WS-FECHA-MINIMA
                    MOVE 'FECHA EN UN PERIODO YA PAGADO' TO WS-MOTIVO
                END-IF
            END-IF.

      *    Alta.  El empleado (secuencia 00) entra con el nivel de
      *    la tarjeta; un dependiente de DEPENDTS.DAT entra bajo la
      *    afiliacion en vigor del empleado al mismo plan, con su
      *    nivel, si el nivel admite uno mas y no ha llegado a la
      *    edad limite del plan.
       ALTA-AFILIACION.
            PERFORM BUSCA-SOLAPE.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-SECUENCIA = ZEROES
                MOVE TX-PLAN           TO BP-PLAN
                MOVE TX-NIVEL          TO BP-NIVEL
                PERFORM BUSCA-PLAN
                IF WS-PL-FILA = ZEROES
                    MOVE 'NIVEL SIN FILA EN BENPLAN.DAT' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                MOVE TX-NIVEL          TO WS-NIVEL
            ELSE
                PERFORM VALIDA-DEPENDIENTE
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TOTAL-AFILIACIONES >= 5000
                MOVE 'TABLA DE AFILIACIONES LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO BENAFIL-REC.
            MOVE TX-ID-EMPLEADO        TO BA-ID-EMPLEADO.
            MOVE TX-PLAN               TO BA-PLAN.
            MOVE TX-SECUENCIA          TO BA-SECUENCIA.
            MOVE TX-FECHA              TO BA-DESDE.
            MOVE WS-NIVEL              TO BA-NIVEL.
            MOVE ZEROES                TO BA-HASTA.
            MOVE WS-USUARIO-AUDIT      TO BA-USUARIO.
            MOVE WS-FECHA-PROCESO      TO BA-FECHA-CAMBIO.
            PERFORM INSERTA-AFILIACION.
            ADD 1                      TO WS-TOTAL-ALTAS.
            MOVE 'ALTA'                TO WS-ESTADO-TEXTO.
            PERFORM LINEA-AFILIACION.

      *    Fin de la afiliacion en vigor.  El fin de la del empleado
      *    cierra en la misma fecha las de sus dependientes en el
      *    plan; si alguno empieza despues, la tarjeta se rechaza.
       BAJA-AFILIACION.
            PERFORM BUSCA-EN-VIGOR.
            IF WS-BA-FILA = ZEROES
                MOVE 'SIN AFILIACION EN VIGOR AL PLAN' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA < BA-DESDE
                MOVE 'FIN ANTERIOR AL ALTA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-SECUENCIA = ZEROES
                PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                        UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                    MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                    IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                       AND BA-PLAN = TX-PLAN
                       AND NOT BA-ES-EMPLEADO AND BA-ABIERTA
                       AND BA-DESDE > TX-FECHA
                        MOVE 'DEPENDIENTE CON ALTA POSTERIOR AL FIN'
                                       TO WS-MOTIVO
                    END-IF
                END-PERFORM
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
                PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                        UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                    MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                    IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                       AND BA-PLAN = TX-PLAN
                       AND NOT BA-ES-EMPLEADO AND BA-ABIERTA
                        MOVE TX-FECHA  TO BA-HASTA
                        MOVE WS-USUARIO-AUDIT TO BA-USUARIO
                        MOVE WS-FECHA-PROCESO TO BA-FECHA-CAMBIO
                        MOVE BENAFIL-REC TO TBA-REGISTRO(WS-BA-IDX)
                        MOVE 'BAJA CON EL' TO WS-ESTADO-TEXTO
                        PERFORM LINEA-AFILIACION
                    END-IF
                END-PERFORM
                MOVE TBA-REGISTRO(WS-BA-FILA) TO BENAFIL-REC
            END-IF.
            MOVE TX-FECHA              TO BA-HASTA.
            MOVE WS-USUARIO-AUDIT      TO BA-USUARIO.
            MOVE WS-FECHA-PROCESO      TO BA-FECHA-CAMBIO.
            MOVE BENAFIL-REC           TO TBA-REGISTRO(WS-BA-FILA).
            SET AFILIACIONES-CAMBIADAS TO TRUE.
            ADD 1                      TO WS-TOTAL-BAJAS.
            MOVE 'BAJA'                TO WS-ESTADO-TEXTO.
            PERFORM LINEA-AFILIACION.

      *    Cambio de nivel del empleado desde la fecha: la fila en
      *    vigor acaba el dia antes y otra empieza con el nivel
      *    nuevo, que debe admitir los dependientes cubiertos ese
      *    dia.  Los dependientes siguen con el nivel nuevo.
       CAMBIA-NIVEL.
            IF TX-SECUENCIA NOT = ZEROES
                MOVE 'EL NIVEL SOLO CAMBIA EN LA SECUENCIA 00'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-PLAN               TO BP-PLAN.
            MOVE TX-NIVEL              TO BP-NIVEL.
            PERFORM BUSCA-PLAN.
            IF WS-PL-FILA = ZEROES
                MOVE 'NIVEL SIN FILA EN BENPLAN.DAT' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-EN-VIGOR.
            IF WS-BA-FILA = ZEROES
                MOVE 'SIN AFILIACION EN VIGOR AL PLAN' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF BA-NIVEL = TX-NIVEL
                MOVE 'YA TIENE ESE NIVEL' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-FECHA NOT > BA-DESDE
                MOVE 'CAMBIO NO POSTERIOR AL ALTA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CUENTA-DEPENDIENTES.
            IF (TX-NIVEL = 'E' AND WS-DEPENDIENTES > 0)
               OR (TX-NIVEL = 'P' AND WS-DEPENDIENTES > 1)
                MOVE 'EL NIVEL NO ADMITE LOS DEPENDIENTES CUBIERTOS'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-AFILIACIONES >= 5000
                MOVE 'TABLA DE AFILIACIONES LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-INT-DIA =
                    FUNCTION INTEGER-OF-DATE(TX-FECHA) - 1.
            COMPUTE WS-FECHA-ANTERIOR =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
            MOVE WS-FECHA-ANTERIOR     TO BA-HASTA.
            MOVE WS-USUARIO-AUDIT      TO BA-USUARIO.
            MOVE WS-FECHA-PROCESO      TO BA-FECHA-CAMBIO.
            MOVE BENAFIL-REC           TO TBA-REGISTRO(WS-BA-FILA).
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                   AND BA-PLAN = TX-PLAN
                   AND NOT BA-ES-EMPLEADO AND BA-ABIERTA
                    MOVE TX-NIVEL      TO BA-NIVEL
                    MOVE BENAFIL-REC   TO TBA-REGISTRO(WS-BA-IDX)
                END-IF
            END-PERFORM.
            MOVE SPACES                TO BENAFIL-REC.
            MOVE TX-ID-EMPLEADO        TO BA-ID-EMPLEADO.
            MOVE TX-PLAN               TO BA-PLAN.
            MOVE ZEROES                TO BA-SECUENCIA.
            MOVE TX-FECHA              TO BA-DESDE.
            MOVE TX-NIVEL              TO BA-NIVEL.
            MOVE ZEROES                TO BA-HASTA.
            MOVE WS-USUARIO-AUDIT      TO BA-USUARIO.
            MOVE WS-FECHA-PROCESO      TO BA-FECHA-CAMBIO.
            PERFORM INSERTA-AFILIACION.
            ADD 1                      TO WS-TOTAL-NIVELES.
            MOVE 'NIVEL NUEVO'         TO WS-ESTADO-TEXTO.
            PERFORM LINEA-AFILIACION.

      *    Dependiente de la tarjeta: en DEPENDTS.DAT, bajo una
      *    afiliacion del empleado al plan en vigor desde la fecha
      *    o antes, con sitio en su nivel y por debajo de la edad
      *    limite ese dia (el conyuge o la pareja no tienen limite).
      *    El nivel del empleado queda en WS-NIVEL.
       VALIDA-DEPENDIENTE.
            IF NOT DEPENDTS-ABIERTO
                MOVE 'DEPENDTS.DAT NO DISPONIBLE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO DP-ID-EMPLEADO.
            MOVE TX-SECUENCIA          TO DP-SECUENCIA.
            READ DEPENDIENTE-FILE
                INVALID KEY
                    MOVE 'DEPENDIENTE INEXISTENTE EN DEPENDTS.DAT'
                                       TO WS-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            MOVE ZEROES                TO WS-BA-TITULAR.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                   AND BA-PLAN = TX-PLAN AND BA-ES-EMPLEADO
                   AND BA-ABIERTA AND BA-DESDE NOT > TX-FECHA
                    MOVE WS-BA-IDX     TO WS-BA-TITULAR
                END-IF
            END-PERFORM.
            IF WS-BA-TITULAR = ZEROES
                MOVE 'EMPLEADO SIN AFILIACION AL PLAN EN ESA FECHA'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TBA-REGISTRO(WS-BA-TITULAR) TO BENAFIL-REC.
            MOVE BA-NIVEL              TO WS-NIVEL.
            PERFORM CUENTA-DEPENDIENTES.
            IF WS-NIVEL = 'E'
               OR (WS-NIVEL = 'P' AND WS-DEPENDIENTES > 0)
                MOVE 'EL NIVEL DEL EMPLEADO NO ADMITE MAS'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-PLAN               TO BP-PLAN.
            MOVE WS-NIVEL              TO BP-NIVEL.
            PERFORM BUSCA-PLAN.
            IF WS-PL-FILA = ZEROES
                MOVE 'NIVEL SIN FILA EN BENPLAN.DAT' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF DP-PARENTESCO(1:7) = 'CONYUGE'
               OR DP-PARENTESCO(1:6) = 'PAREJA'
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-FECHA              TO WS-CAL-FECHA.
            PERFORM CALCULA-EDAD.
            IF BP-EDAD-LIMITE NOT = ZEROES
               AND WS-EDAD NOT < BP-EDAD-LIMITE
                MOVE SPACES            TO WS-MOTIVO
                STRING 'EDAD ' WS-EDAD ' ALCANZA EL LIMITE DEL PLAN '
                       BP-EDAD-LIMITE
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
            END-IF.

      *    Edad del dependiente de DEPENDIENTE-REG en WS-CAL-FECHA.
       CALCULA-EDAD.
            COMPUTE WS-NACIMIENTO = DP-NAC-ANYO * 10000
                                  + DP-NAC-MES * 100 + DP-NAC-DIA.
            IF WS-NACIMIENTO > WS-CAL-FECHA
                MOVE ZEROES            TO WS-EDAD
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-EDAD = WS-CAL-ANYO - DP-NAC-ANYO.
            IF WS-CAL-FECHA(5:4) < WS-NACIMIENTO(5:4)
                SUBTRACT 1             FROM WS-EDAD
            END-IF.

      *    Dependientes del empleado cubiertos en el plan el dia de
      *    la tarjeta o despues.
       CUENTA-DEPENDIENTES.
            MOVE BENAFIL-REC           TO WS-AFILIACION-GUARDA.
            MOVE ZEROES                TO WS-DEPENDIENTES.
            PERFORM VARYING WS-BA-OTRO FROM 1 BY 1
                    UNTIL WS-BA-OTRO > WS-TOTAL-AFILIACIONES
                MOVE TBA-REGISTRO(WS-BA-OTRO) TO BENAFIL-REC
                IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                   AND BA-PLAN = TX-PLAN AND NOT BA-ES-EMPLEADO
                   AND (BA-ABIERTA OR BA-HASTA NOT < TX-FECHA)
                    ADD 1              TO WS-DEPENDIENTES
                END-IF
            END-PERFORM.
            MOVE WS-AFILIACION-GUARDA  TO BENAFIL-REC.

      *    Otra afiliacion de la misma persona al plan que siga en
      *    vigor el dia del alta o despues.
       BUSCA-SOLAPE.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                   AND BA-PLAN = TX-PLAN
                   AND BA-SECUENCIA = TX-SECUENCIA
                   AND (BA-ABIERTA OR BA-HASTA NOT < TX-FECHA)
                    STRING 'YA AFILIADO AL PLAN DESDE ' BA-DESDE
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                    EXIT PERFORM
                END-IF
            END-PERFORM.

      *    Fila abierta de la persona de la tarjeta en el plan; la
      *    deja en BENAFIL-REC.  Cero = no hay.
       BUSCA-EN-VIGOR.
            MOVE ZEROES                TO WS-BA-FILA.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                       OR WS-BA-FILA NOT = ZEROES
                MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                IF BA-ID-EMPLEADO = TX-ID-EMPLEADO
                   AND BA-PLAN = TX-PLAN
                   AND BA-SECUENCIA = TX-SECUENCIA
                   AND BA-ABIERTA
                    MOVE WS-BA-IDX     TO WS-BA-FILA
                END-IF
            END-PERFORM.

      *    Alta de BENAFIL-REC en su sitio por clave.
       INSERTA-AFILIACION.
            MOVE WS-TOTAL-AFILIACIONES TO WS-BA-FILA.
            ADD 1                      TO WS-BA-FILA.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                IF TBA-REGISTRO(WS-BA-IDX)(1:20) > BA-CLAVE
                    MOVE WS-BA-IDX     TO WS-BA-FILA
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-BA-IDX FROM WS-TOTAL-AFILIACIONES BY -1
                    UNTIL WS-BA-IDX < WS-BA-FILA
                MOVE TBA-REGISTRO(WS-BA-IDX) TO
                     TBA-REGISTRO(WS-BA-IDX + 1)
            END-PERFORM.
            MOVE BENAFIL-REC           TO TBA-REGISTRO(WS-BA-FILA).
            ADD 1                      TO WS-TOTAL-AFILIACIONES.
            SET AFILIACIONES-CAMBIADAS TO TRUE.

      *    Fila del plan y nivel de BP-CLAVE; con nivel en blanco,
      *    la primera del plan.  La deja en BENPLAN-REC.
       BUSCA-PLAN.
            MOVE BP-CLAVE              TO WS-PL-BUSCADO.
            MOVE ZEROES                TO WS-PL-FILA.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-TOTAL-PLANES
                       OR WS-PL-FILA NOT = ZEROES
                IF TPL-REGISTRO(WS-PL-IDX)(1:3) = WS-PL-BUSCADO(1:3)
                   AND (WS-PL-BUSCADO(4:1) = SPACE
                        OR TPL-REGISTRO(WS-PL-IDX)(4:1) =
                           WS-PL-BUSCADO(4:1))
                    MOVE WS-PL-IDX     TO WS-PL-FILA
                    MOVE TPL-REGISTRO(WS-PL-IDX) TO BENPLAN-REC
                END-IF
            END-PERFORM.

       LINEA-AFILIACION.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' WS-ESTADO-TEXTO ' ' BA-ID-EMPLEADO '-'
                   BA-SECUENCIA ' ' WS-NOMBRE-ACTUAL
                   ' PLAN ' BA-PLAN ' NIVEL ' BA-NIVEL
                   ' DESDE ' BA-DESDE ' HASTA ' BA-HASTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Empleado de WS-EMPLEADO en PERSONA-REC, vivo; su nombre
      *    en WS-NOMBRE-ACTUAL.
       LEE-EMPLEADO.
            MOVE WS-EMPLEADO           TO ID-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-ACTUAL.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            STRING NOMBRE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   P-APELLIDO DELIMITED BY SPACE
                   INTO WS-NOMBRE-ACTUAL
            END-STRING.
            IF P-TERMINADO AND TX-TIPO NOT = 'B'
                MOVE 'EMPLEADO DADO DE BAJA' TO WS-MOTIVO
            END-IF.

      *    Fecha de WS-CAL-FECHA valida en el calendario.
       VALIDA-FECHA.
            IF WS-CAL-ANYO < 1900 OR WS-CAL-MES < 1 OR WS-CAL-MES > 12
               OR WS-CAL-DIA < 1
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM DIAS-DEL-MES.
            IF WS-CAL-DIA > WS-CAL-DIAS
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
            END-IF.

      *    Dias del mes de WS-CAL-FECHA en WS-CAL-DIAS.
       DIAS-DEL-MES.
            IF WS-CAL-MES = 12
                COMPUTE WS-CAL-SIGUIENTE =
                        (WS-CAL-ANYO + 1) * 10000 + 101
            ELSE
                COMPUTE WS-CAL-SIGUIENTE =
                        WS-CAL-ANYO * 10000 + (WS-CAL-MES + 1) * 100
                        + 1
            END-IF.
            COMPUTE WS-CAL-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-CAL-SIGUIENTE)
                    - FUNCTION INTEGER-OF-DATE(
                      WS-CAL-ANYO * 10000 + WS-CAL-MES * 100 + 1).

       RECHAZA-TARJETA.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:30) ' ***'.

      *    Afiliaciones en vigor el dia de proceso, por empleado y
      *    plan, con las primas del nivel.
       IMPRIME-EN-VIGOR.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'AFILIACIONES EN VIGOR' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                IF BA-DESDE NOT > WS-FECHA-PROCESO
                   AND (BA-ABIERTA
                        OR BA-HASTA NOT < WS-FECHA-PROCESO)
                    ADD 1              TO WS-TOTAL-EN-VIGOR
                    MOVE SPACES        TO LINEA-REPORTE
                    IF BA-ES-EMPLEADO
                        ADD 1          TO WS-TOTAL-TITULARES
                        MOVE BA-PLAN   TO BP-PLAN
                        MOVE BA-NIVEL  TO BP-NIVEL
                        PERFORM BUSCA-PLAN
                        MOVE ZEROES    TO WS-ED-PRIMA
                        IF WS-PL-FILA NOT = ZEROES
                            MOVE BP-PRIMA-EMPLEADO TO WS-ED-PRIMA
                        END-IF
                        STRING '  ' BA-ID-EMPLEADO ' PLAN ' BA-PLAN
                               ' NIVEL ' BA-NIVEL ' DESDE ' BA-DESDE
                               '  PRIMA EMPLEADO ' WS-ED-PRIMA
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                        END-STRING
                        IF WS-PL-FILA NOT = ZEROES
                            MOVE BP-PRIMA-EMPRESA TO WS-ED-PRIMA
                            STRING '  PRIMA EMPRESA ' WS-ED-PRIMA
                                   DELIMITED BY SIZE
                                   INTO LINEA-REPORTE(75:40)
                            END-STRING
                        END-IF
                    ELSE
                        STRING '    DEPENDIENTE ' BA-SECUENCIA
                               ' PLAN ' BA-PLAN ' DESDE ' BA-DESDE
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                        END-STRING
                    END-IF
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
            IF WS-TOTAL-EN-VIGOR = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS: ' WS-TOTAL-LEIDAS
                   '  ALTAS: ' WS-TOTAL-ALTAS
                   '  BAJAS: ' WS-TOTAL-BAJAS
                   '  CAMBIOS DE NIVEL: ' WS-TOTAL-NIVELES
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   '  EN VIGOR: ' WS-TOTAL-EN-VIGOR
                   '  EMPLEADOS: ' WS-TOTAL-TITULARES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CARGA-PLANES.
            OPEN INPUT PLAN-FILE.
            IF WS-PLAN-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PLAN-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
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
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Se purgan las afiliaciones que acabaron antes del anyo
      *    anterior.
       CARGA-AFILIACIONES.
            OPEN INPUT AFILIACION-FILE.
            IF WS-AFILIACION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ AFILIACION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            PERFORM GUARDA-AFILIACION
                    END-READ
                END-PERFORM
                CLOSE AFILIACION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GUARDA-AFILIACION.
            IF NOT BA-ABIERTA AND BA-HASTA(1:4) < WS-ANYO-PURGA
                SET AFILIACIONES-CAMBIADAS TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-AFILIACIONES < 5000
                ADD 1                  TO WS-TOTAL-AFILIACIONES
                MOVE BENAFIL-REC       TO
                     TBA-REGISTRO(WS-TOTAL-AFILIACIONES)
            ELSE
                SET AFILIACIONES-LLENO TO TRUE
            END-IF.

       GRABA-AFILIACIONES.
            OPEN OUTPUT AFILIACION-FILE.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                    UNTIL WS-BA-IDX > WS-TOTAL-AFILIACIONES
                MOVE TBA-REGISTRO(WS-BA-IDX) TO BENAFIL-REC
                WRITE BENAFIL-REC
            END-PERFORM.
            CLOSE AFILIACION-FILE.

      *    Ultimo periodo con una nomina vigente y el ultimo dia de
      *    ese mes.  Las altas empiezan en el mes de proceso y
      *    despues de ese dia.
       CARGA-EJECUCIONES.
            OPEN INPUT EJECUCION-FILE.
            IF WS-EJECUCION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ EJECUCION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF NE-VIGENTE
                               AND NE-PERIODO > WS-PERIODO-CORTE
                                MOVE NE-PERIODO TO WS-PERIODO-CORTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EJECUCION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            MOVE ZEROES                TO WS-FECHA-CORTE.
            IF WS-PERIODO-CORTE NOT = ZEROES
                COMPUTE WS-CAL-FECHA = WS-PERIODO-CORTE * 100 + 1
                PERFORM DIAS-DEL-MES
                COMPUTE WS-FECHA-CORTE =
                        WS-PERIODO-CORTE * 100 + WS-CAL-DIAS
            END-IF.
            COMPUTE WS-FECHA-MINIMA =
                    WS-FP-ANYO * 10000 + WS-FP-MES * 100 + 1.
            IF WS-FECHA-MINIMA NOT > WS-FECHA-CORTE
                COMPUTE WS-INT-DIA =
                        FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE) + 1
                COMPUTE WS-FECHA-MINIMA =
                        FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
            END-IF.
