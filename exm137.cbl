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
      * EXM137 - daily collection of the clock terminals' punches     *
      * into the monthly hours feed, replacing the HORASTRB.DAT cards *
      * keyed by hand from paper timesheets.  Every night the day's   *
      * export FICHAJES.DAT (copybooks/fichaje.cpy) is checked and    *
      * merged into the punch history FICHHIST.DAT: a punch of an     *
      * employee not on PERSONA.DAT, with a bad date or time, dated   *
      * after the processing date or before the previous month is     *
      * listed and dropped; a punch the terminal sends again is       *
      * ignored.  SYSIN carries the supervisors' corrections, the     *
      * keying user in the PARM.  'A' + employee + date + time +      *
      * direction + supervisor adds a forgotten punch, 'B' with the   *
      * same fields strikes out a wrong one (the row stays in the     *
      * history marked 'B').  The supervisor needs level 'A'          *
      * (EXMSIGN) and may be neither the keying user nor the employee *
      * corrected.  The punches are then paired: an in punch closes   *
      * with the employee's next out punch within WS-TOPE-TURNO       *
      * minutes and the shift counts on the day it began, past        *
      * midnight too.  An in punch with no out, an out punch with no  *
      * in and a second in punch while a shift is open (overlapping   *
      * shifts) are exceptions: they are listed for the supervisors   *
      * with the employee's name and do not count until corrected; an *
      * in punch of yesterday or today still open is a shift in       *
      * progress.  Each day's hours are split with EXMBDAY and        *
      * FESTIVOS.DAT: on a working day up to WS-JORNADA-MIN are       *
      * normal hours and the rest overtime, on a Saturday, Sunday or  *
      * holiday all are weekend/holiday hours.  The report closes     *
      * with the month to date by employee.  An 'M' + period card     *
      * (the current or the previous month) writes HORASTRB.DAT for   *
      * that month with the shop HDR/TRL, one card per employee who   *
      * punched, for EXM83 and EXM29 as they stand: hours are the     *
      * hours worked plus the shortfall against the expected hours    *
      * (working days of the month, from the hire date when hired in  *
      * it, times the working day), absence is that shortfall, so     *
      * EXM29 pays the hours worked and the absence rolls to VACSALDO *
      * as before.  The normal, overtime and weekend/holiday hours    *
      * ride in the card's trailing FILLER, which neither program     *
      * reads.  Terminated employees get no card.  'H' + employee +   *
      * hours + absence + supervisor, after the 'M', adds a           *
      * hand-keyed card for someone who does not punch.  RC 4 with    *
      * exceptions open or a punch or card refused, RC 16 without     *
      * PERSONA.DAT or when a table overflows.                        *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM137.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORTA-FILE ASSIGN TO "FICHAJES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORTA-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "FICHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
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
           SELECT USUARIO-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIO-STATUS.
           SELECT HORAS-FILE ASSIGN TO "HORASTRB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM137.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Exportacion diaria de los terminales: los 24 primeros
      *    bytes de FICHAJE-REC.
       FD  EXPORTA-FILE.
        01 EXPORTA-REC                PIC X(50).

       FD  HISTORIA-FILE.
        01 HISTORIA-REC               PIC X(50).

      *    'A' anade un fichaje olvidado y 'B' anula uno erroneo,
      *    con el supervisor que responde al final; 'M' pide el
      *    HORASTRB.DAT del periodo; 'H' tarjeta a mano para quien
      *    no ficha (solo detras de la 'M').
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-FICHAJE REDEFINES TX-DATOS.
              03 TX-CLAVE             PIC X(20).
              03 TX-SUPERVISOR        PIC X(08).
              03 FILLER               PIC X(51).
           02 TX-CIERRE REDEFINES TX-DATOS.
              03 TX-PERIODO           PIC 9(06).
              03 FILLER               PIC X(73).
           02 TX-MANUAL REDEFINES TX-DATOS.
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-HORAS             PIC 9(03).
              03 TX-AUSENCIA          PIC 9(03).
              03 TX-SUPERVISOR-MANUAL PIC X(08).
              03 FILLER               PIC X(58).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  USUARIO-FILE.
           COPY "usuario.cpy".

      *    Tarjeta de HORASTRB (24 bytes, la misma que leen EXM83 y
      *    EXM29).  El desglose va en el FILLER de cola de la
      *    tarjeta, que ninguno de los dos lee.
       FD  HORAS-FILE.
        01 HORAS-REC.
           02 HT-ID-EMPLEADO          PIC 9(07).
           02 HT-HORAS                PIC 9(03).
           02 HT-HORAS-AUSENCIA       PIC 9(03).
           02 HT-DESGLOSE.
              03 HT-HORAS-NORMALES    PIC 9(03).
              03 HT-HORAS-EXTRA       PIC 9(03).
              03 HT-HORAS-FESTIVAS    PIC 9(03).
           02 FILLER                  PIC X(02).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-EXPORTA-STATUS          PIC X(02) VALUE '00'.
        01 WS-HISTORIA-STATUS         PIC X(02) VALUE '00'.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-HORAS-STATUS            PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-HISTORIA-EOF-SW         PIC X(01) VALUE 'N'.
           88 FIN-HISTORIA                       VALUE 'Y'.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-USUARIO-AUDIT           PIC X(08) VALUE 'BATCH   '.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-FECHA-PROCESO.
           02 WS-FP-ANYO              PIC 9(04).
           02 WS-FP-MES               PIC 9(02).
           02 WS-FP-DIA               PIC 9(02).
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 WS-PERIODO-ANTERIOR        PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO-ANTERIOR.
           02 WS-PA-ANYO              PIC 9(04).
           02 WS-PA-MES               PIC 9(02).
      *    Se guardan los fichajes desde el dia 1 del mes pasado.
        01 WS-FECHA-MINIMA            PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-AYER              PIC 9(08) VALUE ZEROES.
        01 WS-INT-DIA                 PIC 9(07) VALUE ZEROES.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Jornada ordinaria de un dia laborable y tope de un turno
      *    (minutos): una salida a mas distancia de su entrada no
      *    la cierra.
        01 WS-JORNADA-MIN             PIC 9(04) VALUE 480.
        01 WS-TOPE-TURNO              PIC 9(04) VALUE 960.
      *    Limite plausible de horas del mes (el mismo de EXM83).
        01 WS-MAX-HORAS               PIC 9(03) VALUE 300.
      *    Fichajes nuevos de la exportacion, ordenados por clave.
        01 WS-TOTAL-NUEVOS            PIC 9(04) VALUE ZEROES.
        01 TABLA-NUEVOS.
           02 TNU-FILA OCCURS 5000 TIMES.
              03 TNU-CLAVE            PIC X(20).
              03 TNU-RESTO            PIC X(30).
        01 WS-NU-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-NU-POS                  PIC 9(04) VALUE ZEROES.
      *    Historia de fichajes (FICHHIST.DAT con los nuevos
      *    fundidos), en orden de empleado, fecha, hora y sentido.
        01 WS-TOTAL-FICHAJES          PIC 9(05) VALUE ZEROES.
        01 TABLA-FICHAJES.
           02 TFI-FILA OCCURS 20000 TIMES.
              03 TFI-CLAVE            PIC X(20).
              03 TFI-RESTO            PIC X(30).
        01 WS-FI-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-FI-FILA                 PIC 9(05) VALUE ZEROES.
        01 WS-FI-POS                  PIC 9(05) VALUE ZEROES.
        01 WS-FI-INCIDENCIA           PIC 9(05) VALUE ZEROES.
        01 WS-FICHAJES-LLENO-SW       PIC X(01) VALUE 'N'.
           88 FICHAJES-LLENO                     VALUE 'Y'.
        01 WS-HISTORIA-FILA           PIC X(50) VALUE SPACES.
        01 WS-HISTORIA-CLAVE REDEFINES WS-HISTORIA-FILA.
           02 WS-HC-CLAVE             PIC X(20).
           02 FILLER                  PIC X(22).
           02 WS-HC-FECHA-CARGA       PIC 9(08).
        01 WS-FILA-DE-HISTORIA-SW     PIC X(01) VALUE 'N'.
           88 FILA-DE-HISTORIA                   VALUE 'Y'.
      *    Empleado enlazado a cada operador (USUARIOS.DAT).
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TUS-FILA OCCURS 500 TIMES.
              03 TUS-USUARIO          PIC X(08).
              03 TUS-ID-EMPLEADO      PIC 9(07).
        01 WS-US-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-APRUEBA                 PIC X(08) VALUE SPACES.
        01 WS-APRUEBA-EMPLEADO        PIC 9(07) VALUE ZEROES.
        01 WS-SUPERVISADO             PIC 9(07) VALUE ZEROES.
      *    Cierre pedido con la tarjeta 'M' y tarjetas a mano.
        01 WS-CIERRE-SW               PIC X(01) VALUE 'N'.
           88 CIERRE-PEDIDO                      VALUE 'Y'.
        01 WS-PERIODO-CIERRE          PIC 9(06) VALUE ZEROES.
        01 FILLER REDEFINES WS-PERIODO-CIERRE.
           02 WS-PC-ANYO              PIC 9(04).
           02 WS-PC-MES               PIC 9(02).
        01 WS-TOTAL-MANUALES          PIC 9(03) VALUE ZEROES.
        01 TABLA-MANUALES.
           02 TMA-FILA OCCURS 500 TIMES.
              03 TMA-ID-EMPLEADO      PIC 9(07).
              03 TMA-HORAS            PIC 9(03).
              03 TMA-AUSENCIA         PIC 9(03).
              03 TMA-SUPERVISOR       PIC X(08).
        01 WS-MA-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-MA-POS                  PIC 9(03) VALUE ZEROES.
      *    Acumulado por empleado y mes de los turnos emparejados
      *    (minutos) y de las incidencias abiertas.
        01 WS-TOTAL-MESES             PIC 9(04) VALUE ZEROES.
        01 TABLA-MESES.
           02 TME-FILA OCCURS 4000 TIMES.
              03 TME-ID-EMPLEADO      PIC 9(07).
              03 TME-PERIODO          PIC 9(06).
              03 TME-DIAS             PIC 9(02).
              03 TME-NORMAL           PIC 9(06).
              03 TME-EXTRA            PIC 9(06).
              03 TME-FESTIVO          PIC 9(06).
              03 TME-INCIDENCIAS      PIC 9(03).
        01 WS-ME-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-ME-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-ME-PRIMERO              PIC 9(04) VALUE ZEROES.
        01 WS-BUSCA-PERIODO           PIC 9(06) VALUE ZEROES.
        01 WS-MESES-LLENO-SW          PIC X(01) VALUE 'N'.
           88 MESES-LLENO                        VALUE 'Y'.
      *    Emparejamiento: turno abierto y dia en curso.
        01 WS-EMPLEADO-ACTUAL         PIC 9(07) VALUE ZEROES.
        01 WS-ABIERTO                 PIC 9(05) VALUE ZEROES.
        01 WS-FECHA-ABIERTO           PIC 9(08) VALUE ZEROES.
        01 WS-MINUTO-ABIERTO          PIC 9(11) VALUE ZEROES.
        01 WS-MINUTO                  PIC 9(11) VALUE ZEROES.
        01 WS-FECHA-FICHAJE           PIC 9(08) VALUE ZEROES.
        01 WS-MINUTOS-TURNO           PIC 9(11) VALUE ZEROES.
        01 WS-DIA-ACTUAL              PIC 9(08) VALUE ZEROES.
        01 WS-DIA-MINUTOS             PIC 9(05) VALUE ZEROES.
        01 WS-NOMBRE-ACTUAL           PIC X(21) VALUE SPACES.
      *    Calendario: dias del mes y laborables ya preguntados a
      *    EXMBDAY.
        01 WS-CAL-FECHA               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-CAL-FECHA.
           02 WS-CAL-ANYO             PIC 9(04).
           02 WS-CAL-MES              PIC 9(02).
           02 WS-CAL-DIA              PIC 9(02).
        01 WS-CAL-SIGUIENTE           PIC 9(08) VALUE ZEROES.
        01 WS-CAL-DIAS                PIC 9(02) VALUE ZEROES.
        01 WS-TOTAL-DIAS              PIC 9(03) VALUE ZEROES.
        01 TABLA-DIAS.
           02 TDI-FILA OCCURS 100 TIMES.
              03 TDI-FECHA            PIC 9(08).
              03 TDI-LABORABLE        PIC X(01).
        01 WS-DI-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-BD-FUNCION              PIC X(01) VALUE SPACES.
        01 WS-BD-DIA                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE            PIC X(01) VALUE SPACES.
      *    Tarjeta del cierre.
        01 WS-DIA-INICIO              PIC 9(02) VALUE ZEROES.
        01 WS-DIA-FIN                 PIC 9(02) VALUE ZEROES.
        01 WS-DIA                     PIC 9(02) VALUE ZEROES.
        01 WS-PERIODO-ALTA            PIC 9(06) VALUE ZEROES.
        01 WS-DIAS-LABORABLES         PIC 9(02) VALUE ZEROES.
        01 WS-ESPERADO-MIN            PIC 9(06) VALUE ZEROES.
        01 WS-AUSENCIA-MIN            PIC 9(06) VALUE ZEROES.
        01 WS-HORAS-CALC              PIC 9(05) VALUE ZEROES.
        01 WS-OBSERVACION             PIC X(30) VALUE SPACES.
        01 WS-HT-REGISTROS            PIC 9(08) VALUE ZEROES.
        01 WS-HT-HASH                 PIC 9(13) VALUE ZEROES.
        01 WS-HT-HORAS-TOTAL          PIC 9(07) VALUE ZEROES.
        01 WS-HT-RELOJ                PIC 9(05) VALUE ZEROES.
        01 WS-HT-MANUALES             PIC 9(05) VALUE ZEROES.
        01 WS-HT-OMITIDAS             PIC 9(05) VALUE ZEROES.
        01 WS-HT-INCIDENCIAS          PIC 9(05) VALUE ZEROES.
      *    Contadores.
        01 WS-TOTAL-EXPORTADOS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADOS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DUPLICADOS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CARGADOS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PURGADOS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ANADIDOS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-ANULADOS          PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-TARJ-RECHAZADAS   PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-INCIDENCIAS       PIC 9(06) VALUE ZEROES.
        01 WS-TURNOS-ABIERTOS         PIC 9(06) VALUE ZEROES.
        01 WS-ED-DIAS                 PIC Z9.
        01 WS-ED-NORMAL               PIC Z(03)9.99.
        01 WS-ED-EXTRA                PIC Z(03)9.99.
        01 WS-ED-FESTIVO              PIC Z(03)9.99.
        01 WS-ED-ESPERADO             PIC Z(03)9.99.
           COPY "fichaje.cpy".
           COPY "hdrtrl.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.
            MOVE WS-PERIODO            TO WS-PERIODO-ANTERIOR.
            IF WS-PA-MES = 1
                SUBTRACT 1             FROM WS-PA-ANYO
                MOVE 12                TO WS-PA-MES
            ELSE
                SUBTRACT 1             FROM WS-PA-MES
            END-IF.
            COMPUTE WS-FECHA-MINIMA = WS-PERIODO-ANTERIOR * 100 + 1.
            COMPUTE WS-INT-DIA =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) - 1.
            COMPUTE WS-FECHA-AYER =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DIA).

            PERFORM CARGA-USUARIOS.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM137 - FICHAJES DEL RELOJ  FECHA PROCESO: '
                   WS-FECHA-PROCESO '  USUARIO: ' WS-USUARIO-AUDIT
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM CARGA-EXPORTACION.
            PERFORM FUNDE-HISTORIA.
            IF FICHAJES-LLENO
                DISPLAY '*** FICHHIST.DAT MAYOR QUE LA TABLA (20000) - '
                        'NO SE REESCRIBE ***'
                MOVE '*** FICHHIST.DAT MAYOR QUE LA TABLA - CANCELADO'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                CLOSE REPORTE-FILE
                CLOSE PERSONA-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'CORRECCIONES DE LOS SUPERVISORES'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            OPEN INPUT ENTRADA-FILE.
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
            PERFORM GRABA-HISTORIA.

            PERFORM EMPAREJA-FICHAJES.
            IF MESES-LLENO
                DISPLAY '*** MAS EMPLEADOS-MES QUE LA TABLA (4000) ***'
                MOVE '*** MAS EMPLEADOS-MES QUE LA TABLA - CANCELADO'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                CLOSE REPORTE-FILE
                CLOSE PERSONA-FILE
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM IMPRIME-RESUMEN.
            IF CIERRE-PEDIDO
                PERFORM GENERA-HORASTRB
            END-IF.
            CLOSE PERSONA-FILE.

            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADOS > 0
               OR WS-TOTAL-TARJ-RECHAZADAS > 0
               OR WS-TOTAL-INCIDENCIAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'FICHAJES EXPORTADOS: '  WS-TOTAL-EXPORTADOS.
            DISPLAY 'FICHAJES CARGADOS: '    WS-TOTAL-CARGADOS.
            DISPLAY 'FICHAJES RECHAZADOS: '  WS-TOTAL-RECHAZADOS.
            DISPLAY 'CORRECCIONES RECHAZADAS: '
                    WS-TOTAL-TARJ-RECHAZADAS.
            DISPLAY 'INCIDENCIAS ABIERTAS: ' WS-TOTAL-INCIDENCIAS.
            IF CIERRE-PEDIDO
                DISPLAY 'HORASTRB.DAT ' WS-PERIODO-CIERRE ': '
                        WS-HT-REGISTROS ' TARJETAS'
            END-IF.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM137.PRT'.
            STOP RUN.

      *    Exportacion del dia: cada fichaje valido entra en la
      *    tabla de nuevos en su sitio; los repetidos (el terminal
      *    reenvia) se cuentan y se ignoran.
       CARGA-EXPORTACION.
            MOVE 'FICHAJES RECIBIDOS DE LOS TERMINALES'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            OPEN INPUT EXPORTA-FILE.
            IF WS-EXPORTA-STATUS NOT = '00'
                MOVE '  SIN EXPORTACION DE LOS TERMINALES HOY'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ EXPORTA-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        ADD 1          TO WS-TOTAL-EXPORTADOS
                        PERFORM TRATA-EXPORTADO
                END-READ
            END-PERFORM.
            CLOSE EXPORTA-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  LEIDOS: ' WS-TOTAL-EXPORTADOS
                   '  RECHAZADOS: ' WS-TOTAL-RECHAZADOS
                   '  REPETIDOS: ' WS-TOTAL-DUPLICADOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       TRATA-EXPORTADO.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE EXPORTA-REC           TO FICHAJE-REC.
            MOVE 'T'                   TO FI-ORIGEN.
            MOVE SPACE                 TO FI-ESTADO.
            MOVE SPACES                TO FI-USUARIO.
            MOVE WS-FECHA-PROCESO      TO FI-FECHA-CARGA.
            PERFORM VALIDA-FICHAJE.
            IF WS-MOTIVO = SPACES
                IF WS-TOTAL-NUEVOS >= 5000
                    MOVE 'EXPORTACION MAYOR QUE LA TABLA (5000)'
                                       TO WS-MOTIVO
                ELSE
                    PERFORM INSERTA-NUEVO
                END-IF
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                ADD 1                  TO WS-TOTAL-RECHAZADOS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** RECHAZADO: ' EXPORTA-REC(1:24) ' - '
                       WS-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

       INSERTA-NUEVO.
            MOVE WS-TOTAL-NUEVOS       TO WS-NU-POS.
            PERFORM UNTIL WS-NU-POS = ZEROES
                IF TNU-CLAVE(WS-NU-POS) NOT > FI-CLAVE
                    EXIT PERFORM
                END-IF
                SUBTRACT 1             FROM WS-NU-POS
            END-PERFORM.
            IF WS-NU-POS > ZEROES
                IF TNU-CLAVE(WS-NU-POS) = FI-CLAVE
                    ADD 1              TO WS-TOTAL-DUPLICADOS
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM VARYING WS-NU-IDX FROM WS-TOTAL-NUEVOS BY -1
                    UNTIL WS-NU-IDX = WS-NU-POS
                MOVE TNU-FILA(WS-NU-IDX) TO TNU-FILA(WS-NU-IDX + 1)
            END-PERFORM.
            ADD 1                      TO WS-NU-POS.
            MOVE FICHAJE-REC           TO TNU-FILA(WS-NU-POS).
            ADD 1                      TO WS-TOTAL-NUEVOS.

      *    Historia y nuevos, los dos en orden de clave, se funden
      *    en la tabla.  Un nuevo con la clave de una fila de la
      *    historia es un reenvio y no entra, tampoco si la fila
      *    esta anulada.  Los fichajes anteriores al mes pasado se
      *    purgan.
       FUNDE-HISTORIA.
            OPEN INPUT HISTORIA-FILE.
            IF WS-HISTORIA-STATUS NOT = '00'
                SET FIN-HISTORIA       TO TRUE
            ELSE
                PERFORM LEE-HISTORIA
            END-IF.
            MOVE 1                     TO WS-NU-IDX.
            PERFORM UNTIL FIN-HISTORIA
                      AND WS-NU-IDX > WS-TOTAL-NUEVOS
                MOVE 'N'               TO WS-FILA-DE-HISTORIA-SW
                IF NOT FIN-HISTORIA
                    IF WS-NU-IDX > WS-TOTAL-NUEVOS
                        SET FILA-DE-HISTORIA TO TRUE
                    ELSE
                        IF WS-HC-CLAVE = TNU-CLAVE(WS-NU-IDX)
                            ADD 1      TO WS-TOTAL-DUPLICADOS
                            ADD 1      TO WS-NU-IDX
                        END-IF
                        IF WS-NU-IDX > WS-TOTAL-NUEVOS
                            SET FILA-DE-HISTORIA TO TRUE
                        ELSE
                            IF WS-HC-CLAVE < TNU-CLAVE(WS-NU-IDX)
                                SET FILA-DE-HISTORIA TO TRUE
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF FILA-DE-HISTORIA
                    MOVE WS-HISTORIA-FILA TO FICHAJE-REC
                    IF FI-FECHA < WS-FECHA-MINIMA
                        ADD 1          TO WS-TOTAL-PURGADOS
                    ELSE
                        PERFORM APUNTA-FICHAJE
                    END-IF
                    PERFORM LEE-HISTORIA
                ELSE
                    MOVE TNU-FILA(WS-NU-IDX) TO FICHAJE-REC
                    PERFORM APUNTA-FICHAJE
                    ADD 1              TO WS-TOTAL-CARGADOS
                    ADD 1              TO WS-NU-IDX
                END-IF
            END-PERFORM.
            IF WS-HISTORIA-STATUS = '00' OR WS-HISTORIA-STATUS = '10'
                CLOSE HISTORIA-FILE
            END-IF.

       LEE-HISTORIA.
            READ HISTORIA-FILE INTO WS-HISTORIA-FILA
                AT END
                    SET FIN-HISTORIA   TO TRUE
            END-READ.

       APUNTA-FICHAJE.
            IF WS-TOTAL-FICHAJES >= 20000
                SET FICHAJES-LLENO     TO TRUE
            ELSE
                ADD 1                  TO WS-TOTAL-FICHAJES
                MOVE FICHAJE-REC       TO TFI-FILA(WS-TOTAL-FICHAJES)
            END-IF.

       GRABA-HISTORIA.
            OPEN OUTPUT HISTORIA-FILE.
            PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                    UNTIL WS-FI-IDX > WS-TOTAL-FICHAJES
                MOVE TFI-FILA(WS-FI-IDX) TO HISTORIA-REC
                WRITE HISTORIA-REC
            END-PERFORM.
            CLOSE HISTORIA-FILE.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            EVALUATE TX-TIPO
                WHEN 'A'
                    PERFORM ANADE-FICHAJE
                WHEN 'B'
                    PERFORM ANULA-FICHAJE
                WHEN 'M'
                    PERFORM PIDE-CIERRE
                WHEN 'H'
                    PERFORM TARJETA-MANUAL
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                ADD 1                  TO WS-TOTAL-TARJ-RECHAZADAS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '    *** RECHAZADA: ' WS-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:29)
                        ' ***'
            END-IF.

      *    Fichaje olvidado: entra como correccion con el
      *    supervisor.  Si la misma clave estaba anulada, revive.
       ANADE-FICHAJE.
            MOVE SPACES                TO FICHAJE-REC.
            MOVE TX-CLAVE              TO FI-CLAVE.
            PERFORM VALIDA-FICHAJE.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-SUPERVISOR         TO WS-APRUEBA.
            MOVE FI-ID-EMPLEADO        TO WS-SUPERVISADO.
            PERFORM VALIDA-SUPERVISOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-FICHAJE.
            IF WS-FI-FILA NOT = ZEROES
                MOVE TFI-FILA(WS-FI-FILA) TO FICHAJE-REC
                IF FI-VIGENTE
                    MOVE 'EL FICHAJE YA EXISTE' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF WS-TOTAL-FICHAJES >= 20000
                    MOVE 'TABLA DE FICHAJES LLENA' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                PERFORM VARYING WS-FI-IDX FROM WS-TOTAL-FICHAJES
                        BY -1 UNTIL WS-FI-IDX = WS-FI-POS
                    MOVE TFI-FILA(WS-FI-IDX)
                                       TO TFI-FILA(WS-FI-IDX + 1)
                END-PERFORM
                ADD 1                  TO WS-TOTAL-FICHAJES
                COMPUTE WS-FI-FILA = WS-FI-POS + 1
                MOVE SPACES            TO FI-TERMINAL
            END-IF.
            MOVE 'C'                   TO FI-ORIGEN.
            MOVE SPACE                 TO FI-ESTADO.
            MOVE WS-APRUEBA            TO FI-USUARIO.
            MOVE WS-FECHA-PROCESO      TO FI-FECHA-CARGA.
            MOVE FICHAJE-REC           TO TFI-FILA(WS-FI-FILA).
            ADD 1                      TO WS-TOTAL-ANADIDOS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '    FICHAJE ANADIDO - ' FI-ID-EMPLEADO ' '
                   FI-FECHA ' ' FI-HH ':' FI-MM ' ' FI-SENTIDO
                   ' - SUPERVISOR ' WS-APRUEBA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Fichaje erroneo: queda en la historia marcado 'B'.
       ANULA-FICHAJE.
            MOVE SPACES                TO FICHAJE-REC.
            MOVE TX-CLAVE              TO FI-CLAVE.
            PERFORM VALIDA-FICHAJE.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-SUPERVISOR         TO WS-APRUEBA.
            MOVE FI-ID-EMPLEADO        TO WS-SUPERVISADO.
            PERFORM VALIDA-SUPERVISOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCA-FICHAJE.
            IF WS-FI-FILA = ZEROES
                MOVE 'FICHAJE NO ENCONTRADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TFI-FILA(WS-FI-FILA)  TO FICHAJE-REC.
            IF FI-ANULADO
                MOVE 'FICHAJE YA ANULADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B'                   TO FI-ESTADO.
            MOVE WS-APRUEBA            TO FI-USUARIO.
            MOVE WS-FECHA-PROCESO      TO FI-FECHA-CARGA.
            MOVE FICHAJE-REC           TO TFI-FILA(WS-FI-FILA).
            ADD 1                      TO WS-TOTAL-ANULADOS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '    FICHAJE ANULADO - ' FI-ID-EMPLEADO ' '
                   FI-FECHA ' ' FI-HH ':' FI-MM ' ' FI-SENTIDO
                   ' - SUPERVISOR ' WS-APRUEBA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Cierre del mes: el periodo ha de tener sus fichajes
      *    guardados (el mes pasado o el actual).
       PIDE-CIERRE.
            IF CIERRE-PEDIDO
                MOVE 'CIERRE YA PEDIDO EN ESTA EJECUCION' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-PERIODO IS NOT NUMERIC
                MOVE 'PERIODO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-PERIODO NOT = WS-PERIODO
               AND TX-PERIODO NOT = WS-PERIODO-ANTERIOR
                MOVE 'PERIODO SIN FICHAJES GUARDADOS' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-PERIODO            TO WS-PERIODO-CIERRE.
            SET CIERRE-PEDIDO          TO TRUE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '    SE GENERA HORASTRB.DAT DEL PERIODO '
                   WS-PERIODO-CIERRE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Tarjeta a mano para quien no ficha; se comprueba en el
      *    cierre que el empleado no tenga fichajes en el mes.
       TARJETA-MANUAL.
            IF NOT CIERRE-PEDIDO
                MOVE 'TARJETA H SIN TARJETA M ANTES' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
                MOVE 'EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
                    EXIT PARAGRAPH
            END-READ.
            IF P-TERMINADO
                MOVE 'EMPLEADO DADO DE BAJA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-HORAS IS NOT NUMERIC OR TX-AUSENCIA IS NOT NUMERIC
               OR TX-HORAS > WS-MAX-HORAS
               OR TX-AUSENCIA > TX-HORAS
                MOVE 'HORAS O AUSENCIA INVALIDAS' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-SUPERVISOR-MANUAL  TO WS-APRUEBA.
            MOVE TX-ID-EMPLEADO        TO WS-SUPERVISADO.
            PERFORM VALIDA-SUPERVISOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-MANUALES >= 500
                MOVE 'TABLA DE TARJETAS A MANO LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TOTAL-MANUALES     TO WS-MA-POS.
            PERFORM UNTIL WS-MA-POS = ZEROES
                IF TMA-ID-EMPLEADO(WS-MA-POS) NOT > TX-ID-EMPLEADO
                    EXIT PERFORM
                END-IF
                SUBTRACT 1             FROM WS-MA-POS
            END-PERFORM.
            IF WS-MA-POS > ZEROES
                IF TMA-ID-EMPLEADO(WS-MA-POS) = TX-ID-EMPLEADO
                    MOVE 'TARJETA A MANO REPETIDA' TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM VARYING WS-MA-IDX FROM WS-TOTAL-MANUALES BY -1
                    UNTIL WS-MA-IDX = WS-MA-POS
                MOVE TMA-FILA(WS-MA-IDX) TO TMA-FILA(WS-MA-IDX + 1)
            END-PERFORM.
            ADD 1                      TO WS-MA-POS.
            MOVE TX-ID-EMPLEADO        TO TMA-ID-EMPLEADO(WS-MA-POS).
            MOVE TX-HORAS              TO TMA-HORAS(WS-MA-POS).
            MOVE TX-AUSENCIA           TO TMA-AUSENCIA(WS-MA-POS).
            MOVE WS-APRUEBA            TO TMA-SUPERVISOR(WS-MA-POS).
            ADD 1                      TO WS-TOTAL-MANUALES.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '    TARJETA A MANO DE ' TX-ID-EMPLEADO
                   ' ADMITIDA - SUPERVISOR ' WS-APRUEBA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Fichaje bien formado, dentro de los meses guardados y de
      *    un empleado de PERSONA.DAT.
       VALIDA-FICHAJE.
            IF FI-ID-EMPLEADO IS NOT NUMERIC
                MOVE 'EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF FI-FECHA IS NOT NUMERIC OR FI-HORA IS NOT NUMERIC
                MOVE 'FECHA U HORA NO NUMERICA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF FI-ANYO < 1900 OR FI-MES < 1 OR FI-MES > 12
               OR FI-DIA < 1
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE FI-FECHA              TO WS-CAL-FECHA.
            PERFORM DIAS-DEL-MES.
            IF FI-DIA > WS-CAL-DIAS
                MOVE 'FECHA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF FI-FECHA < WS-FECHA-MINIMA
                MOVE 'FECHA ANTERIOR AL MES PASADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF FI-FECHA > WS-FECHA-PROCESO
                MOVE 'FECHA POSTERIOR A LA DE PROCESO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF FI-HH > 23 OR FI-MM > 59
                MOVE 'HORA INVALIDA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT FI-SENTIDO-VALIDO
                MOVE 'SENTIDO INVALIDO (E ENTRADA/S SALIDA)'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE FI-ID-EMPLEADO        TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE 'EMPLEADO INEXISTENTE' TO WS-MOTIVO
            END-READ.

      *    Supervisor de nivel 'A', distinto de quien teclea la
      *    baraja y no enlazado al empleado corregido.
       VALIDA-SUPERVISOR.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR WS-APRUEBA = SPACES
               OR WS-APRUEBA = WS-USUARIO-AUDIT
                MOVE 'SIN SUPERVISOR A DISTINTO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-APRUEBA-EMPLEADO.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                IF TUS-USUARIO(WS-US-IDX) = WS-APRUEBA
                    MOVE TUS-ID-EMPLEADO(WS-US-IDX)
                                       TO WS-APRUEBA-EMPLEADO
                END-IF
            END-PERFORM.
            IF WS-APRUEBA-EMPLEADO = WS-SUPERVISADO
                MOVE 'SUPERVISOR ES EL PROPIO EMPLEADO' TO WS-MOTIVO
            END-IF.

      *    Fila con la clave de FI-CLAVE en WS-FI-FILA (cero si no
      *    esta) y en WS-FI-POS la ultima con clave menor.
       BUSCA-FICHAJE.
            MOVE ZEROES                TO WS-FI-FILA
                                          WS-FI-POS.
            PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                    UNTIL WS-FI-IDX > WS-TOTAL-FICHAJES
                IF TFI-CLAVE(WS-FI-IDX) = FI-CLAVE
                    MOVE WS-FI-IDX     TO WS-FI-FILA
                    EXIT PERFORM
                END-IF
                IF TFI-CLAVE(WS-FI-IDX) > FI-CLAVE
                    EXIT PERFORM
                END-IF
                MOVE WS-FI-IDX         TO WS-FI-POS
            END-PERFORM.

      *    Turnos: cada entrada se cierra con la salida siguiente
      *    del empleado si llega antes del tope de un turno.  El
      *    turno cuenta en el dia de su entrada aunque pase de la
      *    medianoche.  Quedan como incidencia la entrada sin
      *    salida, la salida sin entrada y la entrada repetida con
      *    el turno abierto (turnos solapados); esos fichajes no
      *    cuentan hasta que un supervisor los corrija.  La entrada
      *    de ayer o de hoy aun sin salida es un turno en curso.
       EMPAREJA-FICHAJES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'INCIDENCIAS DE FICHAJE PENDIENTES DE CORREGIR'
                                       TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  EMPLEADO NOMBRE Y APELLIDO      FECHA    HORA  '
                   'S TERM O INCIDENCIA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE ZEROES                TO WS-EMPLEADO-ACTUAL
                                          WS-ABIERTO
                                          WS-DIA-ACTUAL
                                          WS-DIA-MINUTOS.
            MOVE 1                     TO WS-ME-PRIMERO.
            PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                    UNTIL WS-FI-IDX > WS-TOTAL-FICHAJES
                MOVE TFI-FILA(WS-FI-IDX) TO FICHAJE-REC
                IF FI-VIGENTE
                    PERFORM TRATA-FICHAJE
                END-IF
            END-PERFORM.
            PERFORM CIERRA-EMPLEADO.
            IF WS-TOTAL-INCIDENCIAS = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       TRATA-FICHAJE.
            IF FI-ID-EMPLEADO NOT = WS-EMPLEADO-ACTUAL
                PERFORM CIERRA-EMPLEADO
                MOVE TFI-FILA(WS-FI-IDX) TO FICHAJE-REC
                MOVE FI-ID-EMPLEADO    TO WS-EMPLEADO-ACTUAL
                COMPUTE WS-ME-PRIMERO = WS-TOTAL-MESES + 1
            END-IF.
            MOVE FI-FECHA              TO WS-FECHA-FICHAJE.
            COMPUTE WS-MINUTO = FUNCTION INTEGER-OF-DATE(FI-FECHA)
                                * 1440 + FI-HH * 60 + FI-MM.
            IF FI-ENTRADA
                IF WS-ABIERTO NOT = ZEROES
                    IF WS-MINUTO - WS-MINUTO-ABIERTO > WS-TOPE-TURNO
                        MOVE 'ENTRADA SIN SALIDA' TO WS-MOTIVO
                    ELSE
                        MOVE 'TURNO SOLAPADO - ENTRADA REPETIDA'
                                       TO WS-MOTIVO
                    END-IF
                    MOVE WS-ABIERTO    TO WS-FI-INCIDENCIA
                    PERFORM ANOTA-INCIDENCIA
                END-IF
                MOVE WS-FI-IDX         TO WS-ABIERTO
                MOVE WS-FECHA-FICHAJE  TO WS-FECHA-ABIERTO
                MOVE WS-MINUTO         TO WS-MINUTO-ABIERTO
                EXIT PARAGRAPH
            END-IF.
            IF WS-ABIERTO = ZEROES
                MOVE 'SALIDA SIN ENTRADA' TO WS-MOTIVO
                MOVE WS-FI-IDX         TO WS-FI-INCIDENCIA
                PERFORM ANOTA-INCIDENCIA
                EXIT PARAGRAPH
            END-IF.
            IF WS-MINUTO - WS-MINUTO-ABIERTO > WS-TOPE-TURNO
                MOVE 'ENTRADA SIN SALIDA' TO WS-MOTIVO
                MOVE WS-ABIERTO        TO WS-FI-INCIDENCIA
                PERFORM ANOTA-INCIDENCIA
                MOVE 'SALIDA SIN ENTRADA' TO WS-MOTIVO
                MOVE WS-FI-IDX         TO WS-FI-INCIDENCIA
                PERFORM ANOTA-INCIDENCIA
                MOVE ZEROES            TO WS-ABIERTO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-MINUTOS-TURNO = WS-MINUTO - WS-MINUTO-ABIERTO.
            IF WS-FECHA-ABIERTO NOT = WS-DIA-ACTUAL
                PERFORM CIERRA-DIA
                MOVE WS-FECHA-ABIERTO  TO WS-DIA-ACTUAL
            END-IF.
            ADD WS-MINUTOS-TURNO       TO WS-DIA-MINUTOS.
            MOVE ZEROES                TO WS-ABIERTO.

      *    Fin de los fichajes de un empleado: su ultimo dia y el
      *    turno que quede abierto.
       CIERRA-EMPLEADO.
            IF WS-EMPLEADO-ACTUAL = ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF WS-ABIERTO NOT = ZEROES
                IF WS-FECHA-ABIERTO < WS-FECHA-AYER
                    MOVE 'ENTRADA SIN SALIDA' TO WS-MOTIVO
                    MOVE WS-ABIERTO    TO WS-FI-INCIDENCIA
                    PERFORM ANOTA-INCIDENCIA
                ELSE
                    ADD 1              TO WS-TURNOS-ABIERTOS
                END-IF
            END-IF.
            PERFORM CIERRA-DIA.
            MOVE ZEROES                TO WS-ABIERTO
                                          WS-EMPLEADO-ACTUAL.

      *    Reparto del dia: en un dia laborable (EXMBDAY) hasta la
      *    jornada son horas normales y el resto extra; en sabado,
      *    domingo o festivo todo es festivo.
       CIERRA-DIA.
            IF WS-DIA-ACTUAL = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DIA-ACTUAL(1:6)    TO WS-BUSCA-PERIODO.
            PERFORM LOCALIZA-MES.
            IF WS-ME-FILA NOT = ZEROES
                ADD 1                  TO TME-DIAS(WS-ME-FILA)
                MOVE WS-DIA-ACTUAL     TO WS-CAL-FECHA
                PERFORM ES-LABORABLE
                IF WS-BD-LABORABLE = 'Y'
                    IF WS-DIA-MINUTOS > WS-JORNADA-MIN
                        ADD WS-JORNADA-MIN TO TME-NORMAL(WS-ME-FILA)
                        COMPUTE TME-EXTRA(WS-ME-FILA) =
                                TME-EXTRA(WS-ME-FILA)
                                + WS-DIA-MINUTOS - WS-JORNADA-MIN
                    ELSE
                        ADD WS-DIA-MINUTOS TO TME-NORMAL(WS-ME-FILA)
                    END-IF
                ELSE
                    ADD WS-DIA-MINUTOS TO TME-FESTIVO(WS-ME-FILA)
                END-IF
            END-IF.
            MOVE ZEROES                TO WS-DIA-ACTUAL
                                          WS-DIA-MINUTOS.

      *    Fila del empleado en curso para WS-BUSCA-PERIODO; se
      *    crea si no esta.  Cero = tabla llena.
       LOCALIZA-MES.
            MOVE ZEROES                TO WS-ME-FILA.
            PERFORM VARYING WS-ME-IDX FROM WS-ME-PRIMERO BY 1
                    UNTIL WS-ME-IDX > WS-TOTAL-MESES
                IF TME-PERIODO(WS-ME-IDX) = WS-BUSCA-PERIODO
                    MOVE WS-ME-IDX     TO WS-ME-FILA
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-ME-FILA NOT = ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-MESES >= 4000
                SET MESES-LLENO        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-TOTAL-MESES.
            MOVE WS-TOTAL-MESES        TO WS-ME-FILA.
            MOVE WS-EMPLEADO-ACTUAL    TO TME-ID-EMPLEADO(WS-ME-FILA).
            MOVE WS-BUSCA-PERIODO      TO TME-PERIODO(WS-ME-FILA).
            MOVE ZEROES                TO TME-DIAS(WS-ME-FILA)
                                          TME-NORMAL(WS-ME-FILA)
                                          TME-EXTRA(WS-ME-FILA)
                                          TME-FESTIVO(WS-ME-FILA)
                                          TME-INCIDENCIAS(WS-ME-FILA).

       ANOTA-INCIDENCIA.
            MOVE TFI-FILA(WS-FI-INCIDENCIA) TO FICHAJE-REC.
            ADD 1                      TO WS-TOTAL-INCIDENCIAS.
            MOVE FI-FECHA(1:6)         TO WS-BUSCA-PERIODO.
            PERFORM LOCALIZA-MES.
            IF WS-ME-FILA NOT = ZEROES
                ADD 1                  TO TME-INCIDENCIAS(WS-ME-FILA)
            END-IF.
            PERFORM NOMBRE-EMPLEADO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' FI-ID-EMPLEADO ' ' WS-NOMBRE-ACTUAL ' '
                   FI-FECHA ' ' FI-HH ':' FI-MM ' ' FI-SENTIDO ' '
                   FI-TERMINAL ' ' FI-ORIGEN ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       NOMBRE-EMPLEADO.
            MOVE FI-ID-EMPLEADO        TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    MOVE '*** NO EN PERSONA ***' TO WS-NOMBRE-ACTUAL
                NOT INVALID KEY
                    MOVE SPACES        TO WS-NOMBRE-ACTUAL
                    STRING NOMBRE ' ' P-APELLIDO
                           DELIMITED BY SIZE INTO WS-NOMBRE-ACTUAL
                    END-STRING
            END-READ.

      *    Horas del mes en curso hasta la fecha, por empleado.
       IMPRIME-RESUMEN.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'HORAS DEL MES ' WS-PERIODO ' HASTA EL '
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  EMPLEADO NOMBRE Y APELLIDO      DIAS NORMALES   '
                   ' EXTRA FESTIVAS INCIDENCIAS'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                    UNTIL WS-ME-IDX > WS-TOTAL-MESES
                IF TME-PERIODO(WS-ME-IDX) = WS-PERIODO
                    MOVE TME-ID-EMPLEADO(WS-ME-IDX) TO FI-ID-EMPLEADO
                    PERFORM NOMBRE-EMPLEADO
                    MOVE TME-DIAS(WS-ME-IDX) TO WS-ED-DIAS
                    COMPUTE WS-ED-NORMAL ROUNDED =
                            TME-NORMAL(WS-ME-IDX) / 60
                    COMPUTE WS-ED-EXTRA ROUNDED =
                            TME-EXTRA(WS-ME-IDX) / 60
                    COMPUTE WS-ED-FESTIVO ROUNDED =
                            TME-FESTIVO(WS-ME-IDX) / 60
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '  ' TME-ID-EMPLEADO(WS-ME-IDX) ' '
                           WS-NOMBRE-ACTUAL '     ' WS-ED-DIAS '  '
                           WS-ED-NORMAL '  ' WS-ED-EXTRA '  '
                           WS-ED-FESTIVO '         '
                           TME-INCIDENCIAS(WS-ME-IDX)
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.

      *    HORASTRB.DAT del periodo con HDR/TRL: una tarjeta por
      *    empleado con fichajes, en orden de empleado, con las a
      *    mano intercaladas.  Horas = las trabajadas mas la falta
      *    contra las esperadas (dias laborables del mes desde el
      *    alta por la jornada); ausencia = esa falta.  Asi EXM29,
      *    que paga horas menos ausencia, paga lo trabajado y la
      *    ausencia rueda al saldo de vacaciones como con el parte
      *    en papel.
       GENERA-HORASTRB.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'HORASTRB.DAT DEL PERIODO ' WS-PERIODO-CIERRE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  EMPLEADO NOMBRE Y APELLIDO      DIAS NORMALES   '
                   ' EXTRA FESTIVAS ESPERADAS HORAS AUSEN '
                   'OBSERVACIONES'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-PERIODO-CIERRE     TO WS-CAL-FECHA(1:6).
            MOVE 1                     TO WS-CAL-DIA.
            PERFORM DIAS-DEL-MES.
            MOVE WS-CAL-DIAS           TO WS-DIA-FIN.
            IF WS-PERIODO-CIERRE = WS-PERIODO
                MOVE WS-FP-DIA         TO WS-DIA-FIN
            END-IF.

            OPEN OUTPUT HORAS-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'HORASTRB'            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE SPACES                TO HORAS-REC.
            MOVE CONTROL-CABECERA(1:19) TO HORAS-REC(1:19).
            WRITE HORAS-REC.

            MOVE 1                     TO WS-ME-IDX
                                          WS-MA-IDX.
            PERFORM SIGUIENTE-MES.
            PERFORM UNTIL WS-ME-IDX > WS-TOTAL-MESES
                      AND WS-MA-IDX > WS-TOTAL-MANUALES
                EVALUATE TRUE
                    WHEN WS-MA-IDX > WS-TOTAL-MANUALES
                        PERFORM TARJETA-DE-RELOJ
                    WHEN WS-ME-IDX > WS-TOTAL-MESES
                        PERFORM TARJETA-A-MANO
                    WHEN TME-ID-EMPLEADO(WS-ME-IDX)
                         < TMA-ID-EMPLEADO(WS-MA-IDX)
                        PERFORM TARJETA-DE-RELOJ
                    WHEN TME-ID-EMPLEADO(WS-ME-IDX)
                         = TMA-ID-EMPLEADO(WS-MA-IDX)
                        ADD 1          TO WS-HT-OMITIDAS
                        ADD 1          TO WS-TOTAL-TARJ-RECHAZADAS
                        MOVE SPACES    TO LINEA-REPORTE
                        STRING '  *** TARJETA A MANO DE '
                               TMA-ID-EMPLEADO(WS-MA-IDX)
                               ' RECHAZADA - EL EMPLEADO FICHA; '
                               'CORREGIR SUS FICHAJES ***'
                               DELIMITED BY SIZE INTO LINEA-REPORTE
                        END-STRING
                        WRITE LINEA-REPORTE
                        ADD 1          TO WS-MA-IDX
                    WHEN OTHER
                        PERFORM TARJETA-A-MANO
                END-EVALUATE
            END-PERFORM.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-HT-REGISTROS       TO PIE-REGISTROS.
            MOVE WS-HT-HASH            TO PIE-HASH.
            MOVE CONTROL-PIE           TO HORAS-REC.
            WRITE HORAS-REC.
            CLOSE HORAS-FILE.

            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  TARJETAS: ' WS-HT-REGISTROS
                   '  DEL RELOJ: ' WS-HT-RELOJ
                   '  A MANO: ' WS-HT-MANUALES
                   '  OMITIDAS: ' WS-HT-OMITIDAS
                   '  HORAS: ' WS-HT-HORAS-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-HT-INCIDENCIAS > ZEROES
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** QUEDAN ' WS-HT-INCIDENCIAS
                       ' INCIDENCIAS SIN CORREGIR EN EL PERIODO - SUS '
                       'FICHAJES NO CUENTAN; CORREGIR Y REPETIR EL '
                       'CIERRE ANTES DE EXM83 ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

      *    Avanza WS-ME-IDX hasta la siguiente fila del periodo.
       SIGUIENTE-MES.
            PERFORM UNTIL WS-ME-IDX > WS-TOTAL-MESES
                IF TME-PERIODO(WS-ME-IDX) = WS-PERIODO-CIERRE
                    EXIT PERFORM
                END-IF
                ADD 1                  TO WS-ME-IDX
            END-PERFORM.

       TARJETA-DE-RELOJ.
            ADD TME-INCIDENCIAS(WS-ME-IDX) TO WS-HT-INCIDENCIAS.
            MOVE TME-ID-EMPLEADO(WS-ME-IDX) TO FI-ID-EMPLEADO.
            PERFORM NOMBRE-EMPLEADO.
            MOVE SPACES                TO WS-OBSERVACION.
            IF WS-PERSONA-STATUS NOT = '00'
                MOVE 'NO ESTA EN PERSONA - OMITIDA' TO WS-OBSERVACION
            ELSE
                IF P-TERMINADO
                    MOVE 'DADO DE BAJA - OMITIDA' TO WS-OBSERVACION
                END-IF
            END-IF.
            MOVE TME-DIAS(WS-ME-IDX)   TO WS-ED-DIAS.
            COMPUTE WS-ED-NORMAL ROUNDED = TME-NORMAL(WS-ME-IDX) / 60.
            COMPUTE WS-ED-EXTRA ROUNDED = TME-EXTRA(WS-ME-IDX) / 60.
            COMPUTE WS-ED-FESTIVO ROUNDED =
                    TME-FESTIVO(WS-ME-IDX) / 60.
            IF WS-OBSERVACION NOT = SPACES
                ADD 1                  TO WS-HT-OMITIDAS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  ' TME-ID-EMPLEADO(WS-ME-IDX) ' '
                       WS-NOMBRE-ACTUAL '     ' WS-ED-DIAS '  '
                       WS-ED-NORMAL '  ' WS-ED-EXTRA '  '
                       WS-ED-FESTIVO '                       '
                       WS-OBSERVACION
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                  TO WS-ME-IDX
                PERFORM SIGUIENTE-MES
                EXIT PARAGRAPH
            END-IF.
            PERFORM CALCULA-ESPERADAS.
            IF WS-ESPERADO-MIN > TME-NORMAL(WS-ME-IDX)
                COMPUTE WS-AUSENCIA-MIN =
                        WS-ESPERADO-MIN - TME-NORMAL(WS-ME-IDX)
            ELSE
                MOVE ZEROES            TO WS-AUSENCIA-MIN
            END-IF.
            COMPUTE WS-HORAS-CALC ROUNDED =
                    (TME-NORMAL(WS-ME-IDX) + WS-AUSENCIA-MIN
                     + TME-EXTRA(WS-ME-IDX) + TME-FESTIVO(WS-ME-IDX))
                    / 60.
            IF WS-HORAS-CALC > 999
                MOVE 999               TO WS-HORAS-CALC
            END-IF.
            IF WS-HORAS-CALC > WS-MAX-HORAS
                MOVE 'MAS DE 300 HORAS - REVISAR' TO WS-OBSERVACION
            END-IF.
            IF TME-INCIDENCIAS(WS-ME-IDX) > ZEROES
                MOVE 'CON INCIDENCIAS SIN CORREGIR' TO WS-OBSERVACION
            END-IF.
            MOVE SPACES                TO HORAS-REC.
            MOVE TME-ID-EMPLEADO(WS-ME-IDX) TO HT-ID-EMPLEADO.
            MOVE WS-HORAS-CALC         TO HT-HORAS.
            COMPUTE HT-HORAS-AUSENCIA ROUNDED = WS-AUSENCIA-MIN / 60.
            COMPUTE HT-HORAS-NORMALES ROUNDED =
                    TME-NORMAL(WS-ME-IDX) / 60.
            COMPUTE HT-HORAS-EXTRA ROUNDED = TME-EXTRA(WS-ME-IDX) / 60.
            COMPUTE HT-HORAS-FESTIVAS ROUNDED =
                    TME-FESTIVO(WS-ME-IDX) / 60.
            PERFORM ESCRIBE-TARJETA.
            ADD 1                      TO WS-HT-RELOJ.
            COMPUTE WS-ED-ESPERADO ROUNDED = WS-ESPERADO-MIN / 60.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' TME-ID-EMPLEADO(WS-ME-IDX) ' '
                   WS-NOMBRE-ACTUAL '     ' WS-ED-DIAS '  '
                   WS-ED-NORMAL '  ' WS-ED-EXTRA '  '
                   WS-ED-FESTIVO '   ' WS-ED-ESPERADO '   '
                   HT-HORAS '   ' HT-HORAS-AUSENCIA ' '
                   WS-OBSERVACION
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                      TO WS-ME-IDX.
            PERFORM SIGUIENTE-MES.

      *    Horas esperadas: dias laborables del periodo desde el
      *    dia 1, o desde el alta si entro en el mes, por la
      *    jornada.
       CALCULA-ESPERADAS.
            MOVE ZEROES                TO WS-DIAS-LABORABLES
                                          WS-ESPERADO-MIN.
            COMPUTE WS-PERIODO-ALTA = P-ALTA-ANYO * 100 + P-ALTA-MES.
            IF WS-PERIODO-ALTA > WS-PERIODO-CIERRE
                EXIT PARAGRAPH
            END-IF.
            MOVE 1                     TO WS-DIA-INICIO.
            IF WS-PERIODO-ALTA = WS-PERIODO-CIERRE
                MOVE P-ALTA-DIA        TO WS-DIA-INICIO
            END-IF.
            PERFORM VARYING WS-DIA FROM WS-DIA-INICIO BY 1
                    UNTIL WS-DIA > WS-DIA-FIN
                MOVE WS-PERIODO-CIERRE TO WS-CAL-FECHA(1:6)
                MOVE WS-DIA            TO WS-CAL-DIA
                PERFORM ES-LABORABLE
                IF WS-BD-LABORABLE = 'Y'
                    ADD 1              TO WS-DIAS-LABORABLES
                END-IF
            END-PERFORM.
            COMPUTE WS-ESPERADO-MIN =
                    WS-DIAS-LABORABLES * WS-JORNADA-MIN.

       TARJETA-A-MANO.
            MOVE SPACES                TO HORAS-REC.
            MOVE TMA-ID-EMPLEADO(WS-MA-IDX) TO HT-ID-EMPLEADO.
            MOVE TMA-HORAS(WS-MA-IDX)  TO HT-HORAS.
            MOVE TMA-AUSENCIA(WS-MA-IDX) TO HT-HORAS-AUSENCIA.
            MOVE SPACES                TO HT-DESGLOSE.
            PERFORM ESCRIBE-TARJETA.
            ADD 1                      TO WS-HT-MANUALES.
            MOVE TMA-ID-EMPLEADO(WS-MA-IDX) TO FI-ID-EMPLEADO.
            PERFORM NOMBRE-EMPLEADO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ' TMA-ID-EMPLEADO(WS-MA-IDX) ' '
                   WS-NOMBRE-ACTUAL '                                '
                   '               ' HT-HORAS '   ' HT-HORAS-AUSENCIA
                   ' A MANO - SUPERVISOR ' TMA-SUPERVISOR(WS-MA-IDX)
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            ADD 1                      TO WS-MA-IDX.

       ESCRIBE-TARJETA.
            WRITE HORAS-REC.
            ADD 1                      TO WS-HT-REGISTROS.
            ADD HT-ID-EMPLEADO         TO WS-HT-HASH.
            ADD HT-HORAS               TO WS-HT-HORAS-TOTAL.

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

      *    Laborable o no el dia de WS-CAL-FECHA (WS-BD-LABORABLE
      *    'Y'/'N'); cada dia se pregunta una vez a EXMBDAY.
       ES-LABORABLE.
            PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                    UNTIL WS-DI-IDX > WS-TOTAL-DIAS
                IF TDI-FECHA(WS-DI-IDX) = WS-CAL-FECHA
                    MOVE TDI-LABORABLE(WS-DI-IDX) TO WS-BD-LABORABLE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            MOVE 'L'                   TO WS-BD-FUNCION.
            MOVE WS-CAL-DIA            TO WS-BD-DIA.
            MOVE WS-CAL-MES            TO WS-BD-MES.
            MOVE WS-CAL-ANYO           TO WS-BD-ANYO.
            CALL 'EXMBDAY' USING WS-BD-FUNCION WS-BD-DIA WS-BD-MES
                                 WS-BD-ANYO WS-BD-LABORABLE.
            IF WS-TOTAL-DIAS < 100
                ADD 1                  TO WS-TOTAL-DIAS
                MOVE WS-CAL-FECHA      TO TDI-FECHA(WS-TOTAL-DIAS)
                MOVE WS-BD-LABORABLE   TO TDI-LABORABLE(WS-TOTAL-DIAS)
            END-IF.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXPORTADOS: ' WS-TOTAL-EXPORTADOS
                   '  NUEVOS: ' WS-TOTAL-CARGADOS
                   '  RECHAZADOS: ' WS-TOTAL-RECHAZADOS
                   '  REPETIDOS: ' WS-TOTAL-DUPLICADOS
                   '  PURGADOS: ' WS-TOTAL-PURGADOS
                   '  EN HISTORIA: ' WS-TOTAL-FICHAJES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'CORRECCIONES LEIDAS: ' WS-TOTAL-LEIDAS
                   '  ANADIDOS: ' WS-TOTAL-ANADIDOS
                   '  ANULADOS: ' WS-TOTAL-ANULADOS
                   '  RECHAZADAS: ' WS-TOTAL-TARJ-RECHAZADAS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'INCIDENCIAS ABIERTAS: ' WS-TOTAL-INCIDENCIAS
                   '  TURNOS EN CURSO: ' WS-TURNOS-ABIERTOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Ceros o espacios en US-ID-EMPLEADO = operador sin enlazar.
       CARGA-USUARIOS.
            OPEN INPUT USUARIO-FILE.
            IF WS-USUARIO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ USUARIO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-USUARIOS < 500
                                ADD 1     TO WS-TOTAL-USUARIOS
                                MOVE US-USUARIO TO
                                     TUS-USUARIO(WS-TOTAL-USUARIOS)
                                IF US-ID-EMPLEADO IS NUMERIC
                                    MOVE US-ID-EMPLEADO TO
                                      TUS-ID-EMPLEADO(WS-TOTAL-USUARIOS)
                                ELSE
                                    MOVE ZEROES TO
                                      TUS-ID-EMPLEADO(WS-TOTAL-USUARIOS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE USUARIO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
