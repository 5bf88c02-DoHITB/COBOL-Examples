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
      * EXM138 - leave requests and their approval, card deck in the  *
      * EXM135 style against PERMISOS.DAT (copybooks/permiso.cpy)     *
      * with the keying user in the PARM.  'S' + employee + type ('V' *
      * vacation, 'P' paid leave, 'S' unpaid leave) + first day +     *
      * last day keys a request with the next number, left 'P'        *
      * pending.  The employee must be on PERSONA.DAT and not         *
      * terminated, the dates valid, the first day no earlier than    *
      * the first day of the processing month nor inside a month      *
      * already paid by a live run on NOMEJEC.DAT, the range a year   *
      * at most, with at least one working day (EXMBDAY), and no      *
      * other pending or approved request of the employee on any of   *
      * its days.  The request carries its working days and their     *
      * hours at eight hours a day.  A vacation request needs a       *
      * VACSALDO.DAT row and enough balance: entitlement less hours   *
      * taken less the hours of the employee's approved vacation      *
      * still to be rolled into VB-TOMADAS, i.e. their working days   *
      * after the last month paid (EXM29 only rolls the absence of a  *
      * month into VACSALDO when it pays that month).  'A' + request  *
      * + approver approves a pending request and 'R' + request +     *
      * approver + reason refuses it; the approver must hold level    *
      * 'A' (EXMSIGN) and be neither the keying user of the deck, nor *
      * the user who keyed the request, nor linked in USUARIOS.DAT to *
      * the employee.  A vacation request is checked against the      *
      * balance again when approved.  'C' + request + reason          *
      * withdraws a pending or approved request that has not begun    *
      * yet.  Requests that ended before the previous year are        *
      * purged.  EXM138.PRT logs every card and lists the requests    *
      * still pending; EXM139 prints the department absence calendar  *
      * from the same file.  RC 4 when a card is refused, RC 16 when  *
      * PERMISOS.DAT or VACSALDO.DAT is larger than its table.        *
      * When the employee has a line manager on PERSONA.DAT           *
      * (P-RESPONSABLE, EXM22 'J' card), the approver must also be    *
      * linked to an active employee in the employee's reporting line *
      * above them (EXMJEFE), and each pending request lists the line *
      * manager it is waiting on.                                     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM138.

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
           SELECT PERMISO-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISO-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACACION-STATUS.
           SELECT EJECUCION-FILE ASSIGN TO "NOMEJEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJECUCION-STATUS.
           SELECT USUARIO-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM138.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'S' solicitud nueva; 'A' aprobacion y 'R' rechazo de una
      *    solicitud pendiente; 'C' cancelacion antes de empezar.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TX-TIPO                 PIC X(01).
           02 TX-DATOS                PIC X(79).
           02 TX-SOLICITUD REDEFINES TX-DATOS.
              03 TX-ID-EMPLEADO       PIC 9(07).
              03 TX-CLASE             PIC X(01).
              03 TX-DESDE             PIC 9(08).
              03 TX-HASTA             PIC 9(08).
              03 FILLER               PIC X(55).
           02 TX-RESOLUCION REDEFINES TX-DATOS.
              03 TX-NUMERO            PIC 9(07).
              03 TX-APRUEBA           PIC X(08).
              03 TX-MOTIVO            PIC X(30).
              03 FILLER               PIC X(34).
           02 TX-CANCELACION REDEFINES TX-DATOS.
              03 TX-NUMERO-CANCELA    PIC 9(07).
              03 TX-MOTIVO-CANCELA    PIC X(30).
              03 FILLER               PIC X(42).

       FD  PERSONA-FILE.
           COPY "persona.cpy".

       FD  PERMISO-FILE.
           COPY "permiso.cpy".

       FD  VACACION-FILE.
        01 VACACION-REC.
           02 VB-ID-EMPLEADO          PIC 9(07).
           02 VB-DERECHO              PIC 9(03).
           02 VB-TOMADAS              PIC 9(03).

       FD  EJECUCION-FILE.
           COPY "nomejec.cpy".

       FD  USUARIO-FILE.
           COPY "usuario.cpy".

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-PERMISO-STATUS          PIC X(02) VALUE '00'.
        01 WS-VACACION-STATUS         PIC X(02) VALUE '00'.
        01 WS-EJECUCION-STATUS        PIC X(02) VALUE '00'.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
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
        01 WS-TOTAL-SOLICITUDES       PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-APROBADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-DENEGADAS         PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-CANCELADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(06) VALUE ZEROES.
        01 WS-TOTAL-PENDIENTES        PIC 9(06) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO                  PIC X(40) VALUE SPACES.
      *    Solicitudes (PERMISOS.DAT completo, se reescribe si
      *    cambia).  Se purgan las que acabaron antes del anyo
      *    anterior.
        01 WS-TOTAL-PERMISOS          PIC 9(04) VALUE ZEROES.
        01 TABLA-PERMISOS.
           02 TLR-FILA OCCURS 5000 TIMES.
              03 TLR-REGISTRO         PIC X(111).
        01 WS-LR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-LR-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-NUMERO-BUSCA            PIC 9(07) VALUE ZEROES.
        01 WS-ULTIMO-NUMERO           PIC 9(07) VALUE ZEROES.
        01 WS-ANYO-PURGA              PIC 9(04) VALUE ZEROES.
        01 WS-PERMISO-GUARDA          PIC X(111) VALUE SPACES.
        01 WS-PERMISOS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 PERMISOS-LLENO                     VALUE 'Y'.
        01 WS-PERMISOS-CAMBIO-SW      PIC X(01) VALUE 'N'.
           88 PERMISOS-CAMBIADOS                 VALUE 'Y'.
      *    Saldo de ausencias (VACSALDO.DAT, horas).
        01 WS-TOTAL-SALDOS            PIC 9(03) VALUE ZEROES.
        01 TABLA-VACACIONES.
           02 TV-FILA OCCURS 500 TIMES.
              03 TV-ID                PIC 9(07).
              03 TV-DERECHO           PIC 9(03).
              03 TV-TOMADAS           PIC 9(03).
        01 WS-TV-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TV-FILA                 PIC 9(03) VALUE ZEROES.
        01 WS-SALDOS-LLENO-SW         PIC X(01) VALUE 'N'.
           88 SALDOS-LLENO                       VALUE 'Y'.
      *    Ultimo periodo pagado por una nomina vigente (NOMEJEC):
      *    la ausencia de los dias hasta su fin ya esta en
      *    VB-TOMADAS; la de los dias siguientes aun no.
        01 WS-PERIODO-CORTE           PIC 9(06) VALUE ZEROES.
        01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
        01 WS-FECHA-MINIMA            PIC 9(08) VALUE ZEROES.
      *    Saldo disponible del empleado: derecho - tomadas - horas
      *    de vacaciones aprobadas aun sin descontar.
        01 WS-EMPLEADO                PIC 9(07) VALUE ZEROES.
        01 WS-COMPROMETIDAS           PIC 9(05) VALUE ZEROES.
        01 WS-DISPONIBLE              PIC S9(05) VALUE ZEROES.
        01 WS-NECESARIAS              PIC 9(05) VALUE ZEROES.
        01 WS-HORAS-CALC              PIC 9(05) VALUE ZEROES.
        01 WS-JORNADA-HORAS           PIC 9(02) VALUE 08.
        01 WS-NOMBRE-ACTUAL           PIC X(21) VALUE SPACES.
        01 WS-ESTADO-TEXTO            PIC X(10) VALUE SPACES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
        01 WS-ED-DISPONIBLE           PIC -(4)9.
        01 WS-ED-NECESARIAS           PIC Z(4)9.
      *    Empleado enlazado a cada operador (USUARIOS.DAT).
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TUS-FILA OCCURS 500 TIMES.
              03 TUS-USUARIO          PIC X(08).
              03 TUS-ID-EMPLEADO      PIC 9(07).
        01 WS-US-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-APRUEBA                 PIC X(08) VALUE SPACES.
        01 WS-APRUEBA-EMPLEADO        PIC 9(07) VALUE ZEROES.
      *    Linea de mando del empleado (EXMJEFE).
        01 WS-JEFE-RESPONSABLE        PIC 9(07) VALUE ZEROES.
        01 WS-JEFE-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-NOMBRE-JEFE             PIC X(21) VALUE SPACES.
      *    Calendario: dias laborables ya preguntados a EXMBDAY.
        01 WS-CAL-FECHA               PIC 9(08) VALUE ZEROES.
        01 FILLER REDEFINES WS-CAL-FECHA.
           02 WS-CAL-ANYO             PIC 9(04).
           02 WS-CAL-MES              PIC 9(02).
           02 WS-CAL-DIA              PIC 9(02).
        01 WS-CAL-SIGUIENTE           PIC 9(08) VALUE ZEROES.
        01 WS-CAL-DIAS                PIC 9(02) VALUE ZEROES.
        01 WS-RANGO-DESDE             PIC 9(08) VALUE ZEROES.
        01 WS-RANGO-HASTA             PIC 9(08) VALUE ZEROES.
        01 WS-INT-DIA                 PIC 9(07) VALUE ZEROES.
        01 WS-INT-HASTA               PIC 9(07) VALUE ZEROES.
        01 WS-LABORABLES              PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-DIAS              PIC 9(04) VALUE ZEROES.
        01 TABLA-DIAS.
           02 TDI-FILA OCCURS 1000 TIMES.
              03 TDI-FECHA            PIC 9(08).
              03 TDI-LABORABLE        PIC X(01).
        01 WS-DI-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-BD-FUNCION              PIC X(01) VALUE SPACES.
        01 WS-BD-DIA                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-MES                  PIC 9(02) VALUE ZEROES.
        01 WS-BD-ANYO                 PIC 9(04) VALUE ZEROES.
        01 WS-BD-LABORABLE            PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM NOT = SPACES
                MOVE WS-PARM           TO WS-USUARIO-AUDIT
            END-IF.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-ANYO-PURGA = WS-FP-ANYO - 1.

            PERFORM CARGA-PERMISOS.
            IF PERMISOS-LLENO
                DISPLAY '*** PERMISOS.DAT MAYOR QUE LA TABLA (5000) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-VACACIONES.
            IF SALDOS-LLENO
                DISPLAY '*** VACSALDO.DAT MAYOR QUE LA TABLA (500) ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-EJECUCIONES.
            PERFORM CARGA-USUARIOS.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR PERSONA.DAT - STATUS: '
                        WS-PERSONA-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM138 - SOLICITUDES DE PERMISO  FECHA PROCESO: '
                   WS-FECHA-PROCESO '  USUARIO: ' WS-USUARIO-AUDIT
                   '  ULTIMO PERIODO PAGADO: ' WS-PERIODO-CORTE
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

            IF PERMISOS-CAMBIADOS
                PERFORM GRABA-PERMISOS
            END-IF.
            PERFORM IMPRIME-PENDIENTES.
            CLOSE PERSONA-FILE.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '     WS-TOTAL-LEIDAS.
            DISPLAY 'SOLICITUDES NUEVAS: '  WS-TOTAL-SOLICITUDES.
            DISPLAY 'APROBADAS: '           WS-TOTAL-APROBADAS.
            DISPLAY 'DENEGADAS: '           WS-TOTAL-DENEGADAS.
            DISPLAY 'CANCELADAS: '          WS-TOTAL-CANCELADAS.
            DISPLAY 'TARJETAS RECHAZADAS: ' WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM138.PRT'.
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
                WHEN 'S'
                    PERFORM NUEVA-SOLICITUD
                WHEN 'A'
                    PERFORM APRUEBA-SOLICITUD
                WHEN 'R'
                    PERFORM DENIEGA-SOLICITUD
                WHEN 'C'
                    PERFORM CANCELA-SOLICITUD
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT = SPACES
                PERFORM RECHAZA-TARJETA
            END-IF.

      *    Solicitud nueva: empleado vivo, tipo conocido, fechas
      *    validas desde el primer dia aun sin pagar, algun dia
      *    laborable, sin pisar otra solicitud viva del empleado y,
      *    si es de vacaciones, con saldo para todas sus horas.
      *    Queda pendiente de aprobar.
       NUEVA-SOLICITUD.
            IF TX-ID-EMPLEADO IS NOT NUMERIC
                MOVE 'EMPLEADO NO NUMERICO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM LEE-EMPLEADO.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                TO PERMISO-REC.
            MOVE TX-CLASE              TO LR-TIPO.
            IF NOT LR-TIPO-VALIDO
                MOVE 'TIPO INVALIDO (V/P/S)' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DESDE IS NOT NUMERIC OR TX-HASTA IS NOT NUMERIC
                MOVE 'FECHAS NO NUMERICAS' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-DESDE              TO WS-CAL-FECHA.
            PERFORM VALIDA-FECHA.
            IF WS-MOTIVO = SPACES
                MOVE TX-HASTA          TO WS-CAL-FECHA
                PERFORM VALIDA-FECHA
            END-IF.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF TX-HASTA < TX-DESDE
                MOVE 'FECHA FINAL ANTERIOR A LA INICIAL' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-DESDE < WS-FECHA-MINIMA
                MOVE 'FECHA INICIAL EN UN PERIODO YA CERRADO'
                                       TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION INTEGER-OF-DATE(TX-HASTA)
               - FUNCTION INTEGER-OF-DATE(TX-DESDE) > 365
                MOVE 'PERIODO DE MAS DE UN ANYO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-DESDE              TO WS-RANGO-DESDE.
            MOVE TX-HASTA              TO WS-RANGO-HASTA.
            PERFORM CUENTA-LABORABLES.
            IF WS-LABORABLES = ZEROES
                MOVE 'NINGUN DIA LABORABLE EN EL PERIODO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VERIFICA-SOLAPE.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-ID-EMPLEADO        TO LR-ID-EMPLEADO.
            MOVE TX-DESDE              TO LR-DESDE.
            MOVE TX-HASTA              TO LR-HASTA.
            MOVE WS-LABORABLES         TO LR-DIAS.
            COMPUTE LR-HORAS = WS-LABORABLES * WS-JORNADA-HORAS.
            IF LR-VACACIONES
                PERFORM VERIFICA-SALDO
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-TOTAL-PERMISOS >= 5000
                MOVE 'TABLA DE SOLICITUDES LLENA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-ULTIMO-NUMERO.
            MOVE WS-ULTIMO-NUMERO      TO LR-NUMERO.
            MOVE 'P'                   TO LR-ESTADO.
            MOVE WS-USUARIO-AUDIT      TO LR-SOLICITA.
            MOVE WS-FECHA-PROCESO      TO LR-FECHA-SOLICITUD.
            MOVE ZEROES                TO LR-FECHA-RESOLUCION.
            ADD 1                      TO WS-TOTAL-PERMISOS.
            MOVE PERMISO-REC           TO
                 TLR-REGISTRO(WS-TOTAL-PERMISOS).
            SET PERMISOS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-SOLICITUDES.
            MOVE 'PENDIENTE'           TO WS-ESTADO-TEXTO.
            PERFORM LINEA-SOLICITUD.

      *    Aprobacion: solo una pendiente, por un usuario de nivel
      *    'A' distinto de quien la pidio.  Las vacaciones vuelven
      *    a mirar el saldo con lo aprobado hasta ahora.
       APRUEBA-SOLICITUD.
            MOVE TX-NUMERO             TO WS-NUMERO-BUSCA.
            PERFORM BUSCA-PERMISO.
            IF WS-LR-FILA = ZEROES
                MOVE 'SOLICITUD INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT LR-PENDIENTE
                MOVE 'SOLICITUD NO PENDIENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE LR-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM LEE-EMPLEADO.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-APRUEBA            TO WS-APRUEBA.
            PERFORM VALIDA-APROBADOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF LR-VACACIONES
                PERFORM VERIFICA-SALDO
                IF WS-MOTIVO NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE 'A'                   TO LR-ESTADO.
            MOVE WS-APRUEBA            TO LR-APRUEBA.
            MOVE WS-FECHA-PROCESO      TO LR-FECHA-RESOLUCION.
            MOVE PERMISO-REC           TO TLR-REGISTRO(WS-LR-FILA).
            SET PERMISOS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-APROBADAS.
            MOVE 'APROBADA'            TO WS-ESTADO-TEXTO.
            PERFORM LINEA-SOLICITUD.

      *    Rechazo de una pendiente, con el mismo aprobador que una
      *    aprobacion y el motivo.
       DENIEGA-SOLICITUD.
            MOVE TX-NUMERO             TO WS-NUMERO-BUSCA.
            PERFORM BUSCA-PERMISO.
            IF WS-LR-FILA = ZEROES
                MOVE 'SOLICITUD INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT LR-PENDIENTE
                MOVE 'SOLICITUD NO PENDIENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-MOTIVO = SPACES
                MOVE 'FALTA EL MOTIVO DEL RECHAZO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE TX-APRUEBA            TO WS-APRUEBA.
            PERFORM VALIDA-APROBADOR.
            IF WS-MOTIVO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE LR-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM LEE-EMPLEADO.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE 'R'                   TO LR-ESTADO.
            MOVE WS-APRUEBA            TO LR-APRUEBA.
            MOVE WS-FECHA-PROCESO      TO LR-FECHA-RESOLUCION.
            MOVE TX-MOTIVO             TO LR-MOTIVO.
            MOVE PERMISO-REC           TO TLR-REGISTRO(WS-LR-FILA).
            SET PERMISOS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-DENEGADAS.
            MOVE 'RECHAZADA'           TO WS-ESTADO-TEXTO.
            PERFORM LINEA-SOLICITUD.

      *    Cancelacion: una pendiente o aprobada que aun no ha
      *    empezado.
       CANCELA-SOLICITUD.
            MOVE TX-NUMERO-CANCELA     TO WS-NUMERO-BUSCA.
            PERFORM BUSCA-PERMISO.
            IF WS-LR-FILA = ZEROES
                MOVE 'SOLICITUD INEXISTENTE' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOT LR-EN-VIGOR
                MOVE 'SOLICITUD YA RECHAZADA O CANCELADA' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF LR-DESDE NOT > WS-FECHA-PROCESO
                MOVE 'EL PERMISO YA HA EMPEZADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF TX-MOTIVO-CANCELA = SPACES
                MOVE 'FALTA EL MOTIVO DE LA CANCELACION' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE LR-ID-EMPLEADO        TO WS-EMPLEADO.
            PERFORM LEE-EMPLEADO.
            MOVE SPACES                TO WS-MOTIVO.
            MOVE 'C'                   TO LR-ESTADO.
            MOVE WS-USUARIO-AUDIT      TO LR-APRUEBA.
            MOVE WS-FECHA-PROCESO      TO LR-FECHA-RESOLUCION.
            MOVE TX-MOTIVO-CANCELA     TO LR-MOTIVO.
            MOVE PERMISO-REC           TO TLR-REGISTRO(WS-LR-FILA).
            SET PERMISOS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-CANCELADAS.
            MOVE 'CANCELADA'           TO WS-ESTADO-TEXTO.
            PERFORM LINEA-SOLICITUD.

       LINEA-SOLICITUD.
            MOVE SPACES                TO LINEA-REPORTE.
            MOVE 1                     TO WS-PUNTERO.
            STRING '  SOLICITUD ' LR-NUMERO ' ' LR-ID-EMPLEADO ' '
                   WS-NOMBRE-ACTUAL ' ' LR-TIPO ' DEL ' LR-DESDE
                   ' AL ' LR-HASTA ' - ' LR-DIAS ' DIAS '
                   LR-HORAS ' HORAS - ' WS-ESTADO-TEXTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
                   WITH POINTER WS-PUNTERO
            END-STRING.
            IF LR-VACACIONES AND LR-EN-VIGOR
                MOVE WS-DISPONIBLE     TO WS-ED-DISPONIBLE
                STRING ' - SALDO LIBRE ' WS-ED-DISPONIBLE ' HORAS'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                END-STRING
            END-IF.
            IF LR-RECHAZADO OR LR-CANCELADO
                STRING ' - ' LR-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                       WITH POINTER WS-PUNTERO
                END-STRING
            END-IF.
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
            IF P-TERMINADO
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

      *    Otra solicitud viva del mismo empleado que pise alguno de
      *    los dias pedidos.
       VERIFICA-SOLAPE.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-TOTAL-PERMISOS
                MOVE TLR-REGISTRO(WS-LR-IDX) TO PERMISO-REC
                IF LR-ID-EMPLEADO = TX-ID-EMPLEADO AND LR-EN-VIGOR
                   AND LR-DESDE NOT > TX-HASTA
                   AND LR-HASTA NOT < TX-DESDE
                    STRING 'SOLAPA CON LA SOLICITUD ' LR-NUMERO
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            MOVE SPACES                TO PERMISO-REC.
            MOVE TX-CLASE              TO LR-TIPO.

      *    Saldo de vacaciones para la solicitud de PERMISO-REC.
      *    Disponible = derecho - tomadas de VACSALDO - horas de
      *    las vacaciones aprobadas del empleado aun sin pagar (sus
      *    dias laborables despues del ultimo periodo pagado).
      *    Hacen falta las horas de la solicitud en esos mismos
      *    dias.
       VERIFICA-SALDO.
            MOVE ZEROES                TO WS-TV-FILA.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-SALDOS
                       OR WS-TV-FILA NOT = ZEROES
                IF TV-ID(WS-TV-IDX) = WS-EMPLEADO
                    MOVE WS-TV-IDX     TO WS-TV-FILA
                END-IF
            END-PERFORM.
            IF WS-TV-FILA = ZEROES
                MOVE 'SIN FILA EN VACSALDO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM HORAS-POR-DESCONTAR.
            MOVE WS-HORAS-CALC         TO WS-NECESARIAS.
            MOVE PERMISO-REC           TO WS-PERMISO-GUARDA.
            MOVE ZEROES                TO WS-COMPROMETIDAS.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-TOTAL-PERMISOS
                MOVE TLR-REGISTRO(WS-LR-IDX) TO PERMISO-REC
                IF LR-ID-EMPLEADO = WS-EMPLEADO AND LR-APROBADO
                   AND LR-VACACIONES
                    PERFORM HORAS-POR-DESCONTAR
                    ADD WS-HORAS-CALC  TO WS-COMPROMETIDAS
                END-IF
            END-PERFORM.
            MOVE WS-PERMISO-GUARDA     TO PERMISO-REC.
            COMPUTE WS-DISPONIBLE = TV-DERECHO(WS-TV-FILA)
                                  - TV-TOMADAS(WS-TV-FILA)
                                  - WS-COMPROMETIDAS.
            IF WS-NECESARIAS > WS-DISPONIBLE
                MOVE WS-DISPONIBLE     TO WS-ED-DISPONIBLE
                MOVE WS-NECESARIAS     TO WS-ED-NECESARIAS
                STRING 'SALDO INSUFICIENTE: PIDE' WS-ED-NECESARIAS
                       ' LIBRE' WS-ED-DISPONIBLE
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT WS-NECESARIAS     FROM WS-DISPONIBLE.

      *    Horas de la solicitud de PERMISO-REC que VACSALDO aun no
      *    ha descontado: las de los dias laborables despues del
      *    ultimo periodo pagado.
       HORAS-POR-DESCONTAR.
            EVALUATE TRUE
                WHEN LR-DESDE > WS-FECHA-CORTE
                    MOVE LR-HORAS      TO WS-HORAS-CALC
                WHEN LR-HASTA NOT > WS-FECHA-CORTE
                    MOVE ZEROES        TO WS-HORAS-CALC
                WHEN OTHER
                    COMPUTE WS-INT-DIA =
                            FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                            + 1
                    COMPUTE WS-RANGO-DESDE =
                            FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                    MOVE LR-HASTA      TO WS-RANGO-HASTA
                    PERFORM CUENTA-LABORABLES
                    COMPUTE WS-HORAS-CALC =
                            WS-LABORABLES * WS-JORNADA-HORAS
            END-EVALUATE.

      *    Dias laborables (EXMBDAY) de WS-RANGO-DESDE a
      *    WS-RANGO-HASTA en WS-LABORABLES.
       CUENTA-LABORABLES.
            MOVE ZEROES                TO WS-LABORABLES.
            COMPUTE WS-INT-DIA =
                    FUNCTION INTEGER-OF-DATE(WS-RANGO-DESDE).
            COMPUTE WS-INT-HASTA =
                    FUNCTION INTEGER-OF-DATE(WS-RANGO-HASTA).
            PERFORM UNTIL WS-INT-DIA > WS-INT-HASTA
                COMPUTE WS-CAL-FECHA =
                        FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                PERFORM ES-LABORABLE
                IF WS-BD-LABORABLE = 'Y'
                    ADD 1              TO WS-LABORABLES
                END-IF
                ADD 1                  TO WS-INT-DIA
            END-PERFORM.

      *    Fila de la solicitud cuyo numero viene en
      *    WS-NUMERO-BUSCA; la deja en PERMISO-REC.  Cero = no esta.
       BUSCA-PERMISO.
            MOVE ZEROES                TO WS-LR-FILA.
            IF TX-DATOS(1:7) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-TOTAL-PERMISOS
                       OR WS-LR-FILA NOT = ZEROES
                MOVE TLR-REGISTRO(WS-LR-IDX) TO PERMISO-REC
                IF LR-NUMERO = WS-NUMERO-BUSCA
                    MOVE WS-LR-IDX     TO WS-LR-FILA
                END-IF
            END-PERFORM.

      *    Aprobador de nivel 'A', distinto de quien teclea la
      *    baraja y de quien pidio el permiso, y no enlazado al
      *    empleado.  Si el empleado tiene responsable de linea en
      *    el maestro, el aprobador ha de estar en su linea de mando.
       VALIDA-APROBADOR.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING WS-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR WS-APRUEBA = SPACES
               OR WS-APRUEBA = WS-USUARIO-AUDIT
               OR WS-APRUEBA = LR-SOLICITA
                MOVE 'SIN APROBADOR A DISTINTO' TO WS-MOTIVO
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
            IF WS-APRUEBA-EMPLEADO = LR-ID-EMPLEADO
                MOVE 'APROBADOR ES EL PROPIO EMPLEADO' TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            CALL 'EXMJEFE' USING LR-ID-EMPLEADO WS-APRUEBA-EMPLEADO
                                  WS-JEFE-RESPONSABLE
                                  WS-JEFE-RESULTADO.
            IF WS-JEFE-RESULTADO = 'N'
                MOVE 'APROBADOR FUERA DE LA LINEA DE MANDO'
                                       TO WS-MOTIVO
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
            IF WS-TOTAL-DIAS < 1000
                ADD 1                  TO WS-TOTAL-DIAS
                MOVE WS-CAL-FECHA      TO TDI-FECHA(WS-TOTAL-DIAS)
                MOVE WS-BD-LABORABLE   TO TDI-LABORABLE(WS-TOTAL-DIAS)
            END-IF.

       RECHAZA-TARJETA.
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  *** RECHAZADA: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            DISPLAY '  *** ' WS-MOTIVO ': ' ENTRADA-REC(1:25) ' ***'.

      *    Cola de solicitudes que esperan aprobacion tras la
      *    baraja.
       IMPRIME-PENDIENTES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'SOLICITUDES PENDIENTES DE APROBAR' TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-TOTAL-PERMISOS
                MOVE TLR-REGISTRO(WS-LR-IDX) TO PERMISO-REC
                IF LR-PENDIENTE
                    ADD 1              TO WS-TOTAL-PENDIENTES
                    MOVE LR-ID-EMPLEADO TO ID-EMPLEADO
                    MOVE SPACES        TO WS-NOMBRE-ACTUAL
                    READ PERSONA-FILE
                        NOT INVALID KEY
                            STRING NOMBRE DELIMITED BY SPACE
                                   ' ' DELIMITED BY SIZE
                                   P-APELLIDO DELIMITED BY SPACE
                                   INTO WS-NOMBRE-ACTUAL
                            END-STRING
                    END-READ
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '  SOLICITUD ' LR-NUMERO ' '
                           LR-ID-EMPLEADO ' ' WS-NOMBRE-ACTUAL ' '
                           LR-TIPO ' DEL ' LR-DESDE ' AL ' LR-HASTA
                           ' - ' LR-DIAS ' DIAS ' LR-HORAS
                           ' HORAS - PEDIDA EL ' LR-FECHA-SOLICITUD
                           ' POR ' LR-SOLICITA
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                    PERFORM IMPRIME-RUTA
                END-IF
            END-PERFORM.
            IF WS-TOTAL-PENDIENTES = ZEROES
                MOVE '  NINGUNA'       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

      *    A quien va la solicitud: el responsable de linea del
      *    empleado, si lo tiene en el maestro.
       IMPRIME-RUTA.
            MOVE ZEROES                TO WS-APRUEBA-EMPLEADO.
            CALL 'EXMJEFE' USING LR-ID-EMPLEADO WS-APRUEBA-EMPLEADO
                                  WS-JEFE-RESPONSABLE
                                  WS-JEFE-RESULTADO.
            IF WS-JEFE-RESPONSABLE = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-JEFE-RESPONSABLE   TO ID-EMPLEADO.
            MOVE SPACES                TO WS-NOMBRE-JEFE.
            READ PERSONA-FILE
                NOT INVALID KEY
                    STRING NOMBRE DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           P-APELLIDO DELIMITED BY SPACE
                           INTO WS-NOMBRE-JEFE
                    END-STRING
            END-READ.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '              A APROBAR POR SU RESPONSABLE '
                   WS-JEFE-RESPONSABLE ' ' WS-NOMBRE-JEFE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS: ' WS-TOTAL-LEIDAS
                   '  NUEVAS: ' WS-TOTAL-SOLICITUDES
                   '  APROBADAS: ' WS-TOTAL-APROBADAS
                   '  DENEGADAS: ' WS-TOTAL-DENEGADAS
                   '  CANCELADAS: ' WS-TOTAL-CANCELADAS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   '  PENDIENTES: ' WS-TOTAL-PENDIENTES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Se purgan las solicitudes que acabaron antes del anyo
      *    anterior.
       CARGA-PERMISOS.
            OPEN INPUT PERMISO-FILE.
            IF WS-PERMISO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PERMISO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF LR-NUMERO > WS-ULTIMO-NUMERO
                                MOVE LR-NUMERO TO WS-ULTIMO-NUMERO
                            END-IF
                            IF LR-HASTA(1:4) < WS-ANYO-PURGA
                                SET PERMISOS-CAMBIADOS TO TRUE
                            ELSE
                                IF WS-TOTAL-PERMISOS < 5000
                                    ADD 1 TO WS-TOTAL-PERMISOS
                                    MOVE PERMISO-REC TO
                                      TLR-REGISTRO(WS-TOTAL-PERMISOS)
                                ELSE
                                    SET PERMISOS-LLENO TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERMISO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PERMISOS.
            OPEN OUTPUT PERMISO-FILE.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-TOTAL-PERMISOS
                MOVE TLR-REGISTRO(WS-LR-IDX) TO PERMISO-REC
                WRITE PERMISO-REC
            END-PERFORM.
            CLOSE PERMISO-FILE.

       CARGA-VACACIONES.
            OPEN INPUT VACACION-FILE.
            IF WS-VACACION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ VACACION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-SALDOS < 500
                                ADD 1     TO WS-TOTAL-SALDOS
                                MOVE VB-ID-EMPLEADO TO
                                     TV-ID(WS-TOTAL-SALDOS)
                                MOVE VB-DERECHO TO
                                     TV-DERECHO(WS-TOTAL-SALDOS)
                                MOVE VB-TOMADAS TO
                                     TV-TOMADAS(WS-TOTAL-SALDOS)
                            ELSE
                                SET SALDOS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VACACION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Ultimo periodo con una nomina vigente y el ultimo dia de
      *    ese mes.  Sin nominas, nada esta descontado aun.  Las
      *    solicitudes nuevas empiezan en el mes de proceso y
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
