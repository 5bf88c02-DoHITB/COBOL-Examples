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
      * EXM127 - monthly segregation-of-duties review.  TRANCODP,     *
      * EXM72, EXM104, EXM98 and EXM121 each stop a user approving    *
      * their own item, but none of them sees two users who always    *
      * approve each other, or a user who changes a control table and *
      * then works transactions the same day.  For the month on the   *
      * PARM (AAAAMM, default the month of the processing date) this  *
      * reads every approval log together: TRANCODP.DAT and           *
      * TRANCODA.DAT (TRANCOD changes), EXM72LOG.DAT (suspense        *
      * write-offs), EXM20OVR.DAT (eligibility overrides), the        *
      * SESLOG.DAT unlock rows (approver in SL-AUTORIZA), PRESAUT.DAT *
      * (budget releases of suspense items) and ASIENLOG.DAT (journal *
      * approvals, matched to the capturing user by reference), plus  *
      * MENULOG.DAT for what each user opened.  EXM127.PRT lists:     *
      *   - users who approved each other in the month, in any        *
      *     workflow, with the count each way and the areas;          *
      *   - users who approve in an area and also work in it (request,*
      *     capture, or repair at the EXM73 suspense queue);          *
      *   - user-days on which a control-table screen (EXM27, EXM43,  *
      *     EXM62, EXM68, EXM79, EXM84) was opened and transactions   *
      *     were processed (EXM73 repairs, write-offs, budget         *
      *     releases, journals);                                      *
      *   - approval volumes per user and workflow, with the user's   *
      *     own work alongside.                                       *
      * A log not created yet is reported as not available, not as an *
      * error.  RC 4 when any conflict is listed, for compliance to   *
      * review.                                                       *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTE-FILE ASSIGN TO "TRANCODP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "TRANCODA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CASTIGO-FILE ASSIGN TO "EXM72LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "EXM20OVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT SESION-FILE ASSIGN TO "SESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESION-STATUS.
           SELECT AUTORIZA-FILE ASSIGN TO "PRESAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZA-STATUS.
           SELECT ASIENLOG-FILE ASSIGN TO "ASIENLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENLOG-STATUS.
           SELECT MENULOG-FILE ASSIGN TO "MENULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENULOG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM127.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-FILE.
           COPY "trancodp.cpy".

      *    Cambios de TRANCOD ya aplicados por EXM39.
       FD  AUDIT-FILE.
        01 AUDIT-REC.
           02 TA-FECHA                PIC 9(08).
           02 TA-HORA                 PIC 9(08).
           02 TA-ACCION               PIC X(01).
           02 TA-DESDE                PIC 9(02).
           02 TA-HASTA                PIC 9(02).
           02 TA-SOLICITA             PIC X(08).
           02 TA-APRUEBA              PIC X(08).

      *    Castigos de suspenso aprobados por EXM72.
       FD  CASTIGO-FILE.
        01 CASTIGO-REC.
           02 BT-FECHA                PIC 9(08).
           02 BT-HORA                 PIC 9(08).
           02 BT-NUMERO               PIC 9(09).
           02 BT-SOLICITA             PIC X(08).
           02 BT-APRUEBA              PIC X(08).
           02 BT-CUENTA-CASTIGO       PIC 9(06).
           02 BT-SUM3                 PIC 9(09).
           02 BT-SUM4                 PIC 9(09).

      *    Overrides de elegibilidad aprobados por EXM104.
       FD  OVERRIDE-FILE.
        01 OVERRIDE-REC.
           02 OV-FECHA-ORIG           PIC 9(08).
           02 OV-ENTRADA              PIC X(08).
           02 OV-NUEVO-RESULTADO      PIC X(01).
           02 OV-JUSTIFICACION        PIC X(30).
           02 OV-SOLICITA             PIC X(08).
           02 OV-APRUEBA              PIC X(08).
           02 OV-FECHA-OVERRIDE       PIC 9(08).

      *    Bitacora de sesiones de EXMPASS (desbloqueos de EXM98).
       FD  SESION-FILE.
        01 SESION-REC.
           02 SL-FECHA                PIC 9(08).
           02 SL-HORA                 PIC 9(08).
           02 SL-USUARIO              PIC X(08).
           02 SL-EVENTO               PIC X(01).
           02 SL-AUTORIZA             PIC X(08).

      *    Liberaciones de suspenso por presupuesto (EXM121).
       FD  AUTORIZA-FILE.
           COPY "presaut.cpy".

      *    Acciones sobre asientos manuales (EXM112/EXM113).
       FD  ASIENLOG-FILE.
           COPY "asienlog.cpy".

      *    Lanzamientos de pantallas desde el menu EXM99.
       FD  MENULOG-FILE.
        01 MENULOG-REC.
           02 ML-FECHA                PIC 9(08).
           02 ML-HORA                 PIC 9(08).
           02 ML-USUARIO              PIC X(08).
           02 ML-FUNCION              PIC X(08).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
        01 WS-CASTIGO-STATUS          PIC X(02) VALUE '00'.
        01 WS-OVERRIDE-STATUS         PIC X(02) VALUE '00'.
        01 WS-SESION-STATUS           PIC X(02) VALUE '00'.
        01 WS-AUTORIZA-STATUS         PIC X(02) VALUE '00'.
        01 WS-ASIENLOG-STATUS         PIC X(02) VALUE '00'.
        01 WS-MENULOG-STATUS          PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-PARM                    PIC X(08) VALUE SPACES.
        01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
        01 WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANYO             PIC 9(04).
           02 WS-PER-MES              PIC 9(02).
      *    Flujos de aprobacion (columnas del volumen por usuario).
        01 WS-NOMBRES-FLUJO.
           02 FILLER                  PIC X(08) VALUE 'TRANCOD '.
           02 FILLER                  PIC X(08) VALUE 'CASTIGO '.
           02 FILLER                  PIC X(08) VALUE 'OVERRIDE'.
           02 FILLER                  PIC X(08) VALUE 'DESBLOQ '.
           02 FILLER                  PIC X(08) VALUE 'PRESUP  '.
           02 FILLER                  PIC X(08) VALUE 'ASIENTO '.
        01 WS-NOMBRES-FLUJO-R REDEFINES WS-NOMBRES-FLUJO.
           02 TN-FLUJO                PIC X(08) OCCURS 6 TIMES.
      *    Areas de trabajo: castigos y liberaciones por presupuesto
      *    son las dos del suspenso.
        01 WS-NOMBRES-AREA.
           02 FILLER                  PIC X(08) VALUE 'TRANCOD '.
           02 FILLER                  PIC X(08) VALUE 'SUSPENSO'.
           02 FILLER                  PIC X(08) VALUE 'ELEGIBIL'.
           02 FILLER                  PIC X(08) VALUE 'ACCESO  '.
           02 FILLER                  PIC X(08) VALUE 'ASIENTO '.
        01 WS-NOMBRES-AREA-R REDEFINES WS-NOMBRES-AREA.
           02 TN-AREA                 PIC X(08) OCCURS 5 TIMES.
      *    Tablas de control que se cambian desde el menu EXM99 y
      *    trabajos de proceso que corren contra ellas.
        01 WS-NOMBRES-CONTROL.
           02 FILLER                  PIC X(08) VALUE 'TRANCOD '.
           02 FILLER                  PIC X(08) VALUE 'CAMBIOS '.
           02 FILLER                  PIC X(08) VALUE 'CTAGLMAP'.
           02 FILLER                  PIC X(08) VALUE 'TRANCODC'.
           02 FILLER                  PIC X(08) VALUE 'PRESUPUE'.
           02 FILLER                  PIC X(08) VALUE 'DEPTOS  '.
        01 WS-NOMBRES-CONTROL-R REDEFINES WS-NOMBRES-CONTROL.
           02 TN-CONTROL              PIC X(08) OCCURS 6 TIMES.
        01 WS-NOMBRES-PROCESO.
           02 FILLER                  PIC X(08) VALUE 'REPARA  '.
           02 FILLER                  PIC X(08) VALUE 'CASTIGO '.
           02 FILLER                  PIC X(08) VALUE 'PRESUP  '.
           02 FILLER                  PIC X(08) VALUE 'ASIENTO '.
        01 WS-NOMBRES-PROCESO-R REDEFINES WS-NOMBRES-PROCESO.
           02 TN-PROCESO              PIC X(08) OCCURS 4 TIMES.
      *    Usuarios vistos en el mes, en orden de codigo.
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TU-FILA OCCURS 300 TIMES.
              03 TU-USUARIO           PIC X(08).
              03 TU-APROBADAS         PIC 9(05) OCCURS 6 TIMES.
              03 TU-TOTAL-APROBADAS   PIC 9(06).
              03 TU-AREA OCCURS 5 TIMES.
                 04 TU-APRUEBA-AREA   PIC 9(05).
                 04 TU-OPERA-AREA     PIC 9(05).
              03 TU-TOTAL-OPERA       PIC 9(06).
      *    Parejas solicitante -> aprobador con las areas en que se
      *    dieron.
        01 WS-TOTAL-PAREJAS           PIC 9(04) VALUE ZEROES.
        01 TABLA-PAREJAS.
           02 TP-FILA OCCURS 1000 TIMES.
              03 TP-SOLICITA          PIC X(08).
              03 TP-APRUEBA           PIC X(08).
              03 TP-VECES             PIC 9(05).
              03 TP-AREAS             PIC X(05).
      *    Altas de asientos (referencia -> usuario que lo capturo),
      *    para saber a quien aprueba cada APRUEBA de ASIENLOG.
        01 WS-TOTAL-ALTAS             PIC 9(04) VALUE ZEROES.
        01 TABLA-ALTAS.
           02 TJ-FILA OCCURS 5000 TIMES.
              03 TJ-REFERENCIA        PIC 9(09).
              03 TJ-USUARIO           PIC X(08).
      *    Usuario y dia, en orden, con las tablas de control que
      *    cambio y los procesos que hizo ese dia.
        01 WS-TOTAL-DIAS              PIC 9(04) VALUE ZEROES.
        01 TABLA-DIAS.
           02 TD-FILA OCCURS 3000 TIMES.
              03 TD-CLAVE.
                 04 TD-USUARIO        PIC X(08).
                 04 TD-FECHA          PIC 9(08).
              03 TD-CONTROL           PIC X(06).
              03 TD-PROCESO           PIC X(04).
      *    Parametros de las rutinas de registro.
        01 WS-R-FLUJO                 PIC 9(01) VALUE ZEROES.
        01 WS-R-AREA                  PIC 9(01) VALUE ZEROES.
        01 WS-R-SOLICITA              PIC X(08) VALUE SPACES.
        01 WS-R-APRUEBA               PIC X(08) VALUE SPACES.
        01 WS-R-USUARIO               PIC X(08) VALUE SPACES.
        01 WS-R-FECHA                 PIC 9(08) VALUE ZEROES.
        01 WS-R-TIPO                  PIC X(01) VALUE SPACES.
           88 WS-R-CONTROL                       VALUE 'C'.
           88 WS-R-PROCESO                       VALUE 'P'.
        01 WS-R-POSICION              PIC 9(01) VALUE ZEROES.
        01 WS-CLAVE-DIA.
           02 WS-CD-USUARIO           PIC X(08).
           02 WS-CD-FECHA             PIC 9(08).
        01 WS-US-BUSCADO              PIC X(08) VALUE SPACES.
        01 WS-US-POS                  PIC 9(03) VALUE ZEROES.
        01 WS-US-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-US-MOVER                PIC 9(03) VALUE ZEROES.
        01 WS-PA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PA-IDX2                 PIC 9(04) VALUE ZEROES.
        01 WS-PA-POS                  PIC 9(04) VALUE ZEROES.
        01 WS-AJ-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-DI-POS                  PIC 9(04) VALUE ZEROES.
        01 WS-DI-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-DI-MOVER                PIC 9(04) VALUE ZEROES.
        01 WS-IDX                     PIC 9(02) VALUE ZEROES.
        01 WS-TABLA-LLENA-SW          PIC X(01) VALUE 'N'.
           88 TABLA-LLENA                        VALUE 'Y'.
      *    Filas del mes leidas por fichero (para el pie).
        01 WS-FILAS-LEIDAS            PIC 9(07) VALUE ZEROES.
        01 WS-TOTAL-APROBACIONES      PIC 9(07) VALUE ZEROES.
        01 WS-SIN-SOLICITANTE         PIC 9(07) VALUE ZEROES.
        01 WS-TOTAL-RECIPROCAS        PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-MISMA-AREA        PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-MISMO-DIA         PIC 9(05) VALUE ZEROES.
        01 WS-VECES-IDA               PIC 9(05) VALUE ZEROES.
        01 WS-VECES-VUELTA            PIC 9(05) VALUE ZEROES.
        01 WS-AREAS-PAREJA            PIC X(05) VALUE SPACES.
        01 WS-LISTA                   PIC X(60) VALUE SPACES.
        01 WS-LISTA-2                 PIC X(40) VALUE SPACES.
        01 WS-PUNTERO                 PIC 9(03) VALUE ZEROES.
        01 WS-NOMBRE-FICHERO          PIC X(12) VALUE SPACES.
        01 WS-CONT-ED                 PIC Z(4)9.
        01 WS-CONT-ED2                PIC Z(4)9.
        01 WS-FILAS-ED                PIC Z(6)9.
        01 WS-LINEA-VOLUMEN.
           02 LV-USUARIO              PIC X(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LV-FLUJO OCCURS 6 TIMES.
              03 LV-APROBADAS         PIC Z(4)9.
              03 FILLER               PIC X(05).
           02 LV-TOTAL                PIC Z(5)9.
           02 FILLER                  PIC X(04) VALUE SPACES.
           02 LV-OPERA                PIC Z(5)9.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM(1:6) IS NUMERIC
                MOVE WS-PARM(1:6)      TO WS-PERIODO
            ELSE
                MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
            END-IF.
            IF WS-PER-MES < 1 OR WS-PER-MES > 12
                DISPLAY '*** PERIODO INVALIDO: ' WS-PERIODO ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'EXM127 - SEGREGACION DE FUNCIONES EN LAS '
                   'APROBACIONES  PERIODO: ' WS-PERIODO
                   '  FECHA PROCESO: ' WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'FICHEROS LEIDOS (FILAS DEL PERIODO)'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM LEE-PENDIENTES.
            PERFORM LEE-AUDITORIA-TRANCOD.
            PERFORM LEE-CASTIGOS.
            PERFORM LEE-OVERRIDES.
            PERFORM LEE-SESIONES.
            PERFORM LEE-AUTORIZACIONES.
            PERFORM LEE-ASIENTOS.
            PERFORM LEE-MENU.
            IF TABLA-LLENA
                MOVE SPACES              TO LINEA-REPORTE
                STRING '  *** TABLA INTERNA LLENA - INFORME '
                       'INCOMPLETO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.

            PERFORM IMPRIME-RECIPROCAS.
            PERFORM IMPRIME-MISMA-AREA.
            PERFORM IMPRIME-MISMO-DIA.
            PERFORM IMPRIME-VOLUMENES.

            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'APROBACIONES: ' WS-TOTAL-APROBACIONES
                   '  PAREJAS RECIPROCAS: ' WS-TOTAL-RECIPROCAS
                   '  APRUEBA Y OPERA: ' WS-TOTAL-MISMA-AREA
                   '  CONTROL Y PROCESO EL MISMO DIA: '
                   WS-TOTAL-MISMO-DIA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-SIN-SOLICITANTE > 0
                MOVE SPACES              TO LINEA-REPORTE
                STRING 'APROBACIONES SIN SOLICITANTE CONOCIDO: '
                       WS-SIN-SOLICITANTE
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECIPROCAS > 0
               OR WS-TOTAL-MISMA-AREA > 0
               OR WS-TOTAL-MISMO-DIA > 0
               OR TABLA-LLENA
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'APROBACIONES DEL PERIODO: ' WS-TOTAL-APROBACIONES.
            DISPLAY 'CONFLICTOS: ' WS-TOTAL-RECIPROCAS ' RECIPROCAS '
                    WS-TOTAL-MISMA-AREA ' MISMA AREA '
                    WS-TOTAL-MISMO-DIA ' MISMO DIA'.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM127.PRT'.
            STOP RUN.

      *    Linea del apartado de ficheros: filas del mes o ausente.
      *    Un log que todavia no se ha creado no es un error.
       ANOTA-FICHERO.
            MOVE SPACES                  TO LINEA-REPORTE.
            MOVE WS-FILAS-LEIDAS         TO WS-FILAS-ED.
            STRING '  ' WS-NOMBRE-FICHERO ' ' WS-FILAS-ED
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       ANOTA-AUSENTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' WS-NOMBRE-FICHERO ' NO DISPONIBLE'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    TRANCODP: toda solicitud del mes es operar en TRANCOD; las
      *    aprobadas aun sin aplicar cuentan como aprobacion.
       LEE-PENDIENTES.
            MOVE 'TRANCODP.DAT'          TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ PENDIENTE-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF PD-FECHA(1:6) = WS-PERIODO
                            ADD 1        TO WS-FILAS-LEIDAS
                            MOVE 1       TO WS-R-AREA
                            MOVE PD-USUARIO-SOLICITA TO WS-R-USUARIO
                            PERFORM REGISTRA-OPERACION
                            IF PD-APROBADO
                                MOVE 1   TO WS-R-FLUJO
                                MOVE PD-USUARIO-SOLICITA
                                         TO WS-R-SOLICITA
                                MOVE PD-USUARIO-APRUEBA
                                         TO WS-R-APRUEBA
                                PERFORM REGISTRA-APROBACION
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDIENTE-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

      *    TRANCODA: cambios aplicados en el mes (EXM39 los quita de
      *    TRANCODP, asi que no se cuentan dos veces).
       LEE-AUDITORIA-TRANCOD.
            MOVE 'TRANCODA.DAT'          TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ AUDIT-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF TA-FECHA(1:6) = WS-PERIODO
                            ADD 1        TO WS-FILAS-LEIDAS
                            MOVE 1       TO WS-R-FLUJO WS-R-AREA
                            MOVE TA-SOLICITA TO WS-R-SOLICITA
                            MOVE TA-APRUEBA  TO WS-R-APRUEBA
                            PERFORM REGISTRA-APROBACION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AUDIT-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

       LEE-CASTIGOS.
            MOVE 'EXM72LOG.DAT'          TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT CASTIGO-FILE.
            IF WS-CASTIGO-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ CASTIGO-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF BT-FECHA(1:6) = WS-PERIODO
                            ADD 1        TO WS-FILAS-LEIDAS
                            PERFORM ANOTA-CASTIGO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CASTIGO-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

       ANOTA-CASTIGO.
            MOVE 2                       TO WS-R-FLUJO WS-R-AREA.
            MOVE BT-SOLICITA             TO WS-R-SOLICITA
                                            WS-R-USUARIO.
            MOVE BT-APRUEBA              TO WS-R-APRUEBA.
            PERFORM REGISTRA-APROBACION.
            PERFORM REGISTRA-OPERACION.
            MOVE BT-FECHA                TO WS-R-FECHA.
            MOVE 'P'                     TO WS-R-TIPO.
            MOVE 2                       TO WS-R-POSICION.
            PERFORM REGISTRA-DIA.
            MOVE BT-APRUEBA              TO WS-R-USUARIO.
            PERFORM REGISTRA-DIA.

       LEE-OVERRIDES.
            MOVE 'EXM20OVR.DAT'          TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT OVERRIDE-FILE.
            IF WS-OVERRIDE-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ OVERRIDE-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF OV-FECHA-OVERRIDE(1:6) = WS-PERIODO
                            ADD 1        TO WS-FILAS-LEIDAS
                            MOVE 3       TO WS-R-FLUJO WS-R-AREA
                            MOVE OV-SOLICITA TO WS-R-SOLICITA
                                                WS-R-USUARIO
                            MOVE OV-APRUEBA  TO WS-R-APRUEBA
                            PERFORM REGISTRA-APROBACION
                            PERFORM REGISTRA-OPERACION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OVERRIDE-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

      *    Desbloqueos: el usuario desbloqueado hace de solicitante
      *    para las parejas, pero que le desbloqueen no es operar.
      *    Filas anteriores a SL-AUTORIZA llegan sin aprobador.
       LEE-SESIONES.
            MOVE 'SESLOG.DAT'            TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT SESION-FILE.
            IF WS-SESION-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ SESION-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF SL-FECHA(1:6) = WS-PERIODO
                           AND SL-EVENTO = 'U'
                            ADD 1        TO WS-FILAS-LEIDAS
                            MOVE 4       TO WS-R-FLUJO WS-R-AREA
                            MOVE SL-USUARIO  TO WS-R-SOLICITA
                            MOVE SL-AUTORIZA TO WS-R-APRUEBA
                            PERFORM REGISTRA-APROBACION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SESION-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

       LEE-AUTORIZACIONES.
            MOVE 'PRESAUT.DAT'           TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT AUTORIZA-FILE.
            IF WS-AUTORIZA-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ AUTORIZA-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF SG-FECHA(1:6) = WS-PERIODO
                            ADD 1        TO WS-FILAS-LEIDAS
                            PERFORM ANOTA-AUTORIZACION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AUTORIZA-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

       ANOTA-AUTORIZACION.
            MOVE 5                       TO WS-R-FLUJO.
            MOVE 2                       TO WS-R-AREA.
            MOVE SG-SOLICITA             TO WS-R-SOLICITA
                                            WS-R-USUARIO.
            MOVE SG-APRUEBA              TO WS-R-APRUEBA.
            PERFORM REGISTRA-APROBACION.
            PERFORM REGISTRA-OPERACION.
            MOVE SG-FECHA                TO WS-R-FECHA.
            MOVE 'P'                     TO WS-R-TIPO.
            MOVE 3                       TO WS-R-POSICION.
            PERFORM REGISTRA-DIA.
            MOVE SG-APRUEBA              TO WS-R-USUARIO.
            PERFORM REGISTRA-DIA.

      *    ASIENLOG: el ALTA dice quien capturo cada asiento (de
      *    cualquier mes, el asiento puede aprobarse despues) y el
      *    APRUEBA del mes se empareja con el por la referencia.
       LEE-ASIENTOS.
            MOVE 'ASIENLOG.DAT'          TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT ASIENLOG-FILE.
            IF WS-ASIENLOG-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ ASIENLOG-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        PERFORM ANOTA-ASIENTO
                END-READ
            END-PERFORM.
            CLOSE ASIENLOG-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

       ANOTA-ASIENTO.
            IF AL-ACCION = 'ALTA'
                IF WS-TOTAL-ALTAS < 5000
                    ADD 1                TO WS-TOTAL-ALTAS
                    MOVE AL-REFERENCIA   TO
                         TJ-REFERENCIA(WS-TOTAL-ALTAS)
                    MOVE AL-USUARIO      TO TJ-USUARIO(WS-TOTAL-ALTAS)
                ELSE
                    SET TABLA-LLENA      TO TRUE
                END-IF
            END-IF.
            IF AL-FECHA(1:6) NOT = WS-PERIODO
                EXIT PARAGRAPH
            END-IF.
            EVALUATE AL-ACCION
                WHEN 'ALTA'
                    ADD 1                TO WS-FILAS-LEIDAS
                    MOVE 5               TO WS-R-AREA
                    MOVE AL-USUARIO      TO WS-R-USUARIO
                    PERFORM REGISTRA-OPERACION
                WHEN 'APRUEBA'
                    ADD 1                TO WS-FILAS-LEIDAS
                    MOVE SPACES          TO WS-R-SOLICITA
                    PERFORM VARYING WS-AJ-IDX FROM WS-TOTAL-ALTAS
                            BY -1
                            UNTIL WS-AJ-IDX < 1
                               OR WS-R-SOLICITA NOT = SPACES
                        IF TJ-REFERENCIA(WS-AJ-IDX) = AL-REFERENCIA
                            MOVE TJ-USUARIO(WS-AJ-IDX)
                                         TO WS-R-SOLICITA
                        END-IF
                    END-PERFORM
                    MOVE 6               TO WS-R-FLUJO
                    MOVE 5               TO WS-R-AREA
                    MOVE AL-USUARIO      TO WS-R-APRUEBA
                    PERFORM REGISTRA-APROBACION
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE AL-USUARIO              TO WS-R-USUARIO.
            MOVE AL-FECHA                TO WS-R-FECHA.
            MOVE 'P'                     TO WS-R-TIPO.
            MOVE 4                       TO WS-R-POSICION.
            PERFORM REGISTRA-DIA.

      *    MENULOG: las pantallas de tablas de control son cambio de
      *    control; la cola de suspenso y los asientos, proceso.
       LEE-MENU.
            MOVE 'MENULOG.DAT'           TO WS-NOMBRE-FICHERO.
            MOVE ZEROES                  TO WS-FILAS-LEIDAS.
            OPEN INPUT MENULOG-FILE.
            IF WS-MENULOG-STATUS NOT = '00'
                PERFORM ANOTA-AUSENTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-FICHERO
                READ MENULOG-FILE
                    AT END
                        SET FIN-FICHERO  TO TRUE
                    NOT AT END
                        IF ML-FECHA(1:6) = WS-PERIODO
                            ADD 1        TO WS-FILAS-LEIDAS
                            PERFORM ANOTA-LANZAMIENTO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MENULOG-FILE.
            MOVE 'N'                     TO WS-EOF-SW.
            PERFORM ANOTA-FICHERO.

       ANOTA-LANZAMIENTO.
            MOVE ML-USUARIO              TO WS-R-USUARIO.
            MOVE ML-FECHA                TO WS-R-FECHA.
            MOVE 'C'                     TO WS-R-TIPO.
            EVALUATE ML-FUNCION
                WHEN 'EXM27'
                    MOVE 1               TO WS-R-POSICION
                WHEN 'EXM43'
                    MOVE 2               TO WS-R-POSICION
                WHEN 'EXM62'
                    MOVE 3               TO WS-R-POSICION
                WHEN 'EXM68'
                    MOVE 4               TO WS-R-POSICION
                WHEN 'EXM79'
                    MOVE 5               TO WS-R-POSICION
                WHEN 'EXM84'
                    MOVE 6               TO WS-R-POSICION
                WHEN 'EXM73'
                    MOVE 'P'             TO WS-R-TIPO
                    MOVE 1               TO WS-R-POSICION
                    MOVE 2               TO WS-R-AREA
                    PERFORM REGISTRA-OPERACION
                WHEN 'EXM112'
                    MOVE 'P'             TO WS-R-TIPO
                    MOVE 4               TO WS-R-POSICION
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            PERFORM REGISTRA-DIA.

      *    Una aprobacion: volumen del aprobador por flujo y area, y
      *    la pareja solicitante -> aprobador.
       REGISTRA-APROBACION.
            IF WS-R-APRUEBA = SPACES
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-APROBACIONES.
            MOVE WS-R-APRUEBA            TO WS-US-BUSCADO.
            PERFORM BUSCA-USUARIO.
            IF WS-US-POS > 0
                ADD 1 TO TU-APROBADAS(WS-US-POS, WS-R-FLUJO)
                ADD 1 TO TU-TOTAL-APROBADAS(WS-US-POS)
                ADD 1 TO TU-APRUEBA-AREA(WS-US-POS, WS-R-AREA)
            END-IF.
            IF WS-R-SOLICITA = SPACES
                ADD 1                    TO WS-SIN-SOLICITANTE
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                  TO WS-PA-POS.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-PAREJAS
                       OR WS-PA-POS > 0
                IF TP-SOLICITA(WS-PA-IDX) = WS-R-SOLICITA
                   AND TP-APRUEBA(WS-PA-IDX) = WS-R-APRUEBA
                    MOVE WS-PA-IDX       TO WS-PA-POS
                END-IF
            END-PERFORM.
            IF WS-PA-POS = 0
                IF WS-TOTAL-PAREJAS >= 1000
                    SET TABLA-LLENA      TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1                    TO WS-TOTAL-PAREJAS
                MOVE WS-TOTAL-PAREJAS    TO WS-PA-POS
                MOVE WS-R-SOLICITA       TO TP-SOLICITA(WS-PA-POS)
                MOVE WS-R-APRUEBA        TO TP-APRUEBA(WS-PA-POS)
                MOVE ZEROES              TO TP-VECES(WS-PA-POS)
                MOVE SPACES              TO TP-AREAS(WS-PA-POS)
            END-IF.
            ADD 1                        TO TP-VECES(WS-PA-POS).
            MOVE 'X' TO TP-AREAS(WS-PA-POS)(WS-R-AREA:1).

      *    Trabajo propio en un area (solicitar, capturar, reparar).
       REGISTRA-OPERACION.
            IF WS-R-USUARIO = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-R-USUARIO            TO WS-US-BUSCADO.
            PERFORM BUSCA-USUARIO.
            IF WS-US-POS > 0
                ADD 1 TO TU-OPERA-AREA(WS-US-POS, WS-R-AREA)
                ADD 1 TO TU-TOTAL-OPERA(WS-US-POS)
            END-IF.

      *    Marca de control o de proceso para el usuario y el dia.
       REGISTRA-DIA.
            IF WS-R-USUARIO = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-R-USUARIO            TO WS-CD-USUARIO.
            MOVE WS-R-FECHA              TO WS-CD-FECHA.
            MOVE ZEROES                  TO WS-DI-POS.
            PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                    UNTIL WS-DI-IDX > WS-TOTAL-DIAS
                       OR WS-DI-POS > 0
                IF TD-CLAVE(WS-DI-IDX) NOT < WS-CLAVE-DIA
                    MOVE WS-DI-IDX       TO WS-DI-POS
                END-IF
            END-PERFORM.
            IF WS-DI-POS = 0
                PERFORM INSERTA-DIA
            ELSE
                IF TD-CLAVE(WS-DI-POS) NOT = WS-CLAVE-DIA
                    PERFORM INSERTA-DIA
                END-IF
            END-IF.
            IF WS-DI-POS = 0
                EXIT PARAGRAPH
            END-IF.
            IF WS-R-CONTROL
                MOVE 'X' TO TD-CONTROL(WS-DI-POS)(WS-R-POSICION:1)
            ELSE
                MOVE 'X' TO TD-PROCESO(WS-DI-POS)(WS-R-POSICION:1)
            END-IF.

      *    Hueco en WS-DI-POS (o al final) para un usuario-dia nuevo.
       INSERTA-DIA.
            IF WS-TOTAL-DIAS >= 3000
                MOVE ZEROES              TO WS-DI-POS
                SET TABLA-LLENA          TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-DI-POS = 0
                COMPUTE WS-DI-POS = WS-TOTAL-DIAS + 1
            ELSE
                PERFORM VARYING WS-DI-MOVER
                        FROM WS-TOTAL-DIAS BY -1
                        UNTIL WS-DI-MOVER < WS-DI-POS
                    MOVE TD-FILA(WS-DI-MOVER) TO
                         TD-FILA(WS-DI-MOVER + 1)
                END-PERFORM
            END-IF.
            ADD 1                        TO WS-TOTAL-DIAS.
            MOVE WS-CLAVE-DIA            TO TD-CLAVE(WS-DI-POS).
            MOVE SPACES                  TO TD-CONTROL(WS-DI-POS)
                                            TD-PROCESO(WS-DI-POS).

      *    Usuario en orden de codigo; se da de alta si no estaba.
       BUSCA-USUARIO.
            MOVE ZEROES                  TO WS-US-POS.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                       OR WS-US-POS > 0
                IF TU-USUARIO(WS-US-IDX) NOT < WS-US-BUSCADO
                    MOVE WS-US-IDX       TO WS-US-POS
                END-IF
            END-PERFORM.
            IF WS-US-POS = 0
                PERFORM INSERTA-USUARIO
            ELSE
                IF TU-USUARIO(WS-US-POS) NOT = WS-US-BUSCADO
                    PERFORM INSERTA-USUARIO
                END-IF
            END-IF.

       INSERTA-USUARIO.
            IF WS-TOTAL-USUARIOS >= 300
                MOVE ZEROES              TO WS-US-POS
                SET TABLA-LLENA          TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-US-POS = 0
                COMPUTE WS-US-POS = WS-TOTAL-USUARIOS + 1
            ELSE
                PERFORM VARYING WS-US-MOVER
                        FROM WS-TOTAL-USUARIOS BY -1
                        UNTIL WS-US-MOVER < WS-US-POS
                    MOVE TU-FILA(WS-US-MOVER) TO
                         TU-FILA(WS-US-MOVER + 1)
                END-PERFORM
            END-IF.
            ADD 1                        TO WS-TOTAL-USUARIOS.
            INITIALIZE TU-FILA(WS-US-POS).
            MOVE WS-US-BUSCADO           TO TU-USUARIO(WS-US-POS).

      *    Dos usuarios que se aprueban el uno al otro en el mes, en
      *    el mismo flujo o en flujos distintos.  Cada pareja sale
      *    una vez (desde su solicitante de codigo menor).
       IMPRIME-RECIPROCAS.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'PAREJAS QUE SE APRUEBAN MUTUAMENTE'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-TOTAL-PAREJAS
                IF TP-SOLICITA(WS-PA-IDX) < TP-APRUEBA(WS-PA-IDX)
                    PERFORM BUSCA-RECIPROCA
                END-IF
            END-PERFORM.
            IF WS-TOTAL-RECIPROCAS = 0
                MOVE '  NINGUNA'         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       BUSCA-RECIPROCA.
            MOVE ZEROES                  TO WS-PA-POS.
            PERFORM VARYING WS-PA-IDX2 FROM 1 BY 1
                    UNTIL WS-PA-IDX2 > WS-TOTAL-PAREJAS
                       OR WS-PA-POS > 0
                IF TP-SOLICITA(WS-PA-IDX2) = TP-APRUEBA(WS-PA-IDX)
                   AND TP-APRUEBA(WS-PA-IDX2) = TP-SOLICITA(WS-PA-IDX)
                    MOVE WS-PA-IDX2      TO WS-PA-POS
                END-IF
            END-PERFORM.
            IF WS-PA-POS = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1                        TO WS-TOTAL-RECIPROCAS.
            MOVE TP-AREAS(WS-PA-IDX)     TO WS-AREAS-PAREJA.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF TP-AREAS(WS-PA-POS)(WS-IDX:1) = 'X'
                    MOVE 'X'             TO WS-AREAS-PAREJA(WS-IDX:1)
                END-IF
            END-PERFORM.
            MOVE SPACES                  TO WS-LISTA.
            MOVE 1                       TO WS-PUNTERO.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF WS-AREAS-PAREJA(WS-IDX:1) = 'X'
                    STRING TN-AREA(WS-IDX) DELIMITED BY SPACE
                           ' '             DELIMITED BY SIZE
                           INTO WS-LISTA WITH POINTER WS-PUNTERO
                    END-STRING
                END-IF
            END-PERFORM.
            MOVE TP-VECES(WS-PA-POS)     TO WS-CONT-ED.
            MOVE TP-VECES(WS-PA-IDX)     TO WS-CONT-ED2.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' TP-SOLICITA(WS-PA-IDX) ' Y '
                   TP-APRUEBA(WS-PA-IDX)
                   '  APRUEBA EL PRIMERO: ' WS-CONT-ED
                   '  APRUEBA EL SEGUNDO: ' WS-CONT-ED2
                   '  AREAS: ' WS-LISTA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Quien aprueba el trabajo de otros en un area y ademas
      *    trabaja en ella (solicita, captura o repara).
       IMPRIME-MISMA-AREA.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'USUARIOS QUE APRUEBAN Y OPERAN EN LA MISMA AREA'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                    IF TU-APRUEBA-AREA(WS-US-IDX, WS-IDX) > 0
                       AND TU-OPERA-AREA(WS-US-IDX, WS-IDX) > 0
                        PERFORM IMPRIME-LINEA-AREA
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF WS-TOTAL-MISMA-AREA = 0
                MOVE '  NINGUNO'         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-LINEA-AREA.
            ADD 1                        TO WS-TOTAL-MISMA-AREA.
            MOVE TU-APRUEBA-AREA(WS-US-IDX, WS-IDX) TO WS-CONT-ED.
            MOVE TU-OPERA-AREA(WS-US-IDX, WS-IDX)   TO WS-CONT-ED2.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' TU-USUARIO(WS-US-IDX)
                   '  AREA: ' TN-AREA(WS-IDX)
                   '  APROBACIONES: ' WS-CONT-ED
                   '  OPERACIONES PROPIAS: ' WS-CONT-ED2
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Usuario que el mismo dia cambia una tabla de control y
      *    procesa movimientos (reparar o castigar suspenso, liberar
      *    por presupuesto, capturar o aprobar asientos).
       IMPRIME-MISMO-DIA.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'CAMBIO DE TABLA DE CONTROL Y PROCESO EL MISMO DIA'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                    UNTIL WS-DI-IDX > WS-TOTAL-DIAS
                IF TD-CONTROL(WS-DI-IDX) NOT = SPACES
                   AND TD-PROCESO(WS-DI-IDX) NOT = SPACES
                    PERFORM IMPRIME-LINEA-DIA
                END-IF
            END-PERFORM.
            IF WS-TOTAL-MISMO-DIA = 0
                MOVE '  NINGUNO'         TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       IMPRIME-LINEA-DIA.
            ADD 1                        TO WS-TOTAL-MISMO-DIA.
            MOVE SPACES                  TO WS-LISTA.
            MOVE 1                       TO WS-PUNTERO.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
                IF TD-CONTROL(WS-DI-IDX)(WS-IDX:1) = 'X'
                    STRING TN-CONTROL(WS-IDX) DELIMITED BY SPACE
                           ' '             DELIMITED BY SIZE
                           INTO WS-LISTA WITH POINTER WS-PUNTERO
                    END-STRING
                END-IF
            END-PERFORM.
            MOVE SPACES                  TO WS-LISTA-2.
            MOVE 1                       TO WS-PUNTERO.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
                IF TD-PROCESO(WS-DI-IDX)(WS-IDX:1) = 'X'
                    STRING TN-PROCESO(WS-IDX) DELIMITED BY SPACE
                           ' '             DELIMITED BY SIZE
                           INTO WS-LISTA-2 WITH POINTER WS-PUNTERO
                    END-STRING
                END-IF
            END-PERFORM.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING '  ' TD-FECHA(WS-DI-IDX) '  '
                   TD-USUARIO(WS-DI-IDX)
                   '  TABLAS: ' WS-LISTA(1:40)
                   '  PROCESO: ' WS-LISTA-2
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Volumen de aprobaciones por usuario y flujo, con su
      *    trabajo propio al lado.
       IMPRIME-VOLUMENES.
            MOVE SPACES                  TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE 'VOLUMEN DE APROBACIONES POR USUARIO'
                                         TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.
            MOVE SPACES                  TO LINEA-REPORTE.
            STRING 'USUARIO   '
                   'TRANCOD   CASTIGO   OVERRIDE  DESBLOQ   '
                   'PRESUP    ASIENTO    TOTAL     OPERA'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-US-IDX FROM 1 BY 1
                    UNTIL WS-US-IDX > WS-TOTAL-USUARIOS
                IF TU-TOTAL-APROBADAS(WS-US-IDX) > 0
                    MOVE SPACES        TO WS-LINEA-VOLUMEN
                    MOVE TU-USUARIO(WS-US-IDX) TO LV-USUARIO
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > 6
                        MOVE TU-APROBADAS(WS-US-IDX, WS-IDX)
                                         TO LV-APROBADAS(WS-IDX)
                    END-PERFORM
                    MOVE TU-TOTAL-APROBADAS(WS-US-IDX) TO LV-TOTAL
                    MOVE TU-TOTAL-OPERA(WS-US-IDX)     TO LV-OPERA
                    MOVE WS-LINEA-VOLUMEN TO LINEA-REPORTE
                    WRITE LINEA-REPORTE
                END-IF
            END-PERFORM.
