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
      * EXM133 - payroll run control: release and void.  Every EXM29  *
      * run leaves a row in NOMEJEC.DAT (copybooks/nomejec.cpy) with  *
      * its run number and period, and journals in NOMMOV.DAT         *
      * (copybooks/nommov.cpy) what it rolled into NOMYTD.DAT and     *
      * VACSALDO.DAT, the NOMHIST.DAT and PAGAEXT.DAT rows as they    *
      * were before it touched them, and every EXM29LDG.DAT posting.  *
      * A card 'E' + run + user records that operations sent the      *
      * run's EXM29PAG.DAT transfer to the bank; the user needs       *
      * update authority (EXMSIGN 'U').  A card 'A' + run + period +  *
      * requesting user + approving user + reason voids the run: the  *
      * approver must hold US-APRUEBA authority and be a SECOND       *
      * person, the dual control of EXM72 and EXM121, and the run and *
      * period must match the same live row.  Only the latest live    *
      * run can be voided, so later runs come off first.  The void    *
      * applies the journal from last to first: the year-to-date      *
      * gross, net and IRP and the absence hours come back out, the   *
      * pay-history and extra-payment rows the run created are        *
      * removed and those it changed are put back (a row settled by   *
      * EXM132 since is left alone and reported), and each posting    *
      * is reversed with TL-TIPO 'R' on its own account, date and     *
      * code in EXM133LDG.DAT, a branch-feed-shaped batch (43 bytes,  *
      * HDR/TRL, hash on TL-CUENTA) for the EXM57 slot 'NOM'.  A      *
      * transfer not yet sent is stopped: EXM29PAG.DAT, when it is    *
      * still the run's file by date, count and hash, is rewritten    *
      * with empty controls, and the hold list EXM29RET.DAT of the    *
      * run is emptied.  A transfer already sent, or a file already   *
      * replaced, gives the recall list for the bank instead: every   *
      * employee, IBAN and amount the run transferred.  Held items    *
      * EXM130 parked in NOMPEND.DAT and still pending are removed;   *
      * returned or reissued ones are listed for treasury.  The row   *
      * is left 'A' with the date and time, both users and the        *
      * reason, and EXM29 can pay the period again.  EXM133.PRT logs  *
      * every card, accepted or refused.  RC 4 when a card is refused *
      * or a void leaves something to review, RC 16 without           *
      * NOMEJEC.DAT.                                                  *
      * A void also puts the expense claims the run reimbursed (its   *
      * 'G' journal rows) back to approved in GASTOS.DAT, with the    *
      * payment fields cleared, so the next run pays them again, and  *
      * adds them to the recall amount of a transfer already sent.    *
      * Loans the run paid out or took an instalment from (its 'P'    *
      * journal rows) are put back in PRESTAMO.DAT as they were       *
      * before the run, last change first, and the principal paid out *
      * is added to the recall amount.  A loan changed since by       *
      * another run is left alone and warned.                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM133.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT EJECUCION-FILE ASSIGN TO "NOMEJEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJECUCION-STATUS.
           SELECT MOVIMIENTO-FILE ASSIGN TO "NOMMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTO-STATUS.
           SELECT YTD-FILE ASSIGN TO "NOMYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACACION-STATUS.
           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMHIST-STATUS.
           SELECT PAGAEXT-FILE ASSIGN TO "PAGAEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAEXT-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "NOMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT GASTO-FILE ASSIGN TO "GASTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASTO-STATUS.
           SELECT PRESTAMO-FILE ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTAMO-STATUS.
           SELECT PAGO-FILE ASSIGN TO "EXM29PAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT RETENIDO-FILE ASSIGN TO "EXM29RET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDO-STATUS.
           SELECT SALIDA-FILE ASSIGN TO "EXM133LDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "EXM133.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    'E' transferencia del run enviada al banco;
      *    'A' anulacion del run con doble control.
       FD  ENTRADA-FILE.
        01 ENTRADA-REC.
           02 TJ-TIPO                 PIC X(01).
           02 TJ-EJECUCION            PIC 9(06).
           02 TJ-DATOS                PIC X(52).
           02 TJ-ENVIO REDEFINES TJ-DATOS.
              03 TJ-USUARIO           PIC X(08).
              03 FILLER               PIC X(44).
           02 TJ-ANULACION REDEFINES TJ-DATOS.
              03 TJ-PERIODO           PIC 9(06).
              03 TJ-SOLICITA          PIC X(08).
              03 TJ-APRUEBA           PIC X(08).
              03 TJ-MOTIVO            PIC X(30).

       FD  EJECUCION-FILE.
           COPY "nomejec.cpy".

       FD  MOVIMIENTO-FILE.
           COPY "nommov.cpy".

      *    Acumulado del anyo por empleado: bruto, neto y retenido.
       FD  YTD-FILE.
        01 YTD-REC.
           02 NY-ID-EMPLEADO          PIC 9(07).
           02 NY-ANYO                 PIC 9(04).
           02 NY-BRUTO                PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-NETO                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           02 NY-RETENIDO             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *    Saldo de ausencias por empleado: derecho anual en horas
      *    y horas tomadas hasta la fecha.
       FD  VACACION-FILE.
        01 VACACION-REC.
           02 VB-ID-EMPLEADO          PIC 9(07).
           02 VB-DERECHO              PIC 9(03).
           02 VB-TOMADAS              PIC 9(03).

       FD  NOMHIST-FILE.
           COPY "nomhist.cpy".

       FD  PAGAEXT-FILE.
           COPY "pagaext.cpy".

       FD  PENDIENTE-FILE.
           COPY "nompend.cpy".

       FD  GASTO-FILE.
           COPY "gasto.cpy".

       FD  PRESTAMO-FILE.
           COPY "prestamo.cpy".

      *    Transferencia de EXM29: se lee para ver si sigue siendo
      *    la del run y, si no salio, se deja sin abonos.
       FD  PAGO-FILE.
        01 PAGO-REC.
           02 PG-ID-EMPLEADO          PIC 9(07).
           02 PG-NOMBRE               PIC X(10).
           02 PG-APELLIDO             PIC X(10).
           02 PG-NETO-CENT            PIC 9(09).
           02 PG-IBAN                 PIC X(34).
           02 PG-BIC                  PIC X(11).
           COPY "hdrtrl.cpy".

       FD  RETENIDO-FILE.
        01 RETENIDO-REC.
           02 RT-FECHA                PIC 9(08).
           02 RT-ID-EMPLEADO          PIC 9(07).
           02 RT-NOMBRE               PIC X(10).
           02 RT-APELLIDO             PIC X(10).
           02 RT-NETO-CENT            PIC 9(09).
           02 RT-MOTIVO               PIC X(30).

       FD  SALIDA-FILE.
        01 SALIDA-REC                 PIC X(43).

       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-ENTRADA-STATUS          PIC X(02) VALUE '00'.
        01 WS-EJECUCION-STATUS        PIC X(02) VALUE '00'.
        01 WS-MOVIMIENTO-STATUS       PIC X(02) VALUE '00'.
        01 WS-YTD-STATUS              PIC X(02) VALUE '00'.
        01 WS-VACACION-STATUS         PIC X(02) VALUE '00'.
        01 WS-NOMHIST-STATUS          PIC X(02) VALUE '00'.
        01 WS-PAGAEXT-STATUS          PIC X(02) VALUE '00'.
        01 WS-PENDIENTE-STATUS        PIC X(02) VALUE '00'.
        01 WS-GASTO-STATUS            PIC X(02) VALUE '00'.
        01 WS-PRESTAMO-STATUS         PIC X(02) VALUE '00'.
        01 WS-PAGO-STATUS             PIC X(02) VALUE '00'.
        01 WS-RETENIDO-STATUS         PIC X(02) VALUE '00'.
        01 WS-SALIDA-STATUS           PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-ENTRADA                        VALUE 'Y'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-HORA-PROCESO            PIC 9(08) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'A'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
        01 WS-MOTIVO-RECHAZO          PIC X(60) VALUE SPACES.
      *    Ejecuciones de la nomina (NOMEJEC.DAT completo).
        01 WS-TOTAL-EJECUCIONES       PIC 9(04) VALUE ZEROES.
        01 TABLA-EJECUCIONES.
           02 TEJ-FILA OCCURS 1000 TIMES.
              03 TEJ-REGISTRO         PIC X(157).
        01 WS-EJ-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-EJ-FILA                 PIC 9(04) VALUE ZEROES.
        01 WS-EJECUCIONES-LLENO-SW    PIC X(01) VALUE 'N'.
           88 EJECUCIONES-LLENO                  VALUE 'Y'.
        01 WS-EJECUCIONES-CAMBIO-SW   PIC X(01) VALUE 'N'.
           88 EJECUCIONES-CAMBIADAS              VALUE 'Y'.
      *    Diario del run a anular, en el orden en que se escribio.
        01 WS-TOTAL-MOVIMIENTOS       PIC 9(05) VALUE ZEROES.
        01 TABLA-MOVIMIENTOS.
           02 TMV-FILA OCCURS 6000 TIMES.
              03 TMV-REGISTRO         PIC X(104).
        01 WS-MV-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-MOVIMIENTOS-LLENO-SW    PIC X(01) VALUE 'N'.
           88 MOVIMIENTOS-LLENO                  VALUE 'Y'.
      *    Ficheros maestros que la anulacion deshace (cargados
      *    enteros; con la tabla llena no se anula nada).
        01 WS-TOTAL-YTD               PIC 9(04) VALUE ZEROES.
        01 TABLA-YTD.
           02 TY-FILA OCCURS 2000 TIMES.
              03 TY-ID                PIC 9(07).
              03 TY-ANYO              PIC 9(04).
              03 TY-BRUTO             PIC S9(09)V99.
              03 TY-NETO              PIC S9(09)V99.
              03 TY-RETENIDO          PIC S9(09)V99.
        01 WS-TY-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-VACACIONES        PIC 9(03) VALUE ZEROES.
        01 TABLA-VACACIONES.
           02 TV-FILA OCCURS 500 TIMES.
              03 TV-ID                PIC 9(07).
              03 TV-DERECHO           PIC 9(03).
              03 TV-TOMADAS           PIC 9(03).
        01 WS-TV-IDX                  PIC 9(03) VALUE ZEROES.
        01 WS-TOTAL-NOMHIST           PIC 9(05) VALUE ZEROES.
        01 TABLA-NOMHIST.
           02 TNH-FILA OCCURS 12000 TIMES.
              03 TNH-ID               PIC 9(07).
              03 TNH-PERIODO          PIC 9(06).
              03 TNH-HORAS            PIC 9(03).
              03 TNH-SALARIO          PIC 9(07)V99.
              03 TNH-BRUTO            PIC 9(07)V99.
              03 TNH-FECHA-PAGO       PIC 9(08).
              03 TNH-BORRADA          PIC X(01).
        01 WS-NH-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-PAGAS             PIC 9(04) VALUE ZEROES.
        01 TABLA-PAGAS.
           02 TPX-FILA OCCURS 2000 TIMES.
              03 TPX-REGISTRO.
                 04 TPX-ID            PIC 9(07).
                 04 TPX-ANYO          PIC 9(04).
                 04 TPX-SEMESTRE      PIC 9(01).
                 04 TPX-MES-HASTA     PIC 9(02).
                 04 TPX-DEVENGADO     PIC 9(07)V99.
                 04 TPX-ESTADO        PIC X(01).
                 04 TPX-FECHA-PAGO    PIC 9(08).
                 04 TPX-IMPORTE-PAGADO PIC 9(07)V99.
              03 TPX-BORRADA          PIC X(01).
        01 WS-PX-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-PENDIENTES        PIC 9(04) VALUE ZEROES.
        01 TABLA-PENDIENTES.
           02 TNP-FILA OCCURS 2000 TIMES.
              03 TNP-REGISTRO         PIC X(142).
              03 TNP-BORRADA          PIC X(01).
        01 WS-NP-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-GASTOS            PIC 9(04) VALUE ZEROES.
        01 TABLA-GASTOS.
           02 TGA-FILA OCCURS 3000 TIMES.
              03 TGA-REGISTRO         PIC X(144).
        01 WS-GA-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-PRESTAMOS         PIC 9(04) VALUE ZEROES.
        01 TABLA-PRESTAMOS.
           02 TPR-FILA OCCURS 2000 TIMES.
              03 TPR-REGISTRO         PIC X(144).
        01 WS-PR-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-RC-IDX                  PIC 9(05) VALUE ZEROES.
        01 WS-RECLAMO-CENT            PIC 9(09) VALUE ZEROES.
        01 WS-RECLAMO-ID              PIC 9(07) VALUE ZEROES.
        01 WS-MAESTROS-LLENO-SW       PIC X(01) VALUE 'N'.
           88 MAESTROS-LLENO                     VALUE 'Y'.
        01 WS-ENCONTRADO-SW           PIC X(01) VALUE 'N'.
           88 ENCONTRADO                         VALUE 'Y'.
        01 WS-MAESTROS-CAMBIO-SW      PIC X(01) VALUE 'N'.
           88 MAESTROS-CAMBIADOS                 VALUE 'Y'.
      *    Transferencia del run: sigue siendo la de EXM29PAG.DAT
      *    si la fecha del HDR y el conteo y hash del TRL cuadran.
        01 WS-PAGO-DEL-RUN-SW         PIC X(01) VALUE 'N'.
           88 PAGO-DEL-RUN                       VALUE 'Y'.
        01 WS-RETENIDO-DEL-RUN-SW     PIC X(01) VALUE 'N'.
           88 RETENIDO-DEL-RUN                   VALUE 'Y'.
        01 WS-PAGO-FECHA              PIC 9(08) VALUE ZEROES.
        01 WS-PAGO-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-PAGO-HASH               PIC 9(13) VALUE ZEROES.
      *    Contadores de la anulacion en curso y del programa.
        01 WS-ANO-RUN                 PIC 9(04) VALUE ZEROES.
        01 WS-AN-EMPLEADOS            PIC 9(05) VALUE ZEROES.
        01 WS-AN-HISTORIA             PIC 9(05) VALUE ZEROES.
        01 WS-AN-PAGAS                PIC 9(05) VALUE ZEROES.
        01 WS-AN-GASTOS               PIC 9(05) VALUE ZEROES.
        01 WS-AN-PRESTAMOS            PIC 9(05) VALUE ZEROES.
        01 WS-AN-POSTEOS              PIC 9(05) VALUE ZEROES.
        01 WS-AN-POSTEOS-CENT         PIC 9(13) VALUE ZEROES.
        01 WS-AN-RECLAMADOS           PIC 9(05) VALUE ZEROES.
        01 WS-AN-RECLAMADO-CENT       PIC 9(13) VALUE ZEROES.
        01 WS-AN-AVISOS               PIC 9(05) VALUE ZEROES.
        01 WS-AN-PENDIENTES           PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-LEIDAS            PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-ANULADAS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-ENVIADAS          PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(05) VALUE ZEROES.
        01 WS-TOTAL-AVISOS            PIC 9(05) VALUE ZEROES.
        01 WS-LOTE-REGISTROS          PIC 9(08) VALUE ZEROES.
        01 WS-LOTE-HASH               PIC 9(13) VALUE ZEROES.
        01 WS-NETO-CENT               PIC 9(09) VALUE ZEROES.
        01 WS-IMPORTE                 PIC 9(11)V99 VALUE ZEROES.
        01 WS-ED-IMPORTE              PIC Z(08)9.99.
        01 WS-ED-TOTAL                PIC Z(10)9.99.
           COPY "tranledg.cpy".

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            ACCEPT WS-HORA-PROCESO     FROM TIME.
            PERFORM CARGA-EJECUCIONES.
            IF WS-EJECUCION-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR NOMEJEC.DAT - STATUS: '
                        WS-EJECUCION-STATUS ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS NOT = '00'
                DISPLAY '*** NO SE PUDO ABRIR ENTRADA-FILE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-YTD.
            PERFORM CARGA-VACACIONES.
            PERFORM CARGA-NOMHIST.
            PERFORM CARGA-PAGAS-EXTRA.
            PERFORM CARGA-PENDIENTES.
            PERFORM CARGA-GASTOS.
            PERFORM CARGA-PRESTAMOS.

            OPEN OUTPUT SALIDA-FILE.
            MOVE 'HDR'                 TO CAB-TIPO.
            MOVE 'EXM133  '            TO CAB-FICHERO.
            MOVE WS-FECHA-PROCESO      TO CAB-FECHA.
            MOVE ZEROES                TO CAB-SECUENCIA.
            MOVE CONTROL-CABECERA      TO SALIDA-REC.
            WRITE SALIDA-REC.
            OPEN OUTPUT REPORTE-FILE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'EXM133 - CONTROL DE EJECUCIONES DE LA NOMINA  '
                   'FECHA PROCESO: ' WS-FECHA-PROCESO
                   '  HORA: ' WS-HORA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

            PERFORM UNTIL FIN-ENTRADA
                READ ENTRADA-FILE
                    AT END
                        SET FIN-ENTRADA TO TRUE
                    NOT AT END
                        PERFORM PROCESA-TARJETA
                END-READ
            END-PERFORM.
            CLOSE ENTRADA-FILE.

            MOVE 'TRL'                 TO PIE-TIPO.
            MOVE WS-LOTE-REGISTROS     TO PIE-REGISTROS.
            MOVE WS-LOTE-HASH          TO PIE-HASH.
            MOVE CONTROL-PIE           TO SALIDA-REC.
            WRITE SALIDA-REC.
            CLOSE SALIDA-FILE.
            IF MAESTROS-CAMBIADOS
                PERFORM GRABA-YTD
                PERFORM GRABA-VACACIONES
                PERFORM GRABA-NOMHIST
                PERFORM GRABA-PAGAS-EXTRA
                PERFORM GRABA-PENDIENTES
                PERFORM GRABA-GASTOS
                PERFORM GRABA-PRESTAMOS
            END-IF.
            IF EJECUCIONES-CAMBIADAS
                PERFORM GRABA-EJECUCIONES
            END-IF.
            PERFORM IMPRIME-TOTALES.
            CLOSE REPORTE-FILE.

            IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-AVISOS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'TARJETAS LEIDAS: '       WS-TOTAL-LEIDAS.
            DISPLAY 'NOMINAS ANULADAS: '      WS-TOTAL-ANULADAS.
            DISPLAY 'ENVIOS ANOTADOS: '       WS-TOTAL-ENVIADAS.
            DISPLAY 'TARJETAS RECHAZADAS: '   WS-TOTAL-RECHAZADAS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM133.PRT'.
            STOP RUN.

       PROCESA-TARJETA.
            ADD 1                      TO WS-TOTAL-LEIDAS.
            MOVE SPACES                TO WS-MOTIVO-RECHAZO.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETA: ' ENTRADA-REC
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF TJ-EJECUCION IS NOT NUMERIC
                MOVE 'NUMERO DE NOMINA NO NUMERICO'
                                       TO WS-MOTIVO-RECHAZO
            ELSE
                PERFORM BUSCA-EJECUCION
            END-IF.
            IF WS-MOTIVO-RECHAZO = SPACES
                EVALUATE TJ-TIPO
                    WHEN 'E'
                        PERFORM ANOTA-ENVIO
                    WHEN 'A'
                        PERFORM ANULA-EJECUCION
                    WHEN OTHER
                        MOVE 'TIPO DE TARJETA DESCONOCIDO'
                                       TO WS-MOTIVO-RECHAZO
                END-EVALUATE
            END-IF.
            IF WS-MOTIVO-RECHAZO NOT = SPACES
                ADD 1                  TO WS-TOTAL-RECHAZADAS
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** RECHAZADA: ' WS-MOTIVO-RECHAZO
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                DISPLAY '  *** TARJETA RECHAZADA: ' ENTRADA-REC
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            WRITE LINEA-REPORTE.

       BUSCA-EJECUCION.
            MOVE ZEROES                TO WS-EJ-FILA.
            PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                    UNTIL WS-EJ-IDX > WS-TOTAL-EJECUCIONES
                MOVE TEJ-REGISTRO(WS-EJ-IDX) TO NOMEJEC-REC
                IF NE-EJECUCION = TJ-EJECUCION
                    MOVE WS-EJ-IDX     TO WS-EJ-FILA
                END-IF
            END-PERFORM.
            IF WS-EJ-FILA = ZEROES
                MOVE 'NOMINA INEXISTENTE EN NOMEJEC.DAT'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            MOVE TEJ-REGISTRO(WS-EJ-FILA) TO NOMEJEC-REC.

      *    Operaciones anota el envio al banco; sin esta marca una
      *    anulacion detiene el fichero en vez de reclamarlo.
       ANOTA-ENVIO.
            MOVE 'U'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING TJ-USUARIO WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y' OR TJ-USUARIO = SPACES
                MOVE 'USUARIO SIN NIVEL DE ACTUALIZACION'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF NOT NE-VIGENTE
                MOVE 'NOMINA ANULADA' TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF NOT NE-TRF-PENDIENTE
                MOVE 'TRANSFERENCIA YA ANOTADA COMO ENVIADA'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'E'                   TO NE-TRANSFERENCIA.
            MOVE WS-FECHA-PROCESO      TO NE-FECHA-ENVIO.
            MOVE TJ-USUARIO            TO NE-USUARIO-ENVIO.
            MOVE NOMEJEC-REC           TO TEJ-REGISTRO(WS-EJ-FILA).
            SET EJECUCIONES-CAMBIADAS  TO TRUE.
            ADD 1                      TO WS-TOTAL-ENVIADAS.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  NOMINA ' NE-EJECUCION ' PERIODO ' NE-PERIODO
                   ' - TRANSFERENCIA ENVIADA AL BANCO ('
                   NE-PAGOS ' ABONOS) ANOTADA POR ' TJ-USUARIO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Anulacion: doble control como en EXM72/EXM121, la nomina
      *    y el periodo de la tarjeta deben ser la misma fila
      *    vigente y no puede haber otra vigente posterior.
       ANULA-EJECUCION.
            MOVE 'A'                   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING TJ-APRUEBA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
               OR TJ-APRUEBA = TJ-SOLICITA
               OR TJ-APRUEBA = SPACES
               OR TJ-SOLICITA = SPACES
                MOVE 'APROBADOR SIN NIVEL A O ES EL MISMO'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF TJ-MOTIVO = SPACES
                MOVE 'ANULACION SIN MOTIVO' TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF TJ-PERIODO IS NOT NUMERIC
               OR TJ-PERIODO NOT = NE-PERIODO
                MOVE 'EL PERIODO NO ES EL DE LA NOMINA'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF NOT NE-VIGENTE
                MOVE 'NOMINA YA ANULADA' TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                    UNTIL WS-EJ-IDX > WS-TOTAL-EJECUCIONES
                MOVE TEJ-REGISTRO(WS-EJ-IDX) TO NOMEJEC-REC
                IF NE-VIGENTE AND NE-EJECUCION > TJ-EJECUCION
                    STRING 'HAY UNA NOMINA VIGENTE POSTERIOR: '
                           NE-EJECUCION
                           DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                    END-STRING
                END-IF
            END-PERFORM.
            MOVE TEJ-REGISTRO(WS-EJ-FILA) TO NOMEJEC-REC.
            IF WS-MOTIVO-RECHAZO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF MAESTROS-LLENO
                MOVE 'FICHERO MAESTRO MAYOR QUE SU TABLA'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CARGA-MOVIMIENTOS.
            IF MOVIMIENTOS-LLENO
                MOVE 'DIARIO DEL RUN MAYOR QUE LA TABLA (6000)'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOTAL-MOVIMIENTOS = ZEROES
               AND NE-EMPLEADOS > ZEROES
                MOVE 'NOMINA SIN DIARIO EN NOMMOV.DAT'
                                       TO WS-MOTIVO-RECHAZO
                EXIT PARAGRAPH
            END-IF.

            MOVE ZEROES                TO WS-AN-EMPLEADOS
                                          WS-AN-HISTORIA
                                          WS-AN-PAGAS
                                          WS-AN-GASTOS
                                          WS-AN-PRESTAMOS
                                          WS-AN-POSTEOS
                                          WS-AN-POSTEOS-CENT
                                          WS-AN-RECLAMADOS
                                          WS-AN-RECLAMADO-CENT
                                          WS-AN-AVISOS
                                          WS-AN-PENDIENTES.
            MOVE NE-FECHA(1:4)         TO WS-ANO-RUN.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  ANULACION DE LA NOMINA ' NE-EJECUCION
                   ' PERIODO ' NE-PERIODO ' DEL ' NE-FECHA
                   '  SOLICITA: ' TJ-SOLICITA
                   '  APRUEBA: ' TJ-APRUEBA
                   '  MOTIVO: ' TJ-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            PERFORM VARYING WS-MV-IDX FROM WS-TOTAL-MOVIMIENTOS
                    BY -1 UNTIL WS-MV-IDX < 1
                MOVE TMV-REGISTRO(WS-MV-IDX) TO NOMMOV-REC
                EVALUATE TRUE
                    WHEN NM-EMPLEADO
                        PERFORM DESHACE-EMPLEADO
                    WHEN NM-HISTORIA
                        PERFORM DESHACE-HISTORIA
                    WHEN NM-PAGA
                        PERFORM DESHACE-PAGA
                    WHEN NM-GASTO
                        PERFORM DESHACE-GASTO
                    WHEN NM-PRESTAMO
                        PERFORM DESHACE-PRESTAMO
                    WHEN NM-POSTEO
                        PERFORM INVIERTE-POSTEO
                END-EVALUATE
            END-PERFORM.
            PERFORM DETIENE-TRANSFERENCIA.
            PERFORM DESHACE-PENDIENTES.

            MOVE 'A'                   TO NE-ESTADO.
            MOVE WS-FECHA-PROCESO      TO NE-FECHA-ANULACION.
            MOVE WS-HORA-PROCESO       TO NE-HORA-ANULACION.
            MOVE TJ-SOLICITA           TO NE-SOLICITA.
            MOVE TJ-APRUEBA            TO NE-APRUEBA.
            MOVE TJ-MOTIVO             TO NE-MOTIVO.
            MOVE NOMEJEC-REC           TO TEJ-REGISTRO(WS-EJ-FILA).
            SET EJECUCIONES-CAMBIADAS  TO TRUE.
            SET MAESTROS-CAMBIADOS     TO TRUE.
            ADD 1                      TO WS-TOTAL-ANULADAS.
            ADD WS-AN-AVISOS           TO WS-TOTAL-AVISOS.
            PERFORM IMPRIME-ANULACION.

      *    Empleado: fuera del acumulado del anyo y de las ausencias
      *    lo que el run rodo; su abono entra en la lista de
      *    reclamacion si la transferencia ya salio.
       DESHACE-EMPLEADO.
            ADD 1                      TO WS-AN-EMPLEADOS.
            MOVE 'N'                   TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TOTAL-YTD OR ENCONTRADO
                IF TY-ID(WS-TY-IDX) = NM-ID-EMPLEADO
                   AND TY-ANYO(WS-TY-IDX) = WS-ANO-RUN
                    SET ENCONTRADO     TO TRUE
                END-IF
            END-PERFORM.
            IF ENCONTRADO
                SUBTRACT 1             FROM WS-TY-IDX
                SUBTRACT NM-BRUTO      FROM TY-BRUTO(WS-TY-IDX)
                SUBTRACT NM-NETO       FROM TY-NETO(WS-TY-IDX)
                SUBTRACT NM-IRP        FROM TY-RETENIDO(WS-TY-IDX)
            ELSE
                IF NM-BRUTO NOT = ZEROES
                    MOVE SPACES        TO LINEA-REPORTE
                    STRING '  *** AVISO: ' NM-ID-EMPLEADO
                           ' SIN FILA EN NOMYTD.DAT PARA ' WS-ANO-RUN
                           ' - ACUMULADO NO CORREGIDO ***'
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                    ADD 1              TO WS-AN-AVISOS
                END-IF
            END-IF.
            IF NM-AUSENCIA > ZEROES
                MOVE 'N'               TO WS-ENCONTRADO-SW
                PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                        UNTIL WS-TV-IDX > WS-TOTAL-VACACIONES
                           OR ENCONTRADO
                    IF TV-ID(WS-TV-IDX) = NM-ID-EMPLEADO
                        SET ENCONTRADO TO TRUE
                    END-IF
                END-PERFORM
                IF ENCONTRADO
                    SUBTRACT 1         FROM WS-TV-IDX
                    IF TV-TOMADAS(WS-TV-IDX) > NM-AUSENCIA
                        SUBTRACT NM-AUSENCIA
                                       FROM TV-TOMADAS(WS-TV-IDX)
                    ELSE
                        MOVE ZEROES    TO TV-TOMADAS(WS-TV-IDX)
                    END-IF
                END-IF
            END-IF.

      *    Historia de nomina: la fila nueva se borra y la cambiada
      *    (atrasos o mes repetido) vuelve a lo que era.
       DESHACE-HISTORIA.
            MOVE 'N'                   TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                    UNTIL WS-NH-IDX > WS-TOTAL-NOMHIST OR ENCONTRADO
                IF TNH-ID(WS-NH-IDX) = NM-ID-EMPLEADO
                   AND TNH-PERIODO(WS-NH-IDX) = NM-HI-PERIODO
                   AND TNH-BORRADA(WS-NH-IDX) = 'N'
                    SET ENCONTRADO     TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** AVISO: ' NM-ID-EMPLEADO ' MES '
                       NM-HI-PERIODO ' YA NO ESTA EN NOMHIST.DAT ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                  TO WS-AN-AVISOS
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1                 FROM WS-NH-IDX.
            ADD 1                      TO WS-AN-HISTORIA.
            IF NM-HI-ACCION = 'N'
                MOVE 'S'               TO TNH-BORRADA(WS-NH-IDX)
            ELSE
                MOVE NM-HI-HORAS       TO TNH-HORAS(WS-NH-IDX)
                MOVE NM-HI-SALARIO     TO TNH-SALARIO(WS-NH-IDX)
                MOVE NM-HI-BRUTO       TO TNH-BRUTO(WS-NH-IDX)
                MOVE NM-HI-FECHA-PAGO  TO TNH-FECHA-PAGO(WS-NH-IDX)
            END-IF.

      *    Pagas extra: la fila nueva se borra y la devengada o
      *    pagada vuelve a lo que era, salvo que EXM132 la haya
      *    liquidado despues en un finiquito.
       DESHACE-PAGA.
            MOVE 'N'                   TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                    UNTIL WS-PX-IDX > WS-TOTAL-PAGAS OR ENCONTRADO
                IF TPX-ID(WS-PX-IDX) = NM-ID-EMPLEADO
                   AND TPX-ANYO(WS-PX-IDX) = NM-PX-ANYO
                   AND TPX-SEMESTRE(WS-PX-IDX) = NM-PX-SEMESTRE
                   AND TPX-BORRADA(WS-PX-IDX) = 'N'
                    SET ENCONTRADO     TO TRUE
                END-IF
            END-PERFORM.
            IF ENCONTRADO
                SUBTRACT 1             FROM WS-PX-IDX
                IF TPX-ESTADO(WS-PX-IDX) = 'F'
                    MOVE 'N'           TO WS-ENCONTRADO-SW
                END-IF
            END-IF.
            IF NOT ENCONTRADO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** AVISO: ' NM-ID-EMPLEADO ' PAGA '
                       NM-PX-ANYO '/' NM-PX-SEMESTRE
                       ' FINIQUITADA O AUSENTE EN PAGAEXT.DAT - '
                       'REVISAR A MANO ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                  TO WS-AN-AVISOS
                EXIT PARAGRAPH
            END-IF.
            ADD 1                      TO WS-AN-PAGAS.
            IF NM-PX-ACCION = 'N'
                MOVE 'S'               TO TPX-BORRADA(WS-PX-IDX)
            ELSE
                MOVE NM-PX-MES-HASTA   TO TPX-MES-HASTA(WS-PX-IDX)
                MOVE NM-PX-DEVENGADO   TO TPX-DEVENGADO(WS-PX-IDX)
                MOVE NM-PX-ESTADO      TO TPX-ESTADO(WS-PX-IDX)
                MOVE NM-PX-FECHA-PAGO  TO TPX-FECHA-PAGO(WS-PX-IDX)
                MOVE NM-PX-IMPORTE-PAGADO
                                       TO TPX-IMPORTE-PAGADO(WS-PX-IDX)
            END-IF.

      *    Gasto reembolsado por el run: vuelve a aprobado para
      *    que lo pague la nomina siguiente.
       DESHACE-GASTO.
            MOVE 'N'                   TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-TOTAL-GASTOS OR ENCONTRADO
                MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                IF GA-NUMERO = NM-GA-NUMERO
                   AND GA-ABONADO
                   AND GA-EJECUCION = NE-EJECUCION
                    SET ENCONTRADO     TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** AVISO: GASTO ' NM-GA-NUMERO ' DE '
                       NM-ID-EMPLEADO ' NO CONSTA ABONADO POR ESTA '
                       'NOMINA EN GASTOS.DAT ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                  TO WS-AN-AVISOS
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1                 FROM WS-GA-IDX.
            MOVE 'A'                   TO GA-ESTADO.
            MOVE ZEROES                TO GA-TASA
                                          GA-IMPORTE-EUR-CENT
                                          GA-FECHA-PAGO
                                          GA-EJECUCION.
            MOVE GASTO-REC             TO TGA-REGISTRO(WS-GA-IDX).
            ADD 1                      TO WS-AN-GASTOS.

      *    Prestamo abonado o descontado por el run: vuelve a como
      *    estaba antes (fila 'P' del diario).  Si despues lo toco
      *    otra cosa no se pisa y se avisa.
       DESHACE-PRESTAMO.
            MOVE 'N'                   TO WS-ENCONTRADO-SW.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS OR ENCONTRADO
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                IF PR-NUMERO = NM-PR-NUMERO
                   AND PR-EJECUCION = NE-EJECUCION
                    SET ENCONTRADO     TO TRUE
                END-IF
            END-PERFORM.
            IF NOT ENCONTRADO
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  *** AVISO: PRESTAMO ' NM-PR-NUMERO ' DE '
                       NM-ID-EMPLEADO ' CAMBIADO DESPUES DE ESTA '
                       'NOMINA EN PRESTAMO.DAT - REVISAR ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
                ADD 1                  TO WS-AN-AVISOS
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1                 FROM WS-PR-IDX.
            MOVE NM-PR-ESTADO          TO PR-ESTADO.
            MOVE NM-PR-CANCELAR        TO PR-CANCELAR-SW.
            MOVE NM-PR-SALDO           TO PR-SALDO.
            MOVE NM-PR-AMORTIZADO      TO PR-AMORTIZADO.
            MOVE NM-PR-INTERESES       TO PR-INTERESES.
            MOVE NM-PR-CUOTAS-PAGADAS  TO PR-CUOTAS-PAGADAS.
            MOVE NM-PR-ULTIMO-PERIODO  TO PR-ULTIMO-PERIODO.
            MOVE NM-PR-FECHA-ABONO     TO PR-FECHA-ABONO.
            MOVE NM-PR-FECHA-CANCELA   TO PR-FECHA-CANCELACION.
            MOVE NM-PR-EJECUCION       TO PR-EJECUCION.
            MOVE PRESTAMO-REC          TO TPR-REGISTRO(WS-PR-IDX).
            ADD 1                      TO WS-AN-PRESTAMOS.

      *    Posteo inverso: misma cuenta, fecha y codigo que el del
      *    run, con TL-TIPO 'R'.
       INVIERTE-POSTEO.
            MOVE SPACES                TO TRANLEDG-REC.
            MOVE NM-LD-CUENTA          TO TL-CUENTA.
            MOVE NE-FECHA              TO TL-FECHA.
            MOVE NM-LD-CODIGO          TO TL-CODIGO.
            MOVE ZEROES                TO BASE OF TRANLEDG-REC
                                          SUM1 OF TRANLEDG-REC
                                          SUM2 OF TRANLEDG-REC
                                          SUM4 OF TRANLEDG-REC.
            MOVE NM-LD-CENT            TO SUM3 OF TRANLEDG-REC.
            MOVE 'R'                   TO TL-TIPO.
            MOVE 'EUR'                 TO TL-MONEDA.
            MOVE TRANLEDG-REC(1:43)    TO SALIDA-REC.
            WRITE SALIDA-REC.
            ADD 1                      TO WS-LOTE-REGISTROS.
            ADD TL-CUENTA              TO WS-LOTE-HASH.
            ADD 1                      TO WS-AN-POSTEOS.
            ADD NM-LD-CENT             TO WS-AN-POSTEOS-CENT.

      *    Transferencia: sin enviar y todavia en EXM29PAG.DAT se
      *    deja sin abonos; enviada (o ya sustituida) se reclama al
      *    banco con la lista de abonos del run.
       DETIENE-TRANSFERENCIA.
            MOVE 'N'                   TO WS-PAGO-DEL-RUN-SW.
            IF NE-TRF-PENDIENTE
                PERFORM EXAMINA-TRANSFERENCIA
            END-IF.
            IF PAGO-DEL-RUN
                OPEN OUTPUT PAGO-FILE
                MOVE 'HDR'             TO CAB-TIPO
                MOVE 'EXM29PAG'        TO CAB-FICHERO
                MOVE NE-FECHA          TO CAB-FECHA
                MOVE ZEROES            TO CAB-SECUENCIA
                WRITE CONTROL-CABECERA
                MOVE 'TRL'             TO PIE-TIPO
                MOVE ZEROES            TO PIE-REGISTROS PIE-HASH
                WRITE CONTROL-PIE
                CLOSE PAGO-FILE
                MOVE 'D'               TO NE-TRANSFERENCIA
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  TRANSFERENCIA DETENIDA: EXM29PAG.DAT DEJADO '
                       'SIN ABONOS (' NE-PAGOS ' ANULADOS) - NO '
                       'ENVIAR'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            ELSE
                MOVE SPACES            TO LINEA-REPORTE
                IF NE-TRF-PENDIENTE
                    STRING '  *** EXM29PAG.DAT YA NO ES EL DE ESTA '
                           'NOMINA - SE RECLAMA COMO ENVIADA ***'
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    ADD 1              TO WS-AN-AVISOS
                ELSE
                    STRING '  TRANSFERENCIA ENVIADA EL '
                           NE-FECHA-ENVIO ' (' NE-USUARIO-ENVIO
                           ') - LISTA DE RECLAMACION AL BANCO:'
                           DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                END-IF
                WRITE LINEA-REPORTE
                MOVE 'R'               TO NE-TRANSFERENCIA
                PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                        UNTIL WS-MV-IDX > WS-TOTAL-MOVIMIENTOS
                    MOVE TMV-REGISTRO(WS-MV-IDX) TO NOMMOV-REC
                    IF NM-EMPLEADO AND NM-TRANSFERIDO
                        PERFORM IMPRIME-RECLAMACION
                    END-IF
                END-PERFORM
            END-IF.
            PERFORM EXAMINA-RETENIDOS.
            IF RETENIDO-DEL-RUN
                OPEN OUTPUT RETENIDO-FILE
                CLOSE RETENIDO-FILE
                MOVE SPACES            TO LINEA-REPORTE
                MOVE '  LISTA DE RETENIDOS EXM29RET.DAT VACIADA'
                                       TO LINEA-REPORTE
                WRITE LINEA-REPORTE
            END-IF.

       EXAMINA-TRANSFERENCIA.
            MOVE ZEROES                TO WS-PAGO-FECHA
                                          WS-PAGO-REGISTROS
                                          WS-PAGO-HASH.
            OPEN INPUT PAGO-FILE.
            IF WS-PAGO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ PAGO-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        EVALUATE CAB-TIPO
                            WHEN 'HDR'
                                IF CAB-FICHERO = 'EXM29PAG'
                                    MOVE CAB-FECHA TO WS-PAGO-FECHA
                                END-IF
                            WHEN 'TRL'
                                MOVE PIE-REGISTROS
                                               TO WS-PAGO-REGISTROS
                                MOVE PIE-HASH  TO WS-PAGO-HASH
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE PAGO-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.
            IF WS-PAGO-FECHA = NE-FECHA
               AND WS-PAGO-REGISTROS = NE-PAGOS
               AND WS-PAGO-HASH = NE-HASH-PAGOS
                SET PAGO-DEL-RUN       TO TRUE
            END-IF.

      *    La lista de retenidos es del run si lleva su fecha.
       EXAMINA-RETENIDOS.
            MOVE 'N'                   TO WS-RETENIDO-DEL-RUN-SW.
            OPEN INPUT RETENIDO-FILE.
            IF WS-RETENIDO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            READ RETENIDO-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RT-FECHA = NE-FECHA
                        SET RETENIDO-DEL-RUN TO TRUE
                    END-IF
            END-READ.
            CLOSE RETENIDO-FILE.

      *    El abono reclamado es el neto mas los gastos que el run
      *    reembolso al empleado.
       IMPRIME-RECLAMACION.
            ADD 1                      TO WS-AN-RECLAMADOS.
            COMPUTE WS-NETO-CENT = NM-NETO * 100.
            MOVE NM-ID-EMPLEADO        TO WS-RECLAMO-ID.
            MOVE ZEROES                TO WS-RECLAMO-CENT.
            PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                    UNTIL WS-RC-IDX > WS-TOTAL-MOVIMIENTOS
                MOVE TMV-REGISTRO(WS-RC-IDX) TO NOMMOV-REC
                IF NM-GASTO AND NM-ID-EMPLEADO = WS-RECLAMO-ID
                    ADD NM-GA-CENT     TO WS-RECLAMO-CENT
                END-IF
                IF NM-PRESTAMO AND NM-ID-EMPLEADO = WS-RECLAMO-ID
                    ADD NM-PR-ABONO-CENT TO WS-RECLAMO-CENT
                END-IF
            END-PERFORM.
            MOVE TMV-REGISTRO(WS-MV-IDX) TO NOMMOV-REC.
            ADD WS-RECLAMO-CENT        TO WS-NETO-CENT.
            ADD WS-NETO-CENT           TO WS-AN-RECLAMADO-CENT.
            COMPUTE WS-IMPORTE = WS-NETO-CENT / 100.
            MOVE WS-IMPORTE            TO WS-ED-IMPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '    RECLAMAR ' NM-ID-EMPLEADO ' '
                   NM-NOMBRE ' ' NM-APELLIDO ' ' NM-IBAN ' '
                   WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Partidas de NOMPEND.DAT del run: los retenidos aun
      *    pendientes se quitan (nunca salieron); los devueltos o ya
      *    reemitidos se listan para tesoreria.
       DESHACE-PENDIENTES.
            PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                    UNTIL WS-NP-IDX > WS-TOTAL-PENDIENTES
                MOVE TNP-REGISTRO(WS-NP-IDX) TO NOMPEND-REC
                IF TNP-BORRADA(WS-NP-IDX) = 'N'
                   AND NP-FECHA-PAGO = NE-FECHA
                   AND (NP-FICHERO = 'EXM29RET'
                        OR NP-FICHERO = 'EXM29PAG')
                    PERFORM DESHACE-PENDIENTE
                END-IF
            END-PERFORM.

       DESHACE-PENDIENTE.
            ADD 1                      TO WS-AN-PENDIENTES.
            MOVE SPACES                TO LINEA-REPORTE.
            IF NP-RETENIDO AND NP-PENDIENTE
                MOVE 'S'               TO TNP-BORRADA(WS-NP-IDX)
                STRING '  RETENIDO ' NP-ID-EMPLEADO
                       ' QUITADO DE NOMPEND.DAT'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
            ELSE
                STRING '  *** AVISO: NOMPEND.DAT ' NP-ID-EMPLEADO
                       ' ORIGEN ' NP-ORIGEN ' ESTADO ' NP-ESTADO
                       ' ' NP-NETO-CENT ' CENTIMOS - REGULARIZAR '
                       'CON TESORERIA ***'
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                ADD 1                  TO WS-AN-AVISOS
            END-IF.
            WRITE LINEA-REPORTE.

       IMPRIME-ANULACION.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  EMPLEADOS DESHECHOS: ' WS-AN-EMPLEADOS
                   '  FILAS NOMHIST: ' WS-AN-HISTORIA
                   '  FILAS PAGAEXT: ' WS-AN-PAGAS
                   '  GASTOS: ' WS-AN-GASTOS
                   '  PRESTAMOS: ' WS-AN-PRESTAMOS
                   '  PARTIDAS NOMPEND: ' WS-AN-PENDIENTES
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE WS-AN-POSTEOS-CENT    TO WS-IMPORTE.
            DIVIDE 100                 INTO WS-IMPORTE.
            MOVE WS-IMPORTE            TO WS-ED-TOTAL.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  POSTEOS INVERSOS EN EXM133LDG: ' WS-AN-POSTEOS
                   '  IMPORTE: ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            IF WS-AN-RECLAMADOS > ZEROES
                MOVE WS-AN-RECLAMADO-CENT TO WS-IMPORTE
                DIVIDE 100             INTO WS-IMPORTE
                MOVE WS-IMPORTE        TO WS-ED-TOTAL
                MOVE SPACES            TO LINEA-REPORTE
                STRING '  ABONOS A RECLAMAR: ' WS-AN-RECLAMADOS
                       '  IMPORTE: ' WS-ED-TOTAL
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                END-STRING
                WRITE LINEA-REPORTE
            END-IF.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING '  NOMINA ' NE-EJECUCION ' ANULADA - EL PERIODO '
                   NE-PERIODO ' QUEDA LIBRE PARA EXM29'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'TARJETAS LEIDAS: ' WS-TOTAL-LEIDAS
                   '  NOMINAS ANULADAS: ' WS-TOTAL-ANULADAS
                   '  ENVIOS ANOTADOS: ' WS-TOTAL-ENVIADAS
                   '  RECHAZADAS: ' WS-TOTAL-RECHAZADAS
                   '  AVISOS: ' WS-TOTAL-AVISOS
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.
            MOVE SPACES                TO LINEA-REPORTE.
            STRING 'LOTE EXM133LDG: ' WS-LOTE-REGISTROS
                   ' POSTEOS INVERSOS - HASH ' WS-LOTE-HASH
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

       CARGA-EJECUCIONES.
            OPEN INPUT EJECUCION-FILE.
            IF WS-EJECUCION-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ EJECUCION-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        IF WS-TOTAL-EJECUCIONES < 1000
                            ADD 1      TO WS-TOTAL-EJECUCIONES
                            MOVE NOMEJEC-REC TO
                                 TEJ-REGISTRO(WS-TOTAL-EJECUCIONES)
                        ELSE
                            SET EJECUCIONES-LLENO TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EJECUCION-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

      *    Con la tabla llena no se reescribe: se perderian filas.
       GRABA-EJECUCIONES.
            IF EJECUCIONES-LLENO
                DISPLAY '*** NOMEJEC MAYOR QUE LA TABLA - NO SE '
                        'REESCRIBE ***'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT EJECUCION-FILE.
            PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                    UNTIL WS-EJ-IDX > WS-TOTAL-EJECUCIONES
                MOVE TEJ-REGISTRO(WS-EJ-IDX) TO NOMEJEC-REC
                WRITE NOMEJEC-REC
            END-PERFORM.
            CLOSE EJECUCION-FILE.

      *    Diario de un run: sus filas de NOMMOV.DAT en orden.
       CARGA-MOVIMIENTOS.
            MOVE ZEROES                TO WS-TOTAL-MOVIMIENTOS.
            MOVE 'N'                   TO WS-MOVIMIENTOS-LLENO-SW.
            OPEN INPUT MOVIMIENTO-FILE.
            IF WS-MOVIMIENTO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA
                READ MOVIMIENTO-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        IF NM-EJECUCION = TJ-EJECUCION
                            IF WS-TOTAL-MOVIMIENTOS < 6000
                                ADD 1  TO WS-TOTAL-MOVIMIENTOS
                                MOVE NOMMOV-REC TO
                                     TMV-REGISTRO(WS-TOTAL-MOVIMIENTOS)
                            ELSE
                                SET MOVIMIENTOS-LLENO TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MOVIMIENTO-FILE.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       CARGA-YTD.
            OPEN INPUT YTD-FILE.
            IF WS-YTD-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ YTD-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-YTD < 2000
                                ADD 1     TO WS-TOTAL-YTD
                                MOVE NY-ID-EMPLEADO TO
                                     TY-ID(WS-TOTAL-YTD)
                                MOVE NY-ANYO TO
                                     TY-ANYO(WS-TOTAL-YTD)
                                MOVE NY-BRUTO TO
                                     TY-BRUTO(WS-TOTAL-YTD)
                                MOVE NY-NETO TO
                                     TY-NETO(WS-TOTAL-YTD)
                                IF NY-RETENIDO IS NUMERIC
                                    MOVE NY-RETENIDO TO
                                         TY-RETENIDO(WS-TOTAL-YTD)
                                ELSE
                                    MOVE ZEROES TO
                                         TY-RETENIDO(WS-TOTAL-YTD)
                                END-IF
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE YTD-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-YTD.
            OPEN OUTPUT YTD-FILE.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TOTAL-YTD
                MOVE TY-ID(WS-TY-IDX)  TO NY-ID-EMPLEADO
                MOVE TY-ANYO(WS-TY-IDX) TO NY-ANYO
                MOVE TY-BRUTO(WS-TY-IDX) TO NY-BRUTO
                MOVE TY-NETO(WS-TY-IDX) TO NY-NETO
                MOVE TY-RETENIDO(WS-TY-IDX) TO NY-RETENIDO
                WRITE YTD-REC
            END-PERFORM.
            CLOSE YTD-FILE.

       CARGA-VACACIONES.
            OPEN INPUT VACACION-FILE.
            IF WS-VACACION-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ VACACION-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-VACACIONES < 500
                                ADD 1     TO WS-TOTAL-VACACIONES
                                MOVE VB-ID-EMPLEADO TO
                                     TV-ID(WS-TOTAL-VACACIONES)
                                MOVE VB-DERECHO TO
                                     TV-DERECHO(WS-TOTAL-VACACIONES)
                                MOVE VB-TOMADAS TO
                                     TV-TOMADAS(WS-TOTAL-VACACIONES)
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VACACION-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-VACACIONES.
            OPEN OUTPUT VACACION-FILE.
            PERFORM VARYING WS-TV-IDX FROM 1 BY 1
                    UNTIL WS-TV-IDX > WS-TOTAL-VACACIONES
                MOVE TV-ID(WS-TV-IDX)  TO VB-ID-EMPLEADO
                MOVE TV-DERECHO(WS-TV-IDX) TO VB-DERECHO
                MOVE TV-TOMADAS(WS-TV-IDX) TO VB-TOMADAS
                WRITE VACACION-REC
            END-PERFORM.
            CLOSE VACACION-FILE.

       CARGA-NOMHIST.
            OPEN INPUT NOMHIST-FILE.
            IF WS-NOMHIST-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ NOMHIST-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-NOMHIST < 12000
                                ADD 1     TO WS-TOTAL-NOMHIST
                                MOVE NH-ID-EMPLEADO TO
                                     TNH-ID(WS-TOTAL-NOMHIST)
                                MOVE NH-PERIODO TO
                                     TNH-PERIODO(WS-TOTAL-NOMHIST)
                                MOVE NH-HORAS TO
                                     TNH-HORAS(WS-TOTAL-NOMHIST)
                                MOVE NH-SALARIO TO
                                     TNH-SALARIO(WS-TOTAL-NOMHIST)
                                MOVE NH-BRUTO TO
                                     TNH-BRUTO(WS-TOTAL-NOMHIST)
                                MOVE NH-FECHA-PAGO TO
                                     TNH-FECHA-PAGO(WS-TOTAL-NOMHIST)
                                MOVE 'N' TO
                                     TNH-BORRADA(WS-TOTAL-NOMHIST)
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOMHIST-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-NOMHIST.
            OPEN OUTPUT NOMHIST-FILE.
            PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                    UNTIL WS-NH-IDX > WS-TOTAL-NOMHIST
                IF TNH-BORRADA(WS-NH-IDX) = 'N'
                    MOVE TNH-ID(WS-NH-IDX) TO NH-ID-EMPLEADO
                    MOVE TNH-PERIODO(WS-NH-IDX) TO NH-PERIODO
                    MOVE TNH-HORAS(WS-NH-IDX) TO NH-HORAS
                    MOVE TNH-SALARIO(WS-NH-IDX) TO NH-SALARIO
                    MOVE TNH-BRUTO(WS-NH-IDX) TO NH-BRUTO
                    MOVE TNH-FECHA-PAGO(WS-NH-IDX) TO NH-FECHA-PAGO
                    WRITE NOMHIST-REC
                END-IF
            END-PERFORM.
            CLOSE NOMHIST-FILE.

       CARGA-PAGAS-EXTRA.
            OPEN INPUT PAGAEXT-FILE.
            IF WS-PAGAEXT-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PAGAEXT-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PAGAS < 2000
                                ADD 1     TO WS-TOTAL-PAGAS
                                MOVE PAGAEXT-REC TO
                                     TPX-REGISTRO(WS-TOTAL-PAGAS)
                                MOVE 'N' TO
                                     TPX-BORRADA(WS-TOTAL-PAGAS)
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAGAEXT-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PAGAS-EXTRA.
            OPEN OUTPUT PAGAEXT-FILE.
            PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                    UNTIL WS-PX-IDX > WS-TOTAL-PAGAS
                IF TPX-BORRADA(WS-PX-IDX) = 'N'
                    MOVE TPX-REGISTRO(WS-PX-IDX) TO PAGAEXT-REC
                    WRITE PAGAEXT-REC
                END-IF
            END-PERFORM.
            CLOSE PAGAEXT-FILE.

       CARGA-PENDIENTES.
            OPEN INPUT PENDIENTE-FILE.
            IF WS-PENDIENTE-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PENDIENTE-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PENDIENTES < 2000
                                ADD 1     TO WS-TOTAL-PENDIENTES
                                MOVE NOMPEND-REC TO
                                     TNP-REGISTRO(WS-TOTAL-PENDIENTES)
                                MOVE 'N' TO
                                     TNP-BORRADA(WS-TOTAL-PENDIENTES)
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDIENTE-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PENDIENTES.
            OPEN OUTPUT PENDIENTE-FILE.
            PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                    UNTIL WS-NP-IDX > WS-TOTAL-PENDIENTES
                IF TNP-BORRADA(WS-NP-IDX) = 'N'
                    MOVE TNP-REGISTRO(WS-NP-IDX) TO NOMPEND-REC
                    WRITE NOMPEND-REC
                END-IF
            END-PERFORM.
            CLOSE PENDIENTE-FILE.

       CARGA-GASTOS.
            OPEN INPUT GASTO-FILE.
            IF WS-GASTO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ GASTO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-GASTOS < 3000
                                ADD 1     TO WS-TOTAL-GASTOS
                                MOVE GASTO-REC TO
                                     TGA-REGISTRO(WS-TOTAL-GASTOS)
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GASTO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-GASTOS.
            IF WS-GASTO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT GASTO-FILE.
            PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-TOTAL-GASTOS
                MOVE TGA-REGISTRO(WS-GA-IDX) TO GASTO-REC
                WRITE GASTO-REC
            END-PERFORM.
            CLOSE GASTO-FILE.

       CARGA-PRESTAMOS.
            OPEN INPUT PRESTAMO-FILE.
            IF WS-PRESTAMO-STATUS = '00'
                PERFORM UNTIL FIN-CARGA
                    READ PRESTAMO-FILE
                        AT END
                            SET FIN-CARGA TO TRUE
                        NOT AT END
                            IF WS-TOTAL-PRESTAMOS < 2000
                                ADD 1     TO WS-TOTAL-PRESTAMOS
                                MOVE PRESTAMO-REC TO
                                     TPR-REGISTRO(WS-TOTAL-PRESTAMOS)
                            ELSE
                                SET MAESTROS-LLENO TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRESTAMO-FILE
            END-IF.
            MOVE 'N'                   TO WS-CARGA-EOF-SW.

       GRABA-PRESTAMOS.
            IF WS-PRESTAMO-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PRESTAMO-FILE.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-TOTAL-PRESTAMOS
                MOVE TPR-REGISTRO(WS-PR-IDX) TO PRESTAMO-REC
                WRITE PRESTAMO-REC
            END-PERFORM.
            CLOSE PRESTAMO-FILE.
