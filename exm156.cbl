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
      * EXM156 - nightly run of the ad hoc report requests queued on  *
      * the EXM155 screen (PETICION.DAT, copybooks/peticion.cpy).     *
      * Each queued request not yet launched gets a job of its own    *
      * written to PETJCL, which the nightly chain points at the      *
      * internal reader; all the jobs carry one job name, so they run *
      * one after another.  The job copies the request's card to the  *
      * report program's SYSIN (EXM157 'T'), runs EXM31, EXM56, EXM86 *
      * or EXM91 with it, hands the output to EXM100 through an       *
      * in-stream DISTRIB row naming the requester as recipient       *
      * (bundle PROD.EXM.PETICION.Pnnnnnnn for the mail gateway), and *
      * leaves the request 'E' run, 'F' failed or 'D' delivered       *
      * through EXM157 steps under COND.  The requester's level is    *
      * checked again before launch, as it may have been lowered      *
      * since the request was keyed; a request that no longer passes  *
      * is failed here and not launched.  The launch date is stamped  *
      * in PE-FECHA-LANZA so a request is never submitted twice, and  *
      * finished requests older than 90 days are purged.  All under   *
      * the EXMLOCK resource PETICION.  Return code 4 when a request  *
      * is refused at launch, 16 if PETICION is in use or over 2000   *
      * rows.                                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM156.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETICION-FILE ASSIGN TO "PETICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PETICION-STATUS.
           SELECT JCL-FILE ASSIGN TO "PETJCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PETICION-FILE.
           COPY "peticion.cpy".

       FD  JCL-FILE.
        01 JCL-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-PETICION-STATUS         PIC X(02) VALUE '00'.
        01 WS-JCL-STATUS              PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-INTEGER-HOY             PIC 9(08) VALUE ZEROES.
        01 WS-DIAS-CONSERVA           PIC 9(03) VALUE 90.
        01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.
        01 WS-NIVEL-REQUERIDO         PIC X(01) VALUE 'I'.
        01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
      *    Informes admitidos y nivel del solicitante (mismos que
      *    en la pantalla EXM155).
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
      *    Fichero de peticiones completo en memoria; las purgadas
      *    no vuelven a grabarse.
        01 WS-MAX-PETICIONES          PIC 9(04) VALUE 2000.
        01 WS-TOTAL-PETICIONES        PIC 9(04) VALUE ZEROES.
        01 TABLA-PETICIONES.
           02 TP-FILA OCCURS 2000 TIMES.
              03 TP-IMAGEN            PIC X(192).
              03 TP-PURGAR-SW         PIC X(01).
        01 WS-PE-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-PETICIONES-LLENO-SW     PIC X(01) VALUE 'N'.
           88 PETICIONES-LLENO                   VALUE 'Y'.
        01 WS-TOTAL-LANZADAS          PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-RECHAZADAS        PIC 9(04) VALUE ZEROES.
        01 WS-TOTAL-PURGADAS          PIC 9(04) VALUE ZEROES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'PETICION'.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM156  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.
      *    Piezas del trabajo de cada peticion.
        01 WS-LINEA-JCL               PIC X(80) VALUE SPACES.
        01 WS-NUMERO                  PIC 9(07) VALUE ZEROES.
        01 WS-PROGRAMA                PIC X(08) VALUE SPACES.
        01 WS-DD-INFORME              PIC X(08) VALUE SPACES.
        01 WS-PASO                    PIC X(08) VALUE SPACES.
        01 WS-PARM-ESTADO             PIC X(17) VALUE SPACES.
        01 WS-COND                    PIC X(50) VALUE SPACES.
        01 WS-BUNDLE                  PIC 9(01) VALUE ZEROES.
        01 WS-DISTRIB.
           02 WS-DI-REPORTE           PIC X(08).
           02 WS-DI-DESTINATARIO      PIC X(12).
           02 WS-DI-SLOT              PIC 9(01).
           02 WS-DI-COPIAS            PIC 9(01).

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            COMPUTE WS-INTEGER-HOY =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
            ACCEPT WS-HORA-HOY         FROM TIME.

            MOVE 'A'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                DISPLAY '*** PETICION.DAT EN USO - REINTENTAR ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CARGA-PETICIONES.
            IF PETICIONES-LLENO
                PERFORM SUELTA-CERROJO
                DISPLAY '*** MAS DE ' WS-MAX-PETICIONES
                        ' PETICIONES EN PETICION.DAT ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT JCL-FILE.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PETICIONES
                PERFORM TRATA-PETICION
            END-PERFORM.
            CLOSE JCL-FILE.

            PERFORM GRABA-PETICIONES.
            PERFORM SUELTA-CERROJO.

            IF WS-TOTAL-RECHAZADAS > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
            DISPLAY 'PETICIONES LANZADAS: '   WS-TOTAL-LANZADAS.
            DISPLAY 'RECHAZADAS AL LANZAR: '  WS-TOTAL-RECHAZADAS.
            DISPLAY 'PURGADAS: '              WS-TOTAL-PURGADAS.
            DISPLAY 'FIN DEL PROGRAMA'.
            STOP RUN.

       SUELTA-CERROJO.
            MOVE 'L'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

       CARGA-PETICIONES.
            OPEN INPUT PETICION-FILE.
            IF WS-PETICION-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL FIN-CARGA OR PETICIONES-LLENO
                READ PETICION-FILE
                    AT END
                        SET FIN-CARGA  TO TRUE
                    NOT AT END
                        IF WS-TOTAL-PETICIONES >= WS-MAX-PETICIONES
                            SET PETICIONES-LLENO TO TRUE
                        ELSE
                            ADD 1      TO WS-TOTAL-PETICIONES
                            MOVE PETICION-REC TO
                                 TP-IMAGEN(WS-TOTAL-PETICIONES)
                            MOVE 'N'   TO
                                 TP-PURGAR-SW(WS-TOTAL-PETICIONES)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PETICION-FILE.

       GRABA-PETICIONES.
            OPEN OUTPUT PETICION-FILE.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PETICIONES
                IF TP-PURGAR-SW(WS-PE-IDX) NOT = 'Y'
                    MOVE TP-IMAGEN(WS-PE-IDX) TO PETICION-REC
                    WRITE PETICION-REC
                END-IF
            END-PERFORM.
            CLOSE PETICION-FILE.

      *    Terminadas y viejas se purgan; en cola sin lanzar se
      *    lanzan si el solicitante sigue teniendo el nivel.
       TRATA-PETICION.
            MOVE TP-IMAGEN(WS-PE-IDX)  TO PETICION-REC.
            IF PE-TERMINADA
                IF FUNCTION INTEGER-OF-DATE(PE-FECHA-ESTADO)
                   + WS-DIAS-CONSERVA < WS-INTEGER-HOY
                    MOVE 'Y'           TO TP-PURGAR-SW(WS-PE-IDX)
                    ADD 1              TO WS-TOTAL-PURGADAS
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF NOT PE-EN-COLA OR PE-FECHA-LANZA NOT = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES                TO WS-TI-IDX.
            PERFORM VARYING WS-TI-IDX FROM 1 BY 1
                    UNTIL WS-TI-IDX > 4
                IF TI-PROGRAMA(WS-TI-IDX) = PE-PROGRAMA
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            IF WS-TI-IDX > 4
                MOVE 'INFORME NO ADMITIDO' TO PE-MOTIVO
                PERFORM RECHAZA-PETICION
                EXIT PARAGRAPH
            END-IF.
            MOVE TI-NIVEL(WS-TI-IDX)   TO WS-NIVEL-REQUERIDO.
            CALL 'EXMSIGN' USING PE-SOLICITA WS-NIVEL-REQUERIDO
                                  WS-AUTORIZADO.
            IF WS-AUTORIZADO NOT = 'Y'
                MOVE 'NIVEL INSUFICIENTE' TO PE-MOTIVO
                PERFORM RECHAZA-PETICION
                EXIT PARAGRAPH
            END-IF.
            PERFORM GENERA-TRABAJO.
            MOVE WS-FECHA-PROCESO      TO PE-FECHA-LANZA.
            MOVE PETICION-REC          TO TP-IMAGEN(WS-PE-IDX).
            ADD 1                      TO WS-TOTAL-LANZADAS.
            DISPLAY 'PETICION ' PE-NUMERO ' ' PE-PROGRAMA
                    ' PARA ' PE-SOLICITA ': LANZADA'.

       RECHAZA-PETICION.
            SET PE-FALLIDA             TO TRUE.
            MOVE WS-FECHA-PROCESO      TO PE-FECHA-ESTADO.
            MOVE WS-HORA-HOY           TO PE-HORA-ESTADO.
            MOVE PETICION-REC          TO TP-IMAGEN(WS-PE-IDX).
            ADD 1                      TO WS-TOTAL-RECHAZADAS.
            DISPLAY '  *** PETICION ' PE-NUMERO ' ' PE-PROGRAMA
                    ' PARA ' PE-SOLICITA ': ' PE-MOTIVO ' ***'.

      *    Un trabajo por peticion: tarjeta, informe, estado,
      *    reparto al solicitante por EXM100 y estado final.
       GENERA-TRABAJO.
            MOVE PE-NUMERO             TO WS-NUMERO.
            MOVE PE-PROGRAMA           TO WS-PROGRAMA.
            MOVE SPACES                TO WS-DD-INFORME.
            STRING WS-PROGRAMA DELIMITED BY SPACE
                   'RP' DELIMITED BY SIZE
                   INTO WS-DD-INFORME
            END-STRING.

            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//EXMPETIC JOB (ACCTG),''PETICION ' WS-NUMERO
                   ''',CLASS=A,MSGCLASS=X'
                   DELIMITED BY SIZE INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//* ' WS-PROGRAMA ' PARA ' PE-SOLICITA
                   ' - PETICION DEL ' PE-FECHA-ALTA
                   ' GRABADA POR ' PE-GRABA
                   DELIMITED BY SIZE INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.

            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//TARJ005  EXEC PGM=EXM157,PARM=''' WS-NUMERO
                   'T'''
                   DELIMITED BY SIZE INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-STEPLIB.
            MOVE '//PETICION DD   DSN=PROD.EXM.PETICION,DISP=SHR'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE '//TARJETA  DD   DSN=&&TARJETA,DISP=(NEW,PASS),'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE '//             SPACE=(TRK,(1,1)),RECFM=FB,LRECL=90'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-SYSOUT.

            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//EJEC010  EXEC PGM=' DELIMITED BY SIZE
                   WS-PROGRAMA DELIMITED BY SPACE
                   ',COND=(4,LT,TARJ005)' DELIMITED BY SIZE
                   INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-STEPLIB.
            PERFORM ESCRIBE-FICHEROS.
            MOVE '//SYSIN    DD   DSN=&&TARJETA,DISP=(OLD,DELETE)'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//' WS-DD-INFORME ' DD   DSN=&&INFORME,'
                   'DISP=(NEW,PASS),'
                   DELIMITED BY SIZE INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            MOVE '//             SPACE=(CYL,(1,1)),RECFM=FB,LRECL=132'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-SYSOUT.

            MOVE SPACES                TO WS-PARM-ESTADO.
            STRING WS-NUMERO 'E' DELIMITED BY SIZE
                   INTO WS-PARM-ESTADO
            END-STRING.
            MOVE '(4,LT,TARJ005),(4,LT,EJEC010)' TO WS-COND.
            MOVE 'ESTA020 '            TO WS-PASO.
            PERFORM ESCRIBE-PASO-ESTADO.
            MOVE SPACES                TO WS-PARM-ESTADO.
            STRING WS-NUMERO 'FEJECUCION' DELIMITED BY SIZE
                   INTO WS-PARM-ESTADO
            END-STRING.
            MOVE '4,GE,EJEC010'        TO WS-COND.
            MOVE 'ESTA030 '            TO WS-PASO.
            PERFORM ESCRIBE-PASO-ESTADO.

            MOVE '//DIST040  EXEC PGM=EXM100,'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE '//             COND=((4,LT,TARJ005),(4,LT,EJEC010))'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-STEPLIB.
            MOVE '//DISTRIB  DD   *'   TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE WS-PROGRAMA           TO WS-DI-REPORTE.
            MOVE PE-SOLICITA           TO WS-DI-DESTINATARIO.
            MOVE 1                     TO WS-DI-SLOT WS-DI-COPIAS.
            MOVE WS-DISTRIB            TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE '/*'                  TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            STRING '//' WS-DD-INFORME ' DD   DSN=&&INFORME,'
                   'DISP=(OLD,DELETE)'
                   DELIMITED BY SIZE INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//BUNDLE1  DD   DSN=PROD.EXM.PETICION.P' WS-NUMERO
                   ','
                   DELIMITED BY SIZE INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            MOVE '//             DISP=(NEW,CATLG,DELETE),'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE '//             SPACE=(CYL,(1,1)),RECFM=FB,LRECL=132'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE 1                     TO WS-BUNDLE.
            PERFORM 8 TIMES
                ADD 1                  TO WS-BUNDLE
                MOVE SPACES            TO WS-LINEA-JCL
                STRING '//BUNDLE' WS-BUNDLE '  DD   DUMMY'
                       DELIMITED BY SIZE INTO WS-LINEA-JCL
                END-STRING
                PERFORM ESCRIBE-JCL
            END-PERFORM.
            PERFORM ESCRIBE-SYSOUT.

            MOVE SPACES                TO WS-PARM-ESTADO.
            STRING WS-NUMERO 'D' DELIMITED BY SIZE
                   INTO WS-PARM-ESTADO
            END-STRING.
            MOVE '(4,LT,TARJ005),(4,LT,EJEC010),(4,LT,DIST040)'
                                       TO WS-COND.
            MOVE 'ESTA050 '            TO WS-PASO.
            PERFORM ESCRIBE-PASO-ESTADO.
            MOVE SPACES                TO WS-PARM-ESTADO.
            STRING WS-NUMERO 'FENTREGA' DELIMITED BY SIZE
                   INTO WS-PARM-ESTADO
            END-STRING.
            MOVE '(4,LT,TARJ005),(4,LT,EJEC010),(4,GE,DIST040)'
                                       TO WS-COND.
            MOVE 'ESTA060 '            TO WS-PASO.
            PERFORM ESCRIBE-PASO-ESTADO.
            MOVE '//'                  TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.

      *    Paso EXM157 de estado: nombre en WS-PASO, PARM en
      *    WS-PARM-ESTADO y condicion en WS-COND.
       ESCRIBE-PASO-ESTADO.
            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//' WS-PASO ' EXEC PGM=EXM157,PARM='''
                   DELIMITED BY SIZE
                   WS-PARM-ESTADO DELIMITED BY SPACE
                   ''','                DELIMITED BY SIZE
                   INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            MOVE SPACES                TO WS-LINEA-JCL.
            STRING '//             COND=(' DELIMITED BY SIZE
                   WS-COND DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
                   INTO WS-LINEA-JCL
            END-STRING.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-STEPLIB.
            MOVE '//PETICION DD   DSN=PROD.EXM.PETICION,DISP=SHR'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            MOVE '//CERROJO  DD   DSN=PROD.EXM.CERROJO,DISP=SHR'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.
            PERFORM ESCRIBE-SYSOUT.

      *    Ficheros que lee cada programa de informe.
       ESCRIBE-FICHEROS.
            EVALUATE WS-PROGRAMA
                WHEN 'EXM31   '
                    STRING '//TRANLEDG DD   DSN=PROD.EXM.TRANLEDG.'
                           'SORTED,DISP=SHR'
                           DELIMITED BY SIZE INTO WS-LINEA-JCL
                    END-STRING
                    PERFORM ESCRIBE-JCL
                    MOVE '//SALDOS   DD   DSN=PROD.EXM.SALDOS,DISP=SHR'
                                       TO WS-LINEA-JCL
                    PERFORM ESCRIBE-JCL
                    STRING '//TRANCODC DD   DSN=PROD.EXM.TRANCODC,'
                           'DISP=SHR'
                           DELIMITED BY SIZE INTO WS-LINEA-JCL
                    END-STRING
                    PERFORM ESCRIBE-JCL
                    STRING '//TRANHIST DD   DSN=PROD.EXM.TRANHIST,'
                           'DISP=SHR'
                           DELIMITED BY SIZE INTO WS-LINEA-JCL
                    END-STRING
                    PERFORM ESCRIBE-JCL
                WHEN 'EXM56   '
                    MOVE '//PERSONA  DD   DSN=PROD.EXM.PERSONA,DISP=SHR'
                                       TO WS-LINEA-JCL
                    PERFORM ESCRIBE-JCL
                    STRING '//USUARIOS DD   DSN=PROD.EXM.USUARIOS,'
                           'DISP=SHR'
                           DELIMITED BY SIZE INTO WS-LINEA-JCL
                    END-STRING
                    PERFORM ESCRIBE-JCL
                WHEN 'EXM86   '
                    MOVE '//SALHIST  DD   DSN=PROD.EXM.SALHIST,DISP=SHR'
                                       TO WS-LINEA-JCL
                    PERFORM ESCRIBE-JCL
                WHEN 'EXM91   '
                    STRING '//EXM22AUD DD   DSN=PROD.EXM.EXM22AUD,'
                           'DISP=SHR'
                           DELIMITED BY SIZE INTO WS-LINEA-JCL
                    END-STRING
                    PERFORM ESCRIBE-JCL
            END-EVALUATE.

       ESCRIBE-STEPLIB.
            MOVE '//STEPLIB  DD   DSN=PROD.EXM.LOADLIB,DISP=SHR'
                                       TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.

       ESCRIBE-SYSOUT.
            MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-LINEA-JCL.
            PERFORM ESCRIBE-JCL.

       ESCRIBE-JCL.
            MOVE WS-LINEA-JCL          TO JCL-REC.
            WRITE JCL-REC.
            MOVE SPACES                TO WS-LINEA-JCL.
