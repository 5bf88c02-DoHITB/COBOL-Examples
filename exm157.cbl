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
      * EXM157 - step helper of the ad hoc report request jobs that   *
      * EXM156 submits.  PARM: request number (7), function (1) and,  *
      * for 'F', the stage that failed (up to 20).  'T' copies the    *
      * queued request's card from PETICION.DAT to TARJETA, which the *
      * job hands to the report program as its SYSIN -- the card      *
      * validated on the EXM155 screen is the card that runs, never   *
      * retyped.  'E' marks the request run, 'F' failed with the      *
      * stage in PE-MOTIVO and 'D' delivered after EXM100 has bundled *
      * the output for the requester; the job runs each under COND on *
      * the report and EXM100 steps.  The status is rewritten under   *
      * the EXMLOCK resource PETICION with the date and time of the   *
      * change.  A status that does not follow ('D' before 'E',       *
      * anything after 'D') is refused with return code 4; a bad      *
      * PARM, an unknown request or PETICION in use ends with 16.     *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM157.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETICION-FILE ASSIGN TO "PETICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PETICION-STATUS.
           SELECT TARJETA-FILE ASSIGN TO "TARJETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARJETA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PETICION-FILE.
           COPY "peticion.cpy".

       FD  TARJETA-FILE.
        01 TARJETA-REC                PIC X(90).

       WORKING-STORAGE SECTION.
        01 WS-PETICION-STATUS         PIC X(02) VALUE '00'.
        01 WS-TARJETA-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-EOF-SW            PIC X(01) VALUE 'N'.
           88 FIN-CARGA                          VALUE 'Y'.
        01 WS-PARM.
           02 WS-PARM-NUMERO          PIC X(07) VALUE SPACES.
           02 WS-PARM-FUNCION         PIC X(01) VALUE SPACES.
              88 FUNCION-TARJETA                 VALUE 'T'.
              88 FUNCION-ESTADO                  VALUE 'E' 'F' 'D'.
           02 WS-PARM-MOTIVO          PIC X(20) VALUE SPACES.
        01 WS-NUMERO                  PIC 9(07) VALUE ZEROES.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
        01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.
        01 WS-ENCONTRADA-SW           PIC X(01) VALUE 'N'.
           88 PETICION-ENCONTRADA                VALUE 'Y'.
        01 WS-MAX-PETICIONES          PIC 9(04) VALUE 2000.
        01 WS-TOTAL-PETICIONES        PIC 9(04) VALUE ZEROES.
        01 TABLA-PETICIONES.
           02 TP-IMAGEN OCCURS 2000 TIMES PIC X(192).
        01 WS-PE-IDX                  PIC 9(04) VALUE ZEROES.
        01 WS-LOCK-FUNCION            PIC X(01) VALUE 'A'.
        01 WS-LOCK-RECURSO            PIC X(08) VALUE 'PETICION'.
        01 WS-LOCK-PROGRAMA           PIC X(08) VALUE 'EXM157  '.
        01 WS-LOCK-RESULTADO          PIC X(01) VALUE SPACES.
        01 WS-RETORNO                 PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAINLINE.
            DISPLAY 'INICIO DEL PROGRAMA'.

            ACCEPT WS-PARM             FROM COMMAND-LINE.
            IF WS-PARM-NUMERO IS NOT NUMERIC
               OR NOT (FUNCION-TARJETA OR FUNCION-ESTADO)
                DISPLAY '*** PARM NO VALIDO: ' WS-PARM ' ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PARM-NUMERO        TO WS-NUMERO.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-HOY         FROM TIME.

            IF FUNCION-TARJETA
                PERFORM COPIA-TARJETA
            ELSE
                PERFORM CAMBIA-ESTADO
            END-IF.

            DISPLAY 'FIN DEL PROGRAMA'.
            STOP RUN.

      *    La tarjeta sale tal cual se valido en pantalla.
       COPIA-TARJETA.
            PERFORM CARGA-PETICIONES.
            PERFORM BUSCA-PETICION.
            IF NOT PETICION-ENCONTRADA
                DISPLAY '*** PETICION ' WS-NUMERO ' NO EXISTE ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            IF NOT PE-EN-COLA
                DISPLAY '*** PETICION ' WS-NUMERO ' YA NO ESTA EN '
                        'COLA (ESTADO ' PE-ESTADO ') ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT TARJETA-FILE.
            MOVE PE-TARJETA            TO TARJETA-REC.
            WRITE TARJETA-REC.
            CLOSE TARJETA-FILE.
            DISPLAY 'PETICION ' WS-NUMERO ' ' PE-PROGRAMA
                    ' PARA ' PE-SOLICITA ': TARJETA PREPARADA'.

       CAMBIA-ESTADO.
            MOVE 'A'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
            IF WS-LOCK-RESULTADO NOT = 'Y'
                DISPLAY '*** PETICION.DAT EN USO - REINTENTAR ***'
                MOVE 16                TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGA-PETICIONES.
            PERFORM BUSCA-PETICION.
            EVALUATE TRUE
                WHEN NOT PETICION-ENCONTRADA
                    DISPLAY '*** PETICION ' WS-NUMERO ' NO EXISTE ***'
                    MOVE 16            TO WS-RETORNO
                WHEN PE-DISTRIBUIDA
                  OR (WS-PARM-FUNCION = 'E' AND NOT PE-EN-COLA)
                  OR (WS-PARM-FUNCION = 'D' AND NOT PE-EJECUTADA)
                    DISPLAY '*** PETICION ' WS-NUMERO ' EN ESTADO '
                            PE-ESTADO ' - NO PASA A '
                            WS-PARM-FUNCION ' ***'
                    MOVE 4             TO WS-RETORNO
                WHEN OTHER
                    MOVE WS-PARM-FUNCION TO PE-ESTADO
                    MOVE WS-FECHA-HOY  TO PE-FECHA-ESTADO
                    MOVE WS-HORA-HOY   TO PE-HORA-ESTADO
                    IF PE-FALLIDA
                        MOVE WS-PARM-MOTIVO TO PE-MOTIVO
                    END-IF
                    MOVE PETICION-REC  TO TP-IMAGEN(WS-PE-IDX)
                    DISPLAY 'PETICION ' WS-NUMERO ' ' PE-PROGRAMA
                            ' PARA ' PE-SOLICITA ': ESTADO '
                            PE-ESTADO ' ' PE-MOTIVO
                    PERFORM GRABA-PETICIONES
            END-EVALUATE.
            MOVE 'L'                   TO WS-LOCK-FUNCION.
            CALL 'EXMLOCK' USING WS-LOCK-FUNCION WS-LOCK-RECURSO
                                  WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
      *    El retorno se fija tras soltar el cerrojo, que lo pisa.
            MOVE WS-RETORNO            TO RETURN-CODE.

      *    Deja la fila de la peticion en PETICION-REC y su posicion
      *    en WS-PE-IDX.
       BUSCA-PETICION.
            MOVE 'N'                   TO WS-ENCONTRADA-SW.
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                    UNTIL WS-PE-IDX > WS-TOTAL-PETICIONES
                MOVE TP-IMAGEN(WS-PE-IDX) TO PETICION-REC
                IF PE-NUMERO = WS-NUMERO
                    SET PETICION-ENCONTRADA TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM.

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
