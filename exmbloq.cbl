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
      * EXMBLOQ - legal hold check for the anonymization and purge    *
      * jobs.  Loads the open holds of BLOQLEG.DAT                    *
      * (copybooks/bloqleg.cpy, kept by EXM150) on the first call and *
      * keeps them.  The caller passes what identifies the record it  *
      * is about to erase or archive: LK-TIPO 'E' with the            *
      * ID-EMPLEADO or 'C' with the account in LK-CLAVE, blank when   *
      * the record belongs to nobody, and the record's own date.      *
      * LK-RETENIDO comes back 'Y' when an open hold covers it -- a   *
      * hold on that employee or account, or a date-range hold        *
      * containing LK-FECHA whatever the key -- with the hold number  *
      * and case reference, so the caller can keep the record in      *
      * place and list it; 'N' otherwise.  No BLOQLEG.DAT means no    *
      * holds; a file that cannot be read, or more open holds than    *
      * the table, holds everything.                                  *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXMBLOQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEO-FILE ASSIGN TO "BLOQLEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEO-FILE.
           COPY "bloqleg.cpy".

       WORKING-STORAGE SECTION.
        01 WS-BLOQUEO-STATUS          PIC X(02) VALUE '00'.
        01 WS-CARGA-SW                PIC X(01) VALUE 'N'.
           88 BLOQUEOS-CARGADOS                  VALUE 'Y'.
           88 BLOQUEOS-ILEGIBLES                 VALUE 'X'.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-BLOQUEOS                       VALUE 'Y'.
      *    Bloqueos abiertos, cargados en la primera llamada.
        01 WS-TOTAL-BLOQUEOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-BLOQUEOS.
           02 TBL-FILA OCCURS 300 TIMES.
              03 TBL-NUMERO           PIC 9(05).
              03 TBL-TIPO             PIC X(01).
              03 TBL-CLAVE            PIC 9(07).
              03 TBL-DESDE            PIC 9(08).
              03 TBL-HASTA            PIC 9(08).
              03 TBL-CASO             PIC X(20).
        01 WS-BL-IDX                  PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
        01 LK-TIPO                    PIC X(01).
        01 LK-CLAVE                   PIC 9(07).
        01 LK-FECHA                   PIC 9(08).
        01 LK-RETENIDO                PIC X(01).
           88 LK-BLOQUEADO                       VALUE 'Y'.
           88 LK-LIBRE                           VALUE 'N'.
        01 LK-BLOQUEO                 PIC 9(05).
        01 LK-CASO                    PIC X(20).

       PROCEDURE DIVISION USING LK-TIPO LK-CLAVE LK-FECHA
                                 LK-RETENIDO LK-BLOQUEO LK-CASO.
       MAINLINE.
            IF NOT BLOQUEOS-CARGADOS AND NOT BLOQUEOS-ILEGIBLES
                PERFORM CARGA-BLOQUEOS
            END-IF.

            SET LK-LIBRE                TO TRUE.
            MOVE ZEROES                 TO LK-BLOQUEO.
            MOVE SPACES                 TO LK-CASO.
      *    Sin poder leer los bloqueos no se sabe que es seguro
      *    borrar: se retiene todo.
            IF BLOQUEOS-ILEGIBLES
                SET LK-BLOQUEADO        TO TRUE
                MOVE 'BLOQLEG ILEGIBLE'  TO LK-CASO
                GOBACK
            END-IF.

            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-TOTAL-BLOQUEOS
                       OR LK-BLOQUEADO
                EVALUATE TBL-TIPO(WS-BL-IDX)
                    WHEN 'F'
                        IF LK-FECHA NOT < TBL-DESDE(WS-BL-IDX)
                           AND LK-FECHA NOT > TBL-HASTA(WS-BL-IDX)
                            SET LK-BLOQUEADO TO TRUE
                        END-IF
                    WHEN OTHER
                        IF TBL-TIPO(WS-BL-IDX) = LK-TIPO
                           AND TBL-CLAVE(WS-BL-IDX) = LK-CLAVE
                            SET LK-BLOQUEADO TO TRUE
                        END-IF
                END-EVALUATE
                IF LK-BLOQUEADO
                    MOVE TBL-NUMERO(WS-BL-IDX) TO LK-BLOQUEO
                    MOVE TBL-CASO(WS-BL-IDX)   TO LK-CASO
                END-IF
            END-PERFORM.

            GOBACK.

      *    Solo cuentan los abiertos.  Sin fichero (status 35) no hay
      *    ningun bloqueo; cualquier otro fallo, o mas bloqueos que
      *    tabla, deja el fichero por ilegible.
       CARGA-BLOQUEOS.
            OPEN INPUT BLOQUEO-FILE.
            IF WS-BLOQUEO-STATUS = '35'
                SET BLOQUEOS-CARGADOS   TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-BLOQUEO-STATUS NOT = '00'
                DISPLAY 'EXMBLOQ: NO SE PUDO ABRIR BLOQLEG.DAT - '
                        'STATUS: ' WS-BLOQUEO-STATUS
                SET BLOQUEOS-ILEGIBLES  TO TRUE
                EXIT PARAGRAPH
            END-IF.
            SET BLOQUEOS-CARGADOS       TO TRUE.
            PERFORM UNTIL FIN-BLOQUEOS
                READ BLOQUEO-FILE
                    AT END
                        SET FIN-BLOQUEOS TO TRUE
                    NOT AT END
                        IF BL-ABIERTO
                            PERFORM ANOTA-BLOQUEO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BLOQUEO-FILE.

       ANOTA-BLOQUEO.
            IF WS-TOTAL-BLOQUEOS >= 300
                DISPLAY 'EXMBLOQ: MAS DE 300 BLOQUEOS ABIERTOS'
                SET BLOQUEOS-ILEGIBLES  TO TRUE
                SET FIN-BLOQUEOS        TO TRUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1                       TO WS-TOTAL-BLOQUEOS.
            MOVE BL-NUMERO              TO
                 TBL-NUMERO(WS-TOTAL-BLOQUEOS).
            MOVE BL-TIPO                TO TBL-TIPO(WS-TOTAL-BLOQUEOS).
            MOVE BL-CLAVE               TO TBL-CLAVE(WS-TOTAL-BLOQUEOS).
            MOVE BL-DESDE               TO TBL-DESDE(WS-TOTAL-BLOQUEOS).
            MOVE BL-HASTA               TO TBL-HASTA(WS-TOTAL-BLOQUEOS).
            MOVE BL-CASO                TO TBL-CASO(WS-TOTAL-BLOQUEOS).
