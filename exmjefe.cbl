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
      * EXMJEFE - reporting-line check for approvals.  Reads          *
      * PERSONA.DAT (opened once and kept open) and walks the         *
      * employee's chain of line managers (P-RESPONSABLE, kept by the *
      * EXM22 'J' card) up to the head of the organisation.           *
      * LK-RESULTADO comes back 'Y' when the approver is an active    *
      * employee anywhere above the employee in that chain, 'N' when  *
      * not, 'S' when the employee has no line manager on file or no  *
      * active one is left anywhere in the chain (the caller keeps    *
      * its own rules, so a request is never left with nobody to      *
      * approve it) and 'E' when the employee is not on the master.   *
      * LK-RESPONSABLE returns the direct line manager, zeros if      *
      * none, so a caller can say where a request should be routed.   *
      * EXM138 and EXM134 refuse an approval from outside the line.   *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXMJEFE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA-FILE ASSIGN TO "PERSONA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPLEADO
               ALTERNATE RECORD KEY IS P-APELLIDO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-DEPARTAMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSONA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONA-FILE.
           COPY "persona.cpy".

       WORKING-STORAGE SECTION.
        01 WS-PERSONA-STATUS          PIC X(02) VALUE '00'.
        01 WS-ABIERTO-SW              PIC X(01) VALUE 'N'.
           88 FICHERO-ABIERTO                    VALUE 'Y'.
           88 FICHERO-NO-DISPONIBLE              VALUE 'X'.
        01 WS-NIVELES                 PIC 9(03) VALUE ZEROES.
        01 WS-SIGUIENTE               PIC 9(07) VALUE ZEROES.
        01 WS-EN-ALTA                 PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
        01 LK-EMPLEADO                PIC 9(07).
        01 LK-APROBADOR               PIC 9(07).
        01 LK-RESPONSABLE             PIC 9(07).
        01 LK-RESULTADO               PIC X(01).
           88 LK-EN-LA-LINEA                     VALUE 'Y'.
           88 LK-FUERA-DE-LA-LINEA               VALUE 'N'.
           88 LK-SIN-RESPONSABLE                 VALUE 'S'.
           88 LK-EMPLEADO-INEXISTENTE            VALUE 'E'.

       PROCEDURE DIVISION USING LK-EMPLEADO LK-APROBADOR
                                 LK-RESPONSABLE LK-RESULTADO.
       MAINLINE.
            IF NOT FICHERO-ABIERTO AND NOT FICHERO-NO-DISPONIBLE
                PERFORM ABRE-PERSONA
            END-IF.

            MOVE ZEROES                 TO LK-RESPONSABLE.
            SET LK-EMPLEADO-INEXISTENTE TO TRUE.
            IF FICHERO-NO-DISPONIBLE
                GOBACK
            END-IF.

            MOVE LK-EMPLEADO            TO ID-EMPLEADO.
            READ PERSONA-FILE
                INVALID KEY
                    GOBACK
            END-READ.
            IF P-RESPONSABLE IS NOT NUMERIC
               OR P-RESPONSABLE = ZEROES
                SET LK-SIN-RESPONSABLE  TO TRUE
                GOBACK
            END-IF.
            MOVE P-RESPONSABLE          TO LK-RESPONSABLE.

            SET LK-FUERA-DE-LA-LINEA    TO TRUE.
            PERFORM SUBE-POR-LA-LINEA.
      *    Sin nadie en alta en toda la linea (responsable borrado
      *    o de baja sin sustituto) la solicitud no quedaria
      *    bloqueada: se vuelve a las reglas del llamador.
            IF WS-EN-ALTA = ZEROES
                SET LK-SIN-RESPONSABLE  TO TRUE
            END-IF.

            GOBACK.

      *    Sube desde el responsable directo hasta la cabeza: el
      *    aprobador vale si aparece en cualquier nivel y sigue en
      *    alta.  Un enlace roto corta la subida; el tope de niveles
      *    protege de un ciclo que se colara por fuera de EXM22.
       SUBE-POR-LA-LINEA.
            MOVE P-RESPONSABLE          TO WS-SIGUIENTE.
            MOVE ZEROES                 TO WS-NIVELES WS-EN-ALTA.
            PERFORM UNTIL WS-SIGUIENTE = ZEROES
                          OR WS-NIVELES > 50
                          OR LK-EN-LA-LINEA
                ADD 1                   TO WS-NIVELES
                MOVE WS-SIGUIENTE       TO ID-EMPLEADO
                MOVE ZEROES             TO WS-SIGUIENTE
                READ PERSONA-FILE
                    INVALID KEY
                        EXIT PERFORM
                END-READ
                IF NOT P-TERMINADO
                    ADD 1               TO WS-EN-ALTA
                    IF ID-EMPLEADO = LK-APROBADOR
                        SET LK-EN-LA-LINEA TO TRUE
                    END-IF
                END-IF
                IF P-RESPONSABLE IS NUMERIC
                    MOVE P-RESPONSABLE  TO WS-SIGUIENTE
                END-IF
            END-PERFORM.

       ABRE-PERSONA.
            OPEN INPUT PERSONA-FILE.
            IF WS-PERSONA-STATUS = '00'
                SET FICHERO-ABIERTO     TO TRUE
            ELSE
                DISPLAY 'EXMJEFE: NO SE PUDO ABRIR PERSONA.DAT - '
                        'STATUS: ' WS-PERSONA-STATUS
                SET FICHERO-NO-DISPONIBLE TO TRUE
            END-IF.
