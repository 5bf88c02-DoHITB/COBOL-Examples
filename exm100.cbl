      * bundle AND on the console -- which is exactly how a silently  *
      * failed report step used to go unnoticed.  Registered report   *
      * ids: EXM2 EXM29 EXM31 EXM32 EXM38 EXM40 EXM44 EXM46 EXM49     *
      * EXM58 EXM147.                                                 *
      * Payslips route by department: a DISTRIB.DAT row may carry a   *
      * department code after the copies (DI-DEPARTAMENTO, blank =    *
      * whole report) and then only that department's pages of the    *
      * report reach the recipient -- today the EXM29NOM.PRT          *
      * payslips, whose 'RECIBO DE SALARIOS' first line holds the     *
      * department in columns 34-36.  Each department manager gets a  *
      * bundle of their own, so the slots now run 1-9 (BUNDLE1.DAT    *
      * ... BUNDLE9.DAT).  A department with no payslips in the run   *
      * shows as an empty-report exception.                           *
      * The monthly certification report EXM147.PRT routes the same   *
      * way: each department section opens with a 'CERTIFICACIONES    *
      * DEL DEPARTAMENTO' line with the code in the same columns      *
      * 34-36, so a manager's row carrying the department gets only   *
      * that department's certification alerts.                       *
      * Registered as well: EXM56, EXM86 and EXM91, the reports run   *
      * on request from the EXM155 queue.  Each request job of EXM156 *
      * feeds this program an in-stream DISTRIB.DAT row naming the    *
      * requester, so the report reaches that person alone in         *
      * BUNDLE1.                                                      *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM100.
           SELECT REP29-FILE ASSIGN TO "EXM29.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP29N-FILE ASSIGN TO "EXM29NOM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP31-FILE ASSIGN TO "EXM31.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP49-FILE ASSIGN TO "EXM49.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP56-FILE ASSIGN TO "EXM56.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP58-FILE ASSIGN TO "EXM58.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP86-FILE ASSIGN TO "EXM86.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP91-FILE ASSIGN TO "EXM91.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT REP147-FILE ASSIGN TO "EXM147.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT BUNDLE1-FILE ASSIGN TO "BUNDLE1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE4-FILE ASSIGN TO "BUNDLE4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE5-FILE ASSIGN TO "BUNDLE5.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE6-FILE ASSIGN TO "BUNDLE6.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE7-FILE ASSIGN TO "BUNDLE7.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE8-FILE ASSIGN TO "BUNDLE8.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE9-FILE ASSIGN TO "BUNDLE9.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 DI-DESTINATARIO         PIC X(12).
           02 DI-SLOT                 PIC 9(01).
           02 DI-COPIAS               PIC 9(01).
      *    Departamento (opcional): solo las paginas de ese
      *    departamento de un informe que lo lleve en columnas
      *    fijas -- los recibos EXM29NOM y las certificaciones
      *    EXM147.  En blanco, todo.
           02 DI-DEPARTAMENTO         PIC X(03).

       FD  REP2-FILE.
        01 REP2-REC                   PIC X(132).
       FD  REP29-FILE.
        01 REP29-REC                  PIC X(132).

       FD  REP29N-FILE.
        01 REP29N-REC                 PIC X(132).

       FD  REP31-FILE.
        01 REP31-REC                  PIC X(132).

       FD  REP49-FILE.
        01 REP49-REC                  PIC X(132).

       FD  REP56-FILE.
        01 REP56-REC                  PIC X(132).

       FD  REP58-FILE.
        01 REP58-REC                  PIC X(132).

       FD  REP86-FILE.
        01 REP86-REC                  PIC X(132).

       FD  REP91-FILE.
        01 REP91-REC                  PIC X(132).

       FD  REP147-FILE.
        01 REP147-REC                 PIC X(132).

       FD  BUNDLE1-FILE.
        01 BUNDLE1-REC                PIC X(132).

       FD  BUNDLE4-FILE.
        01 BUNDLE4-REC                PIC X(132).

       FD  BUNDLE5-FILE.
        01 BUNDLE5-REC                PIC X(132).

       FD  BUNDLE6-FILE.
        01 BUNDLE6-REC                PIC X(132).

       FD  BUNDLE7-FILE.
        01 BUNDLE7-REC                PIC X(132).

       FD  BUNDLE8-FILE.
        01 BUNDLE8-REC                PIC X(132).

       FD  BUNDLE9-FILE.
        01 BUNDLE9-REC                PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-DISTRIB-STATUS          PIC X(02) VALUE '00'.
        01 WS-REP-STATUS              PIC X(02) VALUE '00'.
              03 TD-DESTINATARIO      PIC X(12).
              03 TD-SLOT              PIC 9(01).
              03 TD-COPIAS            PIC 9(01).
              03 TD-DEPARTAMENTO      PIC X(03).
        01 WS-IDX                     PIC 9(02) VALUE ZEROES.
        01 WS-SLOT                    PIC 9(02) VALUE ZEROES.
        01 WS-COPIA                   PIC 9(01) VALUE ZEROES.
        01 WS-REPORTE-ACTUAL          PIC X(08) VALUE SPACES.
        01 WS-DEPTO-FILTRO            PIC X(03) VALUE SPACES.
        01 WS-EN-DEPTO-SW             PIC X(01) VALUE 'N'.
           88 LINEA-DEL-DEPARTAMENTO             VALUE 'Y'.
        01 WS-DESTINATARIO-SLOT       PIC X(12) VALUE SPACES.
        01 WS-LINEA                   PIC X(132) VALUE SPACES.
        01 WS-LINEAS-COPIADAS         PIC 9(06) VALUE ZEROES.
            END-IF.

            OPEN OUTPUT BUNDLE1-FILE BUNDLE2-FILE BUNDLE3-FILE
                        BUNDLE4-FILE BUNDLE5-FILE BUNDLE6-FILE
                        BUNDLE7-FILE BUNDLE8-FILE BUNDLE9-FILE.
            PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 9
                PERFORM ARMA-PAQUETE
            END-PERFORM.
            CLOSE BUNDLE1-FILE BUNDLE2-FILE BUNDLE3-FILE
                  BUNDLE4-FILE BUNDLE5-FILE BUNDLE6-FILE
                  BUNDLE7-FILE BUNDLE8-FILE BUNDLE9-FILE.

            DISPLAY 'EXCEPCIONES (INFORMES AUSENTES/VACIOS): '
                    WS-TOTAL-EXCEPCIONES.
            DISPLAY 'FIN DEL PROGRAMA - VER BUNDLE1-9.DAT'.
            IF WS-TOTAL-EXCEPCIONES > 0
                MOVE 4                 TO RETURN-CODE
            END-IF.
                    UNTIL WS-IDX > WS-TOTAL-FILAS
                IF TD-SLOT(WS-IDX) = WS-SLOT
                    MOVE SPACES        TO WS-LINEA
                    IF TD-DEPARTAMENTO(WS-IDX) = SPACES
                        STRING '  - ' TD-REPORTE(WS-IDX)
                               ' (' TD-COPIAS(WS-IDX) ' COPIAS)'
                               DELIMITED BY SIZE INTO WS-LINEA
                        END-STRING
                    ELSE
                        STRING '  - ' TD-REPORTE(WS-IDX)
                               ' DEPARTAMENTO '
                               TD-DEPARTAMENTO(WS-IDX)
                               ' (' TD-COPIAS(WS-IDX) ' COPIAS)'
                               DELIMITED BY SIZE INTO WS-LINEA
                        END-STRING
                    END-IF
                    PERFORM ESCRIBE-EN-SLOT
                END-IF
            END-PERFORM.
                    UNTIL WS-IDX > WS-TOTAL-FILAS
                IF TD-SLOT(WS-IDX) = WS-SLOT
                    MOVE TD-REPORTE(WS-IDX) TO WS-REPORTE-ACTUAL
                    MOVE TD-DEPARTAMENTO(WS-IDX) TO WS-DEPTO-FILTRO
                    PERFORM VARYING WS-COPIA FROM 1 BY 1
                            UNTIL WS-COPIA > TD-COPIAS(WS-IDX)
                        PERFORM COPIA-REPORTE

       COPIA-REPORTE.
            MOVE SPACES                TO WS-LINEA.
            IF WS-DEPTO-FILTRO = SPACES
                STRING '===== ' WS-REPORTE-ACTUAL
                       ' PARA ' WS-DESTINATARIO-SLOT
                       ' (COPIA ' WS-COPIA ') ====='
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            ELSE
                STRING '===== ' WS-REPORTE-ACTUAL
                       ' DEPARTAMENTO ' WS-DEPTO-FILTRO
                       ' PARA ' WS-DESTINATARIO-SLOT
                       ' (COPIA ' WS-COPIA ') ====='
                       DELIMITED BY SIZE INTO WS-LINEA
                END-STRING
            END-IF.
            PERFORM ESCRIBE-EN-SLOT.
            MOVE 'N'                   TO WS-REP-EOF-SW
                                          WS-REP-ABIERTO-SW
                                          WS-EN-DEPTO-SW.
            MOVE ZEROES                TO WS-LINEAS-COPIADAS.
            PERFORM ABRE-REPORTE.
            IF NOT REPORTE-ABIERTO
            PERFORM UNTIL FIN-REPORTE
                PERFORM LEE-REPORTE
                IF NOT FIN-REPORTE
                    PERFORM FILTRA-DEPARTAMENTO
                    IF LINEA-DEL-DEPARTAMENTO
                        ADD 1          TO WS-LINEAS-COPIADAS
                        PERFORM ESCRIBE-EN-SLOT
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM CIERRA-REPORTE.
            MOVE SPACES                TO WS-LINEA.
            PERFORM ESCRIBE-EN-SLOT.

      *    Sin departamento en la fila pasa el informe entero; con
      *    departamento, de cada recibo EXM29NOM (cabecera 'RECIBO
      *    DE SALARIOS' con el codigo en columnas 34-36) o seccion
      *    de EXM147 (cabecera 'CERTIFICACIONES DEL DEPARTAMENTO',
      *    mismas columnas) solo pasan los de ese departamento,
      *    desde su cabecera hasta la siguiente.  Un departamento
      *    sin paginas sale vacio y como excepcion, igual que un
      *    informe que no se genero.
       FILTRA-DEPARTAMENTO.
            IF WS-DEPTO-FILTRO = SPACES
                SET LINEA-DEL-DEPARTAMENTO TO TRUE
                EXIT PARAGRAPH
            END-IF.
            IF WS-LINEA(1:18) = 'RECIBO DE SALARIOS'
               OR WS-LINEA(1:32) = 'CERTIFICACIONES DEL DEPARTAMENTO'
                IF WS-LINEA(34:3) = WS-DEPTO-FILTRO
                    SET LINEA-DEL-DEPARTAMENTO TO TRUE
                ELSE
                    MOVE 'N'           TO WS-EN-DEPTO-SW
                END-IF
            END-IF.

       REPORTA-EXCEPCION.
            ADD 1                      TO WS-TOTAL-EXCEPCIONES.
            MOVE SPACES                TO WS-LINEA.
                    OPEN INPUT REP2-FILE
                WHEN 'EXM29   '
                    OPEN INPUT REP29-FILE
                WHEN 'EXM29NOM'
                    OPEN INPUT REP29N-FILE
                WHEN 'EXM31   '
                    OPEN INPUT REP31-FILE
                WHEN 'EXM32   '
                    OPEN INPUT REP46-FILE
                WHEN 'EXM49   '
                    OPEN INPUT REP49-FILE
                WHEN 'EXM56   '
                    OPEN INPUT REP56-FILE
                WHEN 'EXM58   '
                    OPEN INPUT REP58-FILE
                WHEN 'EXM86   '
                    OPEN INPUT REP86-FILE
                WHEN 'EXM91   '
                    OPEN INPUT REP91-FILE
                WHEN 'EXM147  '
                    OPEN INPUT REP147-FILE
                WHEN OTHER
                    MOVE '35'          TO WS-REP-STATUS
            END-EVALUATE.
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP29-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM29NOM'
                    READ REP29N-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP29N-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM31   '
                    READ REP31-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP49-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM56   '
                    READ REP56-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP56-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM58   '
                    READ REP58-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP58-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM86   '
                    READ REP86-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP86-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM91   '
                    READ REP91-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP91-REC TO WS-LINEA
                    END-READ
                WHEN 'EXM147  '
                    READ REP147-FILE
                        AT END SET FIN-REPORTE TO TRUE
                        NOT AT END MOVE REP147-REC TO WS-LINEA
                    END-READ
            END-EVALUATE.

       CIERRA-REPORTE.
                    CLOSE REP2-FILE
                WHEN 'EXM29   '
                    CLOSE REP29-FILE
                WHEN 'EXM29NOM'
                    CLOSE REP29N-FILE
                WHEN 'EXM31   '
                    CLOSE REP31-FILE
                WHEN 'EXM32   '
                    CLOSE REP46-FILE
                WHEN 'EXM49   '
                    CLOSE REP49-FILE
                WHEN 'EXM56   '
                    CLOSE REP56-FILE
                WHEN 'EXM58   '
                    CLOSE REP58-FILE
                WHEN 'EXM86   '
                    CLOSE REP86-FILE
                WHEN 'EXM91   '
                    CLOSE REP91-FILE
                WHEN 'EXM147  '
                    CLOSE REP147-FILE
            END-EVALUATE.

       ESCRIBE-EN-SLOT.
                WHEN 4
                    MOVE WS-LINEA      TO BUNDLE4-REC
                    WRITE BUNDLE4-REC
                WHEN 5
                    MOVE WS-LINEA      TO BUNDLE5-REC
                    WRITE BUNDLE5-REC
                WHEN 6
                    MOVE WS-LINEA      TO BUNDLE6-REC
                    WRITE BUNDLE6-REC
                WHEN 7
                    MOVE WS-LINEA      TO BUNDLE7-REC
                    WRITE BUNDLE7-REC
                WHEN 8
                    MOVE WS-LINEA      TO BUNDLE8-REC
                    WRITE BUNDLE8-REC
                WHEN 9
                    MOVE WS-LINEA      TO BUNDLE9-REC
                    WRITE BUNDLE9-REC
            END-EVALUATE.

       CARGA-DISTRIBUCION.
                                 TD-SLOT(WS-TOTAL-FILAS)
                            MOVE DI-COPIAS TO
                                 TD-COPIAS(WS-TOTAL-FILAS)
                            MOVE DI-DEPARTAMENTO TO
                                 TD-DEPARTAMENTO(WS-TOTAL-FILAS)
                        END-IF
                END-READ
            END-PERFORM.
