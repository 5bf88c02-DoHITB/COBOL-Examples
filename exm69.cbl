      * up before it becomes a period-close fight.  Future-dated      *
      * records (negative lag) are counted in their own column: paper *
      * from tomorrow is its own conversation.                        *
      * Each run now also appends one row per branch to SUCESTAD.DAT  *
      * with the night's buckets, dated with the processing date      *
      * (EXMFECHA), so the monthly branch scorecard (EXM124) can      *
      * count backdated postings after this report is gone.  The      *
      * aging itself still runs against the system date as before.    *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM69.
           SELECT REPORTE-FILE ASSIGN TO "EXM69.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT SUCESTAD-FILE ASSIGN TO "SUCESTAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCESTAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-FILE.
        01 LINEA-REPORTE              PIC X(110).

       FD  SUCESTAD-FILE.
           COPY "sucestad.cpy".

       WORKING-STORAGE SECTION.
        01 WS-TRAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-REPORTE-STATUS          PIC X(02) VALUE '00'.
        01 WS-SUCESTAD-STATUS         PIC X(02) VALUE '00'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-TRANSACCIONES                  VALUE 'Y'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
            OPEN OUTPUT REPORTE-FILE.
            PERFORM IMPRIME-REPORTE.
            CLOSE REPORTE-FILE.
            PERFORM GRABA-ESTADISTICAS.

            DISPLAY 'REGISTROS LEIDOS: ' WS-TOTAL-LEIDOS.
            DISPLAY 'FIN DEL PROGRAMA - VER EXM69.PRT'.
                   DELIMITED BY SIZE INTO LINEA-REPORTE
            END-STRING.
            WRITE LINEA-REPORTE.

      *    Una fila por sucursal con sus cubos de la noche, fechada
      *    con la fecha de proceso, para el cuadro de mando mensual.
       GRABA-ESTADISTICAS.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            OPEN EXTEND SUCESTAD-FILE.
            IF WS-SUCESTAD-STATUS = '05' OR WS-SUCESTAD-STATUS = '35'
                OPEN OUTPUT SUCESTAD-FILE
            END-IF.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                    UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                MOVE SPACES              TO SUCESTAD-REC
                MOVE WS-FECHA-PROCESO    TO SE-FECHA
                MOVE TS-SUCURSAL(WS-SU-IDX) TO SE-SUCURSAL
                MOVE 'EXM69'             TO SE-PROGRAMA
                MOVE TS-MISMO-DIA(WS-SU-IDX) TO SE-MISMO-DIA
                MOVE TS-HASTA-3(WS-SU-IDX)   TO SE-HASTA-3
                MOVE TS-HASTA-7(WS-SU-IDX)   TO SE-HASTA-7
                MOVE TS-MAS-DE-7(WS-SU-IDX)  TO SE-MAS-DE-7
                MOVE TS-FUTUROS(WS-SU-IDX)   TO SE-FUTUROS
                WRITE SUCESTAD-REC
            END-PERFORM.
            CLOSE SUCESTAD-FILE.
