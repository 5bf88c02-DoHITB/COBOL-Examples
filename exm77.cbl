      * the reject file per night ahead of this step, as it already   *
      * does for the feeds.  The same closed loop EXM48 gave the GL,  *
      * pointed the other way.                                        *
      * After the acknowledgments, one row per branch goes to         *
      * SUCESTAD.DAT with the night's received, posted and rejected   *
      * counts, dated with the processing date (EXMFECHA): the        *
      * acknowledgment files are rewritten every night, and the       *
      * monthly branch scorecard (EXM124) needs the volumes of the    *
      * whole month.                                                  *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXM77.
           SELECT ACK4-FILE ASSIGN TO "SUCACK4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK4-STATUS.
           SELECT SUCESTAD-FILE ASSIGN TO "SUCESTAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCESTAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK4-FILE.
        01 ACK4-REC                   PIC X(80).

       FD  SUCESTAD-FILE.
           COPY "sucestad.cpy".

       WORKING-STORAGE SECTION.
        01 WS-SUCURSAL-STATUS         PIC X(02) VALUE '00'.
        01 WS-TRAN-STATUS             PIC X(02) VALUE '00'.
        01 WS-ACK2-STATUS             PIC X(02) VALUE '00'.
        01 WS-ACK3-STATUS             PIC X(02) VALUE '00'.
        01 WS-ACK4-STATUS             PIC X(02) VALUE '00'.
        01 WS-SUCESTAD-STATUS         PIC X(02) VALUE '00'.
        01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
        01 WS-ORIGEN-FECHA            PIC X(01) VALUE SPACES.
        01 WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 FIN-FICHERO                        VALUE 'Y'.
        01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
            PERFORM ESCRIBE-DETALLE-RECHAZOS.
            PERFORM ESCRIBE-PIES.
            CLOSE ACK1-FILE ACK2-FILE ACK3-FILE ACK4-FILE.
            PERFORM GRABA-ESTADISTICAS.

            DISPLAY 'FIN DEL PROGRAMA - VER SUCACK1-4.DAT'.
            STOP RUN.
                PERFORM ESCRIBE-EN-SLOT
            END-PERFORM.

      *    Volumen acusado de la noche por sucursal, fechado con la
      *    fecha de proceso, para el cuadro de mando mensual.
       GRABA-ESTADISTICAS.
            CALL 'EXMFECHA' USING WS-FECHA-PROCESO WS-ORIGEN-FECHA.
            OPEN EXTEND SUCESTAD-FILE.
            IF WS-SUCESTAD-STATUS = '05' OR WS-SUCESTAD-STATUS = '35'
                OPEN OUTPUT SUCESTAD-FILE
            END-IF.
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                    UNTIL WS-SU-IDX > WS-TOTAL-SUCURSALES
                MOVE SPACES            TO SUCESTAD-REC
                MOVE WS-FECHA-PROCESO  TO SE-FECHA
                MOVE TS-SUCURSAL(WS-SU-IDX) TO SE-SUCURSAL
                MOVE 'EXM77'           TO SE-PROGRAMA
                MOVE TS-RECIBIDAS(WS-SU-IDX)  TO SE-RECIBIDAS
                MOVE TS-RECHAZADAS(WS-SU-IDX) TO SE-RECHAZADAS
                COMPUTE SE-POSTEADAS =
                        TS-RECIBIDAS(WS-SU-IDX)
                        - TS-RECHAZADAS(WS-SU-IDX)
                WRITE SUCESTAD-REC
            END-PERFORM.
            CLOSE SUCESTAD-FILE.

       ESCRIBE-EN-SLOT.
            EVALUATE WS-SLOT
                WHEN 1
