              VALUE 'DIR-POBLACION  089020'.
           02 FILLER                  PIC X(22)
              VALUE 'DIR-CP         109005'.
           02 FILLER                  PIC X(22)
              VALUE 'RESPONSABLE    115007'.
        01 FILLER REDEFINES TABLA-CAMPOS.
           02 TC-FILA OCCURS 12 TIMES.
              03 TC-NOMBRE            PIC X(15).
              03 TC-POS               PIC 9(03).
              03 TC-LON               PIC 9(03).

       COMPARA-IMAGENES.
            PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                    UNTIL WS-CP-IDX > 12
                IF WS-IMAGEN-ANTES(TC-POS(WS-CP-IDX):
                                   TC-LON(WS-CP-IDX))
                   NOT = AU-PERSONA(TC-POS(WS-CP-IDX):
