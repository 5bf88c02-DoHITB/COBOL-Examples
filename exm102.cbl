       GRABA-REGISTRO-N.
            EVALUATE WS-MIEMBRO
                WHEN 'CUENTAS '
                    MOVE WS-IMAGEN(1:87)  TO CUENTA-REG
                    WRITE CUENTA-REG
                WHEN 'SALDOS  '
                    MOVE WS-IMAGEN(1:84)  TO SALDO-REG
                    MOVE WS-IMAGEN(1:4)   TO TRANCOD-REC
                    WRITE TRANCOD-REC
                WHEN 'CTAGLMAP'
                    MOVE WS-IMAGEN(1:44)  TO CTAGLMAP-REC
                    WRITE CTAGLMAP-REC
                WHEN 'CAMBIOS '
                    MOVE WS-IMAGEN(1:20)  TO CAMBIO-REC
