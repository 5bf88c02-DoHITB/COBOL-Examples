                        ADD 1           TO WS-REGISTROS
                        ADD CU-CUENTA   TO WS-HASH
                        MOVE SPACES     TO CUENTASB-REC
                        MOVE CUENTA-REG TO CUENTASB-REC(1:87)
                        WRITE CUENTASB-REC
                END-READ
            END-PERFORM.
                        ADD 1           TO WS-REGISTROS
                        ADD CM-DESDE    TO WS-HASH
                        MOVE SPACES     TO CTAGLMAB-REC
                        MOVE CTAGLMAP-REC TO CTAGLMAB-REC(1:44)
                        WRITE CTAGLMAB-REC
                END-READ
            END-PERFORM.
