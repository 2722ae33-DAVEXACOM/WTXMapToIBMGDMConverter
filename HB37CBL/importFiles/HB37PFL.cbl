                           OR CFG-VALUE (1:4) = '0000'
                            PERFORM 2200-FLAG-BAD-VALUE
                        END-IF
                    WHEN CFG-KEY-ACK-ESCALATE
                        IF CFG-VALUE (1:4) IS NOT NUMERIC
                           OR CFG-VALUE (1:4) = '0000'
                            PERFORM 2200-FLAG-BAD-VALUE
                        END-IF
                    WHEN CFG-KEY-PEND-AGE
                        IF CFG-VALUE (1:4) IS NOT NUMERIC
                           OR CFG-VALUE (1:4) = '0000'
                            PERFORM 2200-FLAG-BAD-VALUE
                        END-IF
                    WHEN OTHER
                        MOVE 'ERROR' TO XL-SEVERITY
                        MOVE 'HB37CFG' TO XL-FILE
