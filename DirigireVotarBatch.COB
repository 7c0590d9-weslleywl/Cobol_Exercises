                    MOVE ZERO TO CID-DT-BAIXA
                    MOVE SPACE TO CID-SIT-INSCRICAO
                    MOVE SPACES TO CID-MOT-RETORNO
                    MOVE ZERO TO CID-ABST-SEGUIDAS
                    MOVE "N" TO CID-BLOQUEIO-ABST
                    WRITE CIDADAO-REGISTRO
                        INVALID KEY
                            DISPLAY "Erro ao gravar cidadao " CIN-ID
